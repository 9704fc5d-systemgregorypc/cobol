*> Chargeback rate control record for the RATECTL file: the rates
*> facilities charges departments for the visitors they bring in,
*> keyed by the month (YYYYMM) they take effect from. A month is
*> charged at the record with the latest RATE-FROM-MONTH not after
*> it, so a rate change never reprices a month already charged and
*> an old month can be re-run at the rates it had. Each rate is in
*> currency units with two decimals: per visit, per visitor-hour on
*> site and per badge not returned. RATE-GL-ACCOUNT is the ledger
*> account the charges are posted to. RateMaint maintains it
*> (supervisor only); ChargeRpt reads it.
01 RATE-RECORD.
	05 RATE-FROM-MONTH	PIC X(06).
	05 RATE-PER-VISIT	PIC 9(03)V99.
	05 RATE-PER-HOUR	PIC 9(03)V99.
	05 RATE-PER-BADGE	PIC 9(03)V99.
	05 RATE-GL-ACCOUNT	PIC X(08).
	05 RATE-UPDATED-BY	PIC X(08).
	05 RATE-UPDATED-DATE	PIC X(08).
