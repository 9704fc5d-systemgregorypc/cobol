*> Chargeback ledger interface record, the fixed-format CHARGEGL
*> file ChargeRpt writes for finance to load into the general ledger
*> without rekeying: one detail line per department charged for the
*> month, then one trailer with the line count and the amount total
*> the load is balanced against. Amounts and hours are unsigned
*> display digits with implied decimals (9(07)V99, 9(05)V9) so the
*> file stays plain text end to end.
01 GL-CHARGE-RECORD.
	05 GL-REC-TYPE		PIC X(01).
		88 GL-DETAIL		VALUE 'D'.
		88 GL-TRAILER		VALUE 'T'.
	05 GL-PERIOD		PIC X(06).
	05 GL-ACCOUNT		PIC X(08).
	05 GL-BODY		PIC X(65).
	05 GL-DETAIL-VIEW REDEFINES GL-BODY.
		10 GL-DEPARTMENT	PIC X(20).
		10 GL-VISITS		PIC 9(05).
		10 GL-HOURS		PIC 9(05)V9.
		10 GL-BADGES		PIC 9(04).
		10 GL-AMOUNT		PIC 9(07)V99.
		10 GL-SOURCE		PIC X(08).
		10 FILLER		PIC X(13).
	05 GL-TRAILER-VIEW REDEFINES GL-BODY.
		10 GL-LINE-COUNT	PIC 9(05).
		10 GL-TOTAL-AMOUNT	PIC 9(09)V99.
		10 FILLER		PIC X(49).
