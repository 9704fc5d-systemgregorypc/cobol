*> Contractor pass record layout for the PASSMAST file: one record
*> per long-term pass issued to a cleaning or maintenance contractor,
*> keyed by the pass number printed on the card. PASS-HOST is the
*> sponsoring employee on HOSTMAST who answers for the contractor.
*> The pass admits its holder from PASS-VALID-FROM through
*> PASS-VALID-TO (YYYYMMDD), only on the days marked 'Y' in
*> PASS-DAYS (Monday first, Sunday last) and only between
*> PASS-FROM-TIME and PASS-TO-TIME (HHMM, both inclusive). A revoked
*> pass stays on file, status 'R', so a revoked card presented at
*> the desk is told apart from a number nobody ever issued.
*> PassMaint issues, renews and revokes; UserInput's express
*> check-in reads it.
01 PASS-RECORD.
	05 PASS-NUMBER		PIC 9(06).
	05 PASS-NAME		PIC X(30).
	05 PASS-HOST		PIC X(30).
	05 PASS-VALID-FROM	PIC X(08).
	05 PASS-VALID-TO	PIC X(08).
	05 PASS-DAYS		PIC X(07).
	05 PASS-DAY-TABLE REDEFINES PASS-DAYS.
		10 PASS-DAY-SW OCCURS 7 TIMES PIC X(01).
	05 PASS-FROM-TIME	PIC 9(04).
	05 PASS-TO-TIME		PIC 9(04).
	05 PASS-STATUS-SW	PIC X(01).
		88 PASS-ACTIVE		VALUE 'A'.
		88 PASS-REVOKED		VALUE 'R'.
	05 PASS-UPDATED-BY	PIC X(08).
	05 PASS-UPDATED-DATE	PIC X(08).
