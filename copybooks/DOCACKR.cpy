*> Document acknowledgment record layout for the DOCACK register:
*> one record per visitor per document signed, keyed by the name
*> exactly as check-in captures it plus the document type, with the
*> date it was signed and the date it stops counting. 'IND' is the
*> safety induction every visitor past the lobby must have watched;
*> 'NDA' is the non-disclosure agreement a department marked on
*> DEPTMAST as requiring one asks of its visitors. DocMaint records
*> the signatures; UserInput holds a capture at the desk while the
*> induction is missing or expired, or the host's department wants
*> an NDA the visitor has not signed; DocExpr lists what runs out
*> soon so repeat visitors are re-briefed before they arrive.
01 DOCACK-RECORD.
	05 DACK-KEY.
		10 DACK-NAME		PIC X(30).
		10 DACK-DOC-TYPE	PIC X(03).
			88 DACK-INDUCTION	VALUE 'IND'.
			88 DACK-NDA		VALUE 'NDA'.
	05 DACK-SIGNED-DATE	PIC X(08).
	05 DACK-EXPIRY-DATE	PIC X(08).
	05 DACK-RECORDED-BY	PIC X(08).
