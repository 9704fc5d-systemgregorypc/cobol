	05 HIST-HOST		PIC X(30).
	05 HIST-BADGE-NO	PIC 9(04).
	05 HIST-GROUP-ID	PIC X(13).
	05 HIST-OVERNIGHT-DATE	PIC X(08).
	05 HIST-DESK-CODE	PIC X(04).
	05 HIST-PLATE		PIC X(10).
	05 HIST-BAY-NO		PIC 9(03).
