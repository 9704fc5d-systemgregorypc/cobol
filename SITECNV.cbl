*> One-time SITEOCC layout conversion, the same operation
*> UserConv3.cbl performs for USERMAST: the daily occupancy record
*> is now keyed by date plus reception desk, so every lobby keeps its
*> own count, and an existing SITEOCC in the date-only shape no
*> longer opens against the new key. Operations renames the old
*> dataset to the SITEOCCO logical name and runs this once; every
*> day's record is carried across as the whole-building record, desk
*> SPACES, with its count and high-water as they were. The lobby
*> records start with the first arrival at each desk.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SiteConv.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SITEOCCO-FILE ASSIGN TO "SITEOCCO"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS OLDO-DATE
			FILE STATUS IS WS-SITEOCCO-STATUS.
		SELECT SITEOCC-FILE ASSIGN TO "SITEOCC"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SITE-OCC-KEY
			FILE STATUS IS WS-SITEOCC-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD SITEOCCO-FILE.
*> The date-only record shape, frozen here on purpose: this is the
*> one program that must keep reading it after SITEOCCR.cpy moved on.
	01 OLD-SITE-OCC-RECORD.
		05 OLDO-DATE		PIC X(08).
		05 OLDO-COUNT		PIC 9(05).
		05 OLDO-HIGHWATER	PIC 9(05).
	FD SITEOCC-FILE.
	COPY SITEOCCR.
	WORKING-STORAGE SECTION.
	01 WS-SITEOCCO-STATUS	PIC X(02).
	01 WS-SITEOCC-STATUS	PIC X(02).
	01 WS-EOF-SW		PIC X(01) VALUE 'N'.
		88 WS-EOF			VALUE 'Y'.
	01 WS-DAY-COUNT		PIC 9(05) VALUE 0.
	01 WS-ERROR-COUNT	PIC 9(05) VALUE 0.

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		OPEN INPUT SITEOCCO-FILE.
		IF WS-SITEOCCO-STATUS NOT = "00"
			DISPLAY "SITEOCCO no disponible, status "
				WS-SITEOCCO-STATUS
				" - renombre el aforo anterior a SITEOCCO."
		ELSE
			PERFORM OPEN-NEW-SITEOCC-FILE
			PERFORM READ-OLD-OCC-RECORD
			PERFORM UNTIL WS-EOF
				PERFORM CONVERT-ONE-OCC-RECORD
				PERFORM READ-OLD-OCC-RECORD
			END-PERFORM
			CLOSE SITEOCC-FILE
			CLOSE SITEOCCO-FILE
		END-IF.
		DISPLAY "Dias de aforo convertidos: " WS-DAY-COUNT
			" con error: " WS-ERROR-COUNT.
		GOBACK.

*> Same "35" create-then-reopen handling CkptCtl.cbl uses; the
*> conversion normally starts with no new-shape SITEOCC at all.
	OPEN-NEW-SITEOCC-FILE.
		OPEN I-O SITEOCC-FILE.
		IF WS-SITEOCC-STATUS = "35"
			OPEN OUTPUT SITEOCC-FILE
			CLOSE SITEOCC-FILE
			OPEN I-O SITEOCC-FILE
		END-IF.

	READ-OLD-OCC-RECORD.
		READ SITEOCCO-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	CONVERT-ONE-OCC-RECORD.
		MOVE OLDO-DATE TO SITE-OCC-DATE.
		MOVE SPACES TO SITE-OCC-DESK.
		MOVE OLDO-COUNT TO SITE-OCC-COUNT.
		MOVE OLDO-HIGHWATER TO SITE-OCC-HIGHWATER.
		WRITE SITE-OCC-RECORD.
		IF WS-SITEOCC-STATUS = "00"
			ADD 1 TO WS-DAY-COUNT
		ELSE
			DISPLAY "Error al convertir aforo " OLDO-DATE
				", status " WS-SITEOCC-STATUS
			ADD 1 TO WS-ERROR-COUNT
		END-IF.
