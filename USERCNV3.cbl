*> One-time USERMAST/USERHIST layout conversion, the same operation
*> UserConv2.cbl performed for the previous growth of the master: the
*> records grew again to carry the overnight-stay authorization the
*> day close records, the reception desk each visit came in through
*> and the visitor's car and parking bay, and existing datasets in
*> the prior shape no longer open against the new record length.
*> Operations renames the old datasets to the USERMASTO and USERHISTO
*> logical names and runs this once; it rebuilds USERMAST and
*> USERHIST in the new shape, every field carried across as it was
*> and the new fields set to their documented "none" values. Either
*> old dataset may be absent - a site that never archived simply has
*> no USERHISTO.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. UserConv3.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT USERMASTO-FILE ASSIGN TO "USERMASTO"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS OLDM-SEQ-KEY
			ALTERNATE RECORD KEY IS OLDM-NAME WITH DUPLICATES
			FILE STATUS IS WS-USERMASTO-STATUS.
		SELECT USERMAST-FILE ASSIGN TO "USERMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS UM-SEQ-KEY
			ALTERNATE RECORD KEY IS UM-NAME WITH DUPLICATES
			FILE STATUS IS WS-USERMAST-STATUS.
		SELECT USERHISTO-FILE ASSIGN TO "USERHISTO"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS OLDH-SEQ-KEY
			ALTERNATE RECORD KEY IS OLDH-NAME WITH DUPLICATES
			FILE STATUS IS WS-USERHISTO-STATUS.
		SELECT USERHIST-FILE ASSIGN TO "USERHIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS HIST-SEQ-KEY
			ALTERNATE RECORD KEY IS HIST-NAME WITH DUPLICATES
			FILE STATUS IS WS-USERHIST-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD USERMASTO-FILE.
*> The badge-and-group record shape UserConv2.cbl produced, frozen
*> here on purpose: this is the one program that must keep reading
*> it after USERMASTR.cpy moved on - the same freeze UserConv2.cbl
*> keeps for the shape before this one.
	01 OLD-USERMAST-RECORD.
		05 OLDM-SEQ-KEY.
			10 OLDM-CAPTURE-TS	PIC X(21).
			10 OLDM-SEQ-NO		PIC 9(05).
		05 OLDM-NAME		PIC X(30).
		05 OLDM-DEPART-TS	PIC X(21).
		05 OLDM-VISIT-COUNT	PIC 9(05).
		05 OLDM-VISIT-TYPE	PIC X(01).
		05 OLDM-HOST		PIC X(30).
		05 OLDM-BADGE-NO	PIC 9(04).
		05 OLDM-GROUP-ID	PIC X(13).
	FD USERMAST-FILE.
	COPY USERMASTR.
	FD USERHISTO-FILE.
	01 OLD-USERHIST-RECORD.
		05 OLDH-SEQ-KEY.
			10 OLDH-CAPTURE-TS	PIC X(21).
			10 OLDH-SEQ-NO		PIC 9(05).
		05 OLDH-NAME		PIC X(30).
		05 OLDH-DEPART-TS	PIC X(21).
		05 OLDH-VISIT-COUNT	PIC 9(05).
		05 OLDH-VISIT-TYPE	PIC X(01).
		05 OLDH-HOST		PIC X(30).
		05 OLDH-BADGE-NO	PIC 9(04).
		05 OLDH-GROUP-ID	PIC X(13).
	FD USERHIST-FILE.
	COPY USERHISTR.
	WORKING-STORAGE SECTION.
	01 WS-USERMASTO-STATUS	PIC X(02).
	01 WS-USERMAST-STATUS	PIC X(02).
	01 WS-USERHISTO-STATUS	PIC X(02).
	01 WS-USERHIST-STATUS	PIC X(02).
	01 WS-EOF-SW		PIC X(01).
		88 WS-EOF			VALUE 'Y'.
	01 WS-MAST-COUNT	PIC 9(05) VALUE 0.
	01 WS-HIST-COUNT	PIC 9(05) VALUE 0.
	01 WS-ERROR-COUNT	PIC 9(05) VALUE 0.

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		PERFORM CONVERT-MASTER-FILE.
		PERFORM CONVERT-HISTORY-FILE.
		DISPLAY "Maestros convertidos: " WS-MAST-COUNT
			" historiales: " WS-HIST-COUNT
			" con error: " WS-ERROR-COUNT.
		GOBACK.

	CONVERT-MASTER-FILE.
		OPEN INPUT USERMASTO-FILE.
		IF WS-USERMASTO-STATUS NOT = "00"
			DISPLAY "USERMASTO no disponible, status "
				WS-USERMASTO-STATUS
				" - renombre el maestro anterior a USERMASTO."
		ELSE
			PERFORM OPEN-NEW-USERMAST-FILE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-OLD-MASTER-RECORD
			PERFORM UNTIL WS-EOF
				PERFORM CONVERT-ONE-MASTER-RECORD
				PERFORM READ-OLD-MASTER-RECORD
			END-PERFORM
			CLOSE USERMAST-FILE
			CLOSE USERMASTO-FILE
		END-IF.

*> Same "35" create-then-reopen handling CkptCtl.cbl uses; the
*> conversion normally starts with no new-shape USERMAST at all.
	OPEN-NEW-USERMAST-FILE.
		OPEN I-O USERMAST-FILE.
		IF WS-USERMAST-STATUS = "35"
			OPEN OUTPUT USERMAST-FILE
			CLOSE USERMAST-FILE
			OPEN I-O USERMAST-FILE
		END-IF.

	READ-OLD-MASTER-RECORD.
		READ USERMASTO-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

*> A straight carry, as in UserConv2.cbl: every pre-upgrade field
*> survives as it was; only the new fields are filled in with their
*> documented "none" values.
	CONVERT-ONE-MASTER-RECORD.
		MOVE OLDM-CAPTURE-TS TO UM-CAPTURE-TS.
		MOVE OLDM-SEQ-NO TO UM-SEQ-NO.
		MOVE OLDM-NAME TO UM-NAME.
		MOVE OLDM-DEPART-TS TO UM-DEPART-TS.
		MOVE OLDM-VISIT-COUNT TO UM-VISIT-COUNT.
		MOVE OLDM-VISIT-TYPE TO UM-VISIT-TYPE.
		MOVE OLDM-HOST TO UM-HOST.
		MOVE OLDM-BADGE-NO TO UM-BADGE-NO.
		MOVE OLDM-GROUP-ID TO UM-GROUP-ID.
		SET UM-NO-OVERNIGHT TO TRUE.
		MOVE SPACES TO UM-DESK-CODE.
		MOVE SPACES TO UM-PLATE.
		MOVE 0 TO UM-BAY-NO.
		WRITE USERMAST-RECORD.
		IF WS-USERMAST-STATUS = "00"
			ADD 1 TO WS-MAST-COUNT
		ELSE
			DISPLAY "Error al convertir maestro " OLDM-CAPTURE-TS
				" " OLDM-SEQ-NO ", status " WS-USERMAST-STATUS
			ADD 1 TO WS-ERROR-COUNT
		END-IF.

	CONVERT-HISTORY-FILE.
		OPEN INPUT USERHISTO-FILE.
		IF WS-USERHISTO-STATUS NOT = "00"
			DISPLAY "USERHISTO no disponible, status "
				WS-USERHISTO-STATUS
				" - sin historial anterior que convertir."
		ELSE
			PERFORM OPEN-NEW-USERHIST-FILE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-OLD-HISTORY-RECORD
			PERFORM UNTIL WS-EOF
				PERFORM CONVERT-ONE-HISTORY-RECORD
				PERFORM READ-OLD-HISTORY-RECORD
			END-PERFORM
			CLOSE USERHIST-FILE
			CLOSE USERHISTO-FILE
		END-IF.

	OPEN-NEW-USERHIST-FILE.
		OPEN I-O USERHIST-FILE.
		IF WS-USERHIST-STATUS = "35"
			OPEN OUTPUT USERHIST-FILE
			CLOSE USERHIST-FILE
			OPEN I-O USERHIST-FILE
		END-IF.

	READ-OLD-HISTORY-RECORD.
		READ USERHISTO-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	CONVERT-ONE-HISTORY-RECORD.
		MOVE OLDH-CAPTURE-TS TO HIST-CAPTURE-TS.
		MOVE OLDH-SEQ-NO TO HIST-SEQ-NO.
		MOVE OLDH-NAME TO HIST-NAME.
		MOVE OLDH-DEPART-TS TO HIST-DEPART-TS.
		MOVE OLDH-VISIT-COUNT TO HIST-VISIT-COUNT.
		MOVE OLDH-VISIT-TYPE TO HIST-VISIT-TYPE.
		MOVE OLDH-HOST TO HIST-HOST.
		MOVE OLDH-BADGE-NO TO HIST-BADGE-NO.
		MOVE OLDH-GROUP-ID TO HIST-GROUP-ID.
		MOVE SPACES TO HIST-OVERNIGHT-DATE.
		MOVE SPACES TO HIST-DESK-CODE.
		MOVE SPACES TO HIST-PLATE.
		MOVE 0 TO HIST-BAY-NO.
		WRITE USERHIST-RECORD.
		IF WS-USERHIST-STATUS = "00"
			ADD 1 TO WS-HIST-COUNT
		ELSE
			DISPLAY "Error al convertir historial "
				OLDH-CAPTURE-TS " " OLDH-SEQ-NO ", status "
				WS-USERHIST-STATUS
			ADD 1 TO WS-ERROR-COUNT
		END-IF.
