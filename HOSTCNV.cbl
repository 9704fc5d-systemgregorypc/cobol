*> One-time HOSTMAST layout conversion, the same operation
*> SiteConv.cbl performs for SITEOCC: the host record grew to carry
*> the active/inactive status and leaving date the daily HR feed
*> maintains, and an existing HOSTMAST in the prior shape no longer
*> opens against the new record length. Operations renames the old
*> dataset to the HOSTMASTO logical name and runs this once; every
*> host is carried across as it was and starts out active, with no
*> leaving date - the first HR feed after the conversion marks the
*> leavers.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. HostConv.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT HOSTMASTO-FILE ASSIGN TO "HOSTMASTO"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS OLDH-NAME
			FILE STATUS IS WS-HOSTMASTO-STATUS.
		SELECT HOSTMAST-FILE ASSIGN TO "HOSTMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS HOST-NAME
			FILE STATUS IS WS-HOSTMAST-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD HOSTMASTO-FILE.
*> The name/extension/department shape, frozen here on purpose: this
*> is the one program that must keep reading it after HOSTREC.cpy
*> moved on.
	01 OLD-HOST-RECORD.
		05 OLDH-NAME		PIC X(30).
		05 OLDH-EXTENSION	PIC X(05).
		05 OLDH-DEPARTMENT	PIC X(20).
	FD HOSTMAST-FILE.
	COPY HOSTREC.
	WORKING-STORAGE SECTION.
	01 WS-HOSTMASTO-STATUS	PIC X(02).
	01 WS-HOSTMAST-STATUS	PIC X(02).
	01 WS-EOF-SW		PIC X(01) VALUE 'N'.
		88 WS-EOF			VALUE 'Y'.
	01 WS-HOST-COUNT	PIC 9(05) VALUE 0.
	01 WS-ERROR-COUNT	PIC 9(05) VALUE 0.

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		OPEN INPUT HOSTMASTO-FILE.
		IF WS-HOSTMASTO-STATUS NOT = "00"
			DISPLAY "HOSTMASTO no disponible, status "
				WS-HOSTMASTO-STATUS
				" - renombre el maestro anterior a HOSTMASTO."
		ELSE
			PERFORM OPEN-NEW-HOSTMAST-FILE
			PERFORM READ-OLD-HOST-RECORD
			PERFORM UNTIL WS-EOF
				PERFORM CONVERT-ONE-HOST-RECORD
				PERFORM READ-OLD-HOST-RECORD
			END-PERFORM
			CLOSE HOSTMAST-FILE
			CLOSE HOSTMASTO-FILE
		END-IF.
		DISPLAY "Anfitriones convertidos: " WS-HOST-COUNT
			" con error: " WS-ERROR-COUNT.
		GOBACK.

*> Same "35" create-then-reopen handling CkptCtl.cbl uses; the
*> conversion normally starts with no new-shape HOSTMAST at all.
	OPEN-NEW-HOSTMAST-FILE.
		OPEN I-O HOSTMAST-FILE.
		IF WS-HOSTMAST-STATUS = "35"
			OPEN OUTPUT HOSTMAST-FILE
			CLOSE HOSTMAST-FILE
			OPEN I-O HOSTMAST-FILE
		END-IF.

	READ-OLD-HOST-RECORD.
		READ HOSTMASTO-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	CONVERT-ONE-HOST-RECORD.
		MOVE OLDH-NAME TO HOST-NAME.
		MOVE OLDH-EXTENSION TO HOST-EXTENSION.
		MOVE OLDH-DEPARTMENT TO HOST-DEPARTMENT.
		SET HOST-ACTIVE TO TRUE.
		MOVE SPACES TO HOST-LEFT-DATE.
		WRITE HOST-RECORD.
		IF WS-HOSTMAST-STATUS = "00"
			ADD 1 TO WS-HOST-COUNT
		ELSE
			DISPLAY "Error al convertir anfitrion " OLDH-NAME
				", status " WS-HOSTMAST-STATUS
			ADD 1 TO WS-ERROR-COUNT
		END-IF.
