*> inside its batch name load - the last upstream line fully
*> processed - through the optional trailing line-number parameter;
*> WRITE/READ callers keep their original four arguments and that
*> parameter is never touched on their behalf. STEP records one
*> step's outcome (status and return code, the two trailing
*> parameters) in the run's step table and CHAIN how the chain as a
*> whole ended (the status parameter alone); both leave the last
*> completed step where WRITE put it, so the restart point is still
*> BATCHRUN's decision. STEP answers not-found when the table is
*> already full.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CkptCtl.
	AUTHOR. jose gregorio .
	COPY CKPTREC.
	WORKING-STORAGE SECTION.
	01 WS-RESTCTL-STATUS	PIC X(02).
	01 WS-STEP-IDX		PIC 9(02).
	LINKAGE SECTION.
	01 LS-FUNCTION		PIC X(05).
		88 LS-FUNCTION-WRITE	VALUE 'WRITE'.
		88 LS-FUNCTION-READ	VALUE 'READ'.
		88 LS-FUNCTION-WRLIN	VALUE 'WRLIN'.
		88 LS-FUNCTION-RDLIN	VALUE 'RDLIN'.
		88 LS-FUNCTION-STEP	VALUE 'STEP'.
		88 LS-FUNCTION-CHAIN	VALUE 'CHAIN'.
	01 LS-RUN-ID		PIC X(08).
	01 LS-PROGRAM-NAME	PIC X(08).
	01 LS-FOUND-SW		PIC X(01).
		88 LS-FOUND		VALUE 'Y'.
		88 LS-NOT-FOUND		VALUE 'N'.
	01 LS-LINE-NO		PIC 9(05).
	01 LS-STEP-STATUS	PIC X(01).
	01 LS-STEP-RC		PIC 9(04).

	PROCEDURE DIVISION USING LS-FUNCTION LS-RUN-ID LS-PROGRAM-NAME
		LS-FOUND-SW LS-LINE-NO LS-STEP-STATUS LS-STEP-RC.
	MAIN-PARAGRAPH.
		PERFORM OPEN-RESTART-CTL-FILE.
		EVALUATE TRUE
				PERFORM WRITE-LINE-CHECKPOINT
			WHEN LS-FUNCTION-RDLIN
				PERFORM READ-LINE-CHECKPOINT
			WHEN LS-FUNCTION-STEP
				PERFORM WRITE-STEP-STATUS
			WHEN LS-FUNCTION-CHAIN
				PERFORM WRITE-CHAIN-STATUS
		END-EVALUATE.
		CLOSE RESTART-CTL-FILE.
		GOBACK.
		MOVE LS-RUN-ID TO CKPT-RUN-ID.
		READ RESTART-CTL-FILE
			INVALID KEY
				PERFORM CLEAR-NEW-CHECKPOINT
				MOVE LS-PROGRAM-NAME TO CKPT-LAST-PROGRAM
				MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
				MOVE 0 TO CKPT-LAST-LINE
		MOVE LS-RUN-ID TO CKPT-RUN-ID.
		READ RESTART-CTL-FILE
			INVALID KEY
				PERFORM CLEAR-NEW-CHECKPOINT
				MOVE SPACES TO CKPT-LAST-PROGRAM
				MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
				MOVE LS-LINE-NO TO CKPT-LAST-LINE
				MOVE LS-LINE-NO TO CKPT-LAST-LINE
				REWRITE CKPT-RECORD
		END-READ.

*> A run-id seen for the first time starts with no chain status and
*> an empty step table.
	CLEAR-NEW-CHECKPOINT.
		MOVE SPACES TO CKPT-RECORD.
		MOVE LS-RUN-ID TO CKPT-RUN-ID.
		MOVE 0 TO CKPT-LAST-LINE.
		MOVE 0 TO CKPT-STEP-COUNT.

	WRITE-STEP-STATUS.
		MOVE LS-RUN-ID TO CKPT-RUN-ID.
		READ RESTART-CTL-FILE
			INVALID KEY
				PERFORM CLEAR-NEW-CHECKPOINT
				MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
				PERFORM NOTE-THE-STEP
				IF LS-FOUND
					WRITE CKPT-RECORD
				END-IF
			NOT INVALID KEY
				PERFORM NOTE-THE-STEP
				IF LS-FOUND
					REWRITE CKPT-RECORD
				END-IF
		END-READ.

	NOTE-THE-STEP.
		SET LS-NOT-FOUND TO TRUE.
		PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
			UNTIL WS-STEP-IDX > CKPT-STEP-COUNT OR LS-FOUND
			IF CKPT-STEP-NAME(WS-STEP-IDX) = LS-PROGRAM-NAME
				SET LS-FOUND TO TRUE
			END-IF
		END-PERFORM.
		IF LS-FOUND
			SUBTRACT 1 FROM WS-STEP-IDX
		ELSE
			IF CKPT-STEP-COUNT < 20
				ADD 1 TO CKPT-STEP-COUNT
				MOVE CKPT-STEP-COUNT TO WS-STEP-IDX
				SET LS-FOUND TO TRUE
			END-IF
		END-IF.
		IF LS-FOUND
			MOVE LS-PROGRAM-NAME TO CKPT-STEP-NAME(WS-STEP-IDX)
			MOVE LS-STEP-STATUS TO CKPT-STEP-STATUS(WS-STEP-IDX)
			MOVE LS-STEP-RC TO CKPT-STEP-RC(WS-STEP-IDX)
			MOVE FUNCTION CURRENT-DATE TO CKPT-STEP-TS(WS-STEP-IDX)
		END-IF.

	WRITE-CHAIN-STATUS.
		MOVE LS-RUN-ID TO CKPT-RUN-ID.
		READ RESTART-CTL-FILE
			INVALID KEY
				PERFORM CLEAR-NEW-CHECKPOINT
				MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
				MOVE LS-STEP-STATUS TO CKPT-CHAIN-STATUS
				WRITE CKPT-RECORD
			NOT INVALID KEY
				MOVE LS-STEP-STATUS TO CKPT-CHAIN-STATUS
				REWRITE CKPT-RECORD
		END-READ.
