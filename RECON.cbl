*> offending USERINPT exception lines in full. Also walks UM-SEQ-KEY
*> in primary-key order flagging duplicates and in-day sequence
*> gaps, and lists RESTCTL checkpoints from before the report date
*> whose chain never reached its final step - batch runs that never
*> finished. The date reconciled comes from the command line so the
*> overnight scheduler can point it at yesterday.
	IDENTIFICATION DIVISION.
	01 WS-AUDIT-STATUS	PIC X(02).
	01 WS-RESTCTL-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01).
		88 WS-EOF			VALUE 'Y'.
	01 WS-COMMAND-LINE	PIC X(80).
			WS-PROBLEM-COUNT DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		CLOSE RECON-REPORT-FILE.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when USERMAST could not be read, 4 when the report lists
*> problems to look at, 0 for a clean reconciliation.
		IF WS-PROBLEM-COUNT > 0 AND WS-RETURN-CODE < 4
			MOVE 4 TO WS-RETURN-CODE
		END-IF.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

*> One sequential pass in primary-key order: counts the day's
	CHECK-USERMAST-KEYS.
		OPEN INPUT USERMAST-FILE.
		IF WS-USERMAST-STATUS NOT = "00"
			MOVE 8 TO WS-RETURN-CODE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "USERMAST NO DISPONIBLE, STATUS "
				WS-USERMAST-STATUS DELIMITED BY SIZE
		END-IF.

*> A RESTCTL record stamped before the reconciliation date whose
*> chain never reached its last step - BATCHRUN marks the chain
*> complete when it does, whichever step the schedule ends on -
*> belongs to a batch window that never finished; BATCHRUN would
*> resume it, but nobody restarts a run they never noticed failing.
*> A completed run stays unreported, since nothing ever deletes
*> RESTCTL records. A record with no last program and no step table
*> is not a BATCHRUN chain at all: it is the line-level checkpoint a
*> standalone batch name load keeps through CkptCtl's WRLIN, which
*> never runs the chain's steps - flagging those would turn every
*> completed standalone load into a permanent stale line here.
	LIST-STALE-CHECKPOINTS.
		OPEN INPUT RESTART-CTL-FILE.
		IF WS-RESTCTL-STATUS NOT = "00"
			PERFORM READ-RESTCTL-RECORD
			PERFORM UNTIL WS-EOF
				IF CKPT-TIMESTAMP(1:8) < WS-RECON-DATE
					AND NOT CKPT-CHAIN-COMPLETE
					AND (CKPT-LAST-PROGRAM NOT = SPACES
					OR CKPT-STEP-COUNT > 0)
					ADD 1 TO WS-STALE-COUNT
					ADD 1 TO WS-PROBLEM-COUNT
					MOVE SPACES TO WS-DETAIL-LINE
