	01 WS-EXTRACT-STATUS	PIC X(02).
	01 WS-ACK-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01).
		88 WS-EOF			VALUE 'Y'.
	01 WS-DETAIL-LINE	PIC X(80).
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		CLOSE ACK-REPORT-FILE.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when there was no extract to balance, 4 when the balance
*> found problems, 0 when the badge system acknowledged everything.
		IF WS-PROBLEM-COUNT > 0 AND WS-RETURN-CODE < 4
			MOVE 4 TO WS-RETURN-CODE
		END-IF.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

*> What WRITE-TRAILER-RECORD sent is re-read from the extract file
		MOVE 99999 TO WS-EXT-TRAILER.
		OPEN INPUT EXTRACT-FILE.
		IF WS-EXTRACT-STATUS NOT = "00"
			MOVE 8 TO WS-RETURN-CODE
			ADD 1 TO WS-PROBLEM-COUNT
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "USEREXT.DAT NO DISPONIBLE, STATUS "
