	COPY CODEPAGE.
	01 WS-BADGEMAST-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01) VALUE 'N'.
		88 WS-EOF			VALUE 'Y'.
	01 WS-RUN-DATE		PIC X(21).
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		CLOSE BADGE-REPORT-FILE.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when BADGEMAST could not be read, 0 otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LIST-ISSUED-BADGES.
		OPEN INPUT BADGEMAST-FILE.
		IF WS-BADGEMAST-STATUS NOT = "00"
			MOVE 8 TO WS-RETURN-CODE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "BADGEMAST NO DISPONIBLE, STATUS "
				WS-BADGEMAST-STATUS DELIMITED BY SIZE
