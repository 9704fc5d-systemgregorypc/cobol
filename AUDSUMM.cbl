	WORKING-STORAGE SECTION.
	01 WS-AUDIT-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01) VALUE 'N'.
		88 WS-EOF			VALUE 'Y'.
	01 WS-COMMAND-LINE	PIC X(80).
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		CLOSE SUMMARY-REPORT-FILE.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when AUDITLOG could not be read, 0 otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	TALLY-AUDIT-LINES.
		OPEN INPUT AUDIT-LOG-FILE.
		IF WS-AUDIT-STATUS NOT = "00"
			MOVE 8 TO WS-RETURN-CODE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "AUDITLOG NO DISPONIBLE, STATUS "
				WS-AUDIT-STATUS DELIMITED BY SIZE
