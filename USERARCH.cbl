	WORKING-STORAGE SECTION.
	01 WS-USERMAST-STATUS	PIC X(02).
	01 WS-USERHIST-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01) VALUE 'N'.
		88 WS-EOF			VALUE 'Y'.
	01 WS-COMMAND-LINE	PIC X(80).
		END-IF.
		IF WS-CUTOFF-DATE = SPACES
			DISPLAY "Sin fecha de corte, no se archiva nada."
			MOVE 8 TO WS-RETURN-CODE
		ELSE
			PERFORM ARCHIVE-OLD-RECORDS
		END-IF.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when there was no cutoff date, no USERMAST, or a record
*> that failed to archive or purge, 0 otherwise.
		IF WS-ERROR-COUNT > 0
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	ARCHIVE-OLD-RECORDS.
		OPEN I-O USERMAST-FILE.
		IF WS-USERMAST-STATUS NOT = "00"
			MOVE 8 TO WS-RETURN-CODE
			DISPLAY "USERMAST no disponible, status "
				WS-USERMAST-STATUS
		ELSE
