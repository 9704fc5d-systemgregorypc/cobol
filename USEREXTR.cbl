	COPY CODEPAGE.
	01 WS-USERMAST-STATUS	PIC X(02).
	01 WS-EXTRACT-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01) VALUE 'N'.
		88 WS-EOF			VALUE 'Y'.
	01 WS-USERMAST-OPEN-SW	PIC X(01) VALUE 'N'.
		END-IF.
		PERFORM WRITE-TRAILER-RECORD.
		PERFORM CLOSE-FILES.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when a line of the extract could not be written, 4 when
*> the extract went out empty for want of USERMAST, 0 otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

*> Same degraded path Roster takes: a missing or unreadable master
		ELSE
			DISPLAY "USERMAST no disponible, status " WS-USERMAST-STATUS
				" - se genera extracto sin detalle."
			MOVE 4 TO WS-RETURN-CODE
		END-IF.
		OPEN OUTPUT EXTRACT-FILE.

		IF WS-EXTRACT-STATUS NOT = "00"
			DISPLAY "Error al grabar extracto, status "
				WS-EXTRACT-STATUS
			MOVE 8 TO WS-RETURN-CODE
		END-IF.

	CLOSE-FILES.
