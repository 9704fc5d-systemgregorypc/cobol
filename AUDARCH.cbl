	01 WS-AUDIT-STATUS	PIC X(02).
	01 WS-ARCHIVE-STATUS	PIC X(02).
	01 WS-WORK-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01) VALUE 'N'.
		88 WS-EOF			VALUE 'Y'.
	01 WS-SPLIT-OK-SW	PIC X(01) VALUE 'N'.
		END-IF.
		IF WS-CUTOFF-DATE = SPACES
			DISPLAY "Sin fecha de corte, no se archiva nada."
			MOVE 8 TO WS-RETURN-CODE
		ELSE
			PERFORM SPLIT-LOG-TO-ARCHIVE
			IF WS-SPLIT-OK
				PERFORM REWRITE-LIVE-LOG
				DISPLAY "Lineas archivadas: " WS-ARCHIVED-COUNT
					" conservadas: " WS-KEPT-COUNT
			ELSE
				MOVE 8 TO WS-RETURN-CODE
			END-IF
		END-IF.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when nothing was archived - no cutoff date, no AUDITLOG,
*> or a write error that left the live log untouched - 0 otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

*> Pass 1: every line stamped before the cutoff goes to the archive,
