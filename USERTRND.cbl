			10 WS-TRD-REPEAT	PIC 9(05).
			10 WS-TRD-APPT		PIC 9(05).
			10 WS-TRD-WALKIN	PIC 9(05).
			10 WS-TRD-CONTRACT	PIC 9(05).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		END-IF.

*> A visit count above one marks a returning visitor; the visit
*> type splits the appointment-versus-walk-in mix (and the
*> contractors who came in on a pass), with the archive and live
*> records judged by the same rules.
	COUNT-INTO-PERIOD.
		ADD 1 TO WS-TRD-TOTAL(WS-PERIOD-IDX).
		ADD 1 TO WS-GRAND-TOTAL.
				ADD 1 TO WS-TRD-APPT(WS-PERIOD-IDX)
			WHEN 'W'
				ADD 1 TO WS-TRD-WALKIN(WS-PERIOD-IDX)
			WHEN 'C'
				ADD 1 TO WS-TRD-CONTRACT(WS-PERIOD-IDX)
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
		STRING "  REPEAT " WS-TRD-REPEAT(WS-PERIOD-IDX)
			" (" WS-REPEAT-PCT " PCT)  APPT "
			WS-TRD-APPT(WS-PERIOD-IDX) "  WALK-IN "
			WS-TRD-WALKIN(WS-PERIOD-IDX) "  CONTRACTOR "
			WS-TRD-CONTRACT(WS-PERIOD-IDX)
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

