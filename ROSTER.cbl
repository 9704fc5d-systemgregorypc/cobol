*> lists only visitors whose departure has not been stamped by the
*> check-out transaction - the who-is-still-inside list handed to
*> the fire warden during a drill.
*> A desk code after the mode word (e.g. "ONSITE NORT", or
*> "DAILY  SUR " for the full listing) limits either view to the
*> visitors who came in through that reception desk; without one
*> every desk is listed and the report closes with a count per desk.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. Roster.
	AUTHOR. jose gregorio .
	01 WS-COMMAND-LINE	PIC X(80).
	01 WS-ROSTER-MODE	PIC X(06) VALUE 'DAILY'.
		88 WS-ONSITE-MODE		VALUE 'ONSITE'.
	01 WS-DESK-FILTER	PIC X(04) VALUE SPACES.
	01 WS-DESK-COUNT	PIC 9(03) VALUE 0.
	01 WS-DESK-IDX		PIC 9(03).
	01 WS-DESK-FOUND-SW	PIC X(01).
		88 WS-DESK-FOUND		VALUE 'Y'.
	01 WS-DESK-DROPPED	PIC 9(05) VALUE 0.
	01 WS-DESK-TABLE.
		05 WS-DESK-ENTRY OCCURS 20 TIMES.
			10 WS-DESK-CODE		PIC X(04).
			10 WS-DESK-VISITORS	PIC 9(05).
	01 WS-GROUP-COUNT	PIC 9(03) VALUE 0.
	01 WS-GROUP-IDX		PIC 9(03).
	01 WS-GROUP-FOUND-SW	PIC X(01).
		IF WS-COMMAND-LINE(1:6) = 'ONSITE'
			SET WS-ONSITE-MODE TO TRUE
		END-IF.
		MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE(8:4))
			TO WS-DESK-FILTER.
		PERFORM OPEN-FILES.
		MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
		PERFORM WRITE-PAGE-HEADING.
				IF (WS-ONSITE-MODE AND UM-ON-SITE)
					OR (NOT WS-ONSITE-MODE
					AND UM-CAPTURE-TS(1:8) = WS-RUN-DATE(1:8))
					IF WS-DESK-FILTER = SPACES
						OR UM-DESK-CODE = WS-DESK-FILTER
						PERFORM LIST-ONE-VISITOR
					END-IF
				END-IF
				PERFORM READ-USERMAST-RECORD
		IF WS-ONSITE-MODE
			PERFORM WRITE-GROUP-SUMMARY
		END-IF.
		IF WS-DESK-FILTER = SPACES
			PERFORM WRITE-DESK-SUMMARY
		END-IF.
		PERFORM WRITE-END-OF-REPORT.
		PERFORM CLOSE-FILES.
		GOBACK.

	LIST-ONE-VISITOR.
		ADD 1 TO WS-TOTAL-READ.
		PERFORM WRITE-DETAIL-LINE.
		PERFORM TALLY-ONE-DESK.
		IF WS-ONSITE-MODE
			AND UM-GROUP-ID NOT = SPACES
			PERFORM TALLY-ONE-GROUP
		END-IF.

	OPEN-FILES.
		OPEN INPUT USERMAST-FILE.
		IF WS-USERMAST-STATUS = "00"
			MOVE SPACES TO ROSTER-REPORT-LINE
			WRITE ROSTER-REPORT-LINE
		END-IF.
		MOVE SPACES TO WS-HEADING-LINE.
		IF WS-ONSITE-MODE
			STRING "ON-SITE VISITOR ROSTER - RUN DATE "
				WS-RUN-DATE(1:8) "  PAGE " WS-PAGE-NO
				WS-RUN-DATE(1:8) "  PAGE " WS-PAGE-NO
				DELIMITED BY SIZE INTO WS-HEADING-LINE
		END-IF.
		IF WS-DESK-FILTER NOT = SPACES
			MOVE "  DESK" TO WS-HEADING-LINE(56:6)
			MOVE WS-DESK-FILTER TO WS-HEADING-LINE(63:4)
		END-IF.
		CALL "CharConv" USING WS-DEVICE-TYPE WS-HEADING-LINE.
		MOVE WS-HEADING-LINE TO ROSTER-REPORT-LINE.
		WRITE ROSTER-REPORT-LINE.
		MOVE "SEQ#   DESK  NAME" TO ROSTER-REPORT-LINE.
		WRITE ROSTER-REPORT-LINE.
		ADD 1 TO WS-PAGE-NO.
		MOVE 0 TO WS-LINE-COUNT.
		MOVE WS-TOTAL-READ TO WS-SEQ-DISPLAY.
*> The group identifier rides on the line so the fire warden can
*> see at a glance which names arrived as one party.
		MOVE SPACES TO WS-DETAIL-LINE.
		IF UM-GROUP-ID = SPACES
			STRING WS-SEQ-DISPLAY "  " UM-DESK-CODE "  " UM-NAME
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
		ELSE
			STRING WS-SEQ-DISPLAY "  " UM-DESK-CODE "  " UM-NAME
				"  " UM-GROUP-ID
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
		END-IF.
		CALL "CharConv" USING WS-DEVICE-TYPE WS-DETAIL-LINE.
		WRITE ROSTER-REPORT-LINE.
		ADD 1 TO WS-LINE-COUNT.

*> Same table-with-overflow pattern as the group tally below.
	TALLY-ONE-DESK.
		MOVE 'N' TO WS-DESK-FOUND-SW.
		PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
			UNTIL WS-DESK-IDX > WS-DESK-COUNT
			IF WS-DESK-CODE(WS-DESK-IDX) = UM-DESK-CODE
				ADD 1 TO WS-DESK-VISITORS(WS-DESK-IDX)
				SET WS-DESK-FOUND TO TRUE
			END-IF
		END-PERFORM.
		IF NOT WS-DESK-FOUND
			IF WS-DESK-COUNT < 20
				ADD 1 TO WS-DESK-COUNT
				MOVE UM-DESK-CODE
					TO WS-DESK-CODE(WS-DESK-COUNT)
				MOVE 1 TO WS-DESK-VISITORS(WS-DESK-COUNT)
			ELSE
				ADD 1 TO WS-DESK-DROPPED
			END-IF
		END-IF.

	TALLY-ONE-GROUP.
		MOVE 'N' TO WS-GROUP-FOUND-SW.
		PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
			END-IF
		END-IF.

*> The subtotal per reception desk; visits captured before desks
*> were recorded, or by the batch load with no desk, show as a
*> blank desk.
	WRITE-DESK-SUMMARY.
		IF WS-DESK-COUNT > 0
			MOVE SPACES TO ROSTER-REPORT-LINE
			WRITE ROSTER-REPORT-LINE
			MOVE "VISITORS BY DESK:" TO ROSTER-REPORT-LINE
			WRITE ROSTER-REPORT-LINE
			PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
				UNTIL WS-DESK-IDX > WS-DESK-COUNT
				MOVE SPACES TO WS-DETAIL-LINE
				STRING "  DESK " WS-DESK-CODE(WS-DESK-IDX)
					"  VISITORS "
					WS-DESK-VISITORS(WS-DESK-IDX)
					DELIMITED BY SIZE INTO WS-DETAIL-LINE
				MOVE WS-DETAIL-LINE TO ROSTER-REPORT-LINE
				WRITE ROSTER-REPORT-LINE
			END-PERFORM
			IF WS-DESK-DROPPED > 0
				MOVE SPACES TO WS-DETAIL-LINE
				STRING "  VISITORS AT DESKS BEYOND TABLE: "
					WS-DESK-DROPPED DELIMITED BY SIZE
					INTO WS-DETAIL-LINE
				MOVE WS-DETAIL-LINE TO ROSTER-REPORT-LINE
				WRITE ROSTER-REPORT-LINE
			END-IF
		END-IF.

	WRITE-END-OF-REPORT.
		MOVE SPACES TO ROSTER-REPORT-LINE.
		WRITE ROSTER-REPORT-LINE.
