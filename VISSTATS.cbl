*> instead of guessing why the Monday-morning queue reaches the
*> door. The range is capped at 31 distinct days; days beyond the
*> cap are reported as skipped, never silently dropped.
*> A reception desk code after the two dates (e.g.
*> "20260901 20260930 NORT") counts only the arrivals through that
*> desk and reports that lobby's own high-water mark; without one
*> the whole building is counted, with a subtotal per desk.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. VisStats.
	AUTHOR. jose gregorio .
		SELECT SITEOCC-FILE ASSIGN TO "SITEOCC"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SITE-OCC-KEY
			FILE STATUS IS WS-SITEOCC-STATUS.
		SELECT STATS-REPORT-FILE ASSIGN TO "VISSTATS.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
	01 WS-SITEOCC-OPEN-SW	PIC X(01) VALUE 'N'.
		88 WS-SITEOCC-OPEN		VALUE 'Y'.
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01) VALUE 'N'.
		88 WS-EOF			VALUE 'Y'.
	01 WS-COMMAND-LINE	PIC X(80).
	01 WS-PEAK-HOUR		PIC 9(02).
	01 WS-HOUR-DISPLAY	PIC 9(02).
	01 WS-DETAIL-LINE	PIC X(80).
	01 WS-DESK-FILTER	PIC X(04) VALUE SPACES.
	01 WS-DESK-COUNT	PIC 9(02) VALUE 0.
	01 WS-DESK-IDX		PIC 9(02) COMP.
	01 WS-DESK-FOUND-SW	PIC X(01).
		88 WS-DESK-FOUND		VALUE 'Y'.
	01 WS-DESK-DROPPED	PIC 9(05) VALUE 0.
	01 WS-DESK-TABLE.
		05 WS-DESK-ENTRY OCCURS 20 TIMES.
			10 WS-DESK-CODE		PIC X(04).
			10 WS-DESK-ARRIVALS	PIC 9(07).
*> INTEGER-OF-DATE day 1 is a Monday, so (integer - 1) modulo 7
*> gives 0 for Monday through 6 for Sunday.
	01 WS-DAY-NAMES.
		ELSE
			MOVE WS-FROM-DATE TO WS-TO-DATE
		END-IF.
		MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE(19:4))
			TO WS-DESK-FILTER.
		OPEN OUTPUT STATS-REPORT-FILE.
		MOVE SPACES TO WS-DETAIL-LINE.
		IF WS-DESK-FILTER = SPACES
			STRING "VISITOR TRAFFIC STATISTICS - " WS-FROM-DATE
				" TO " WS-TO-DATE DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
		ELSE
			STRING "VISITOR TRAFFIC STATISTICS - " WS-FROM-DATE
				" TO " WS-TO-DATE " - DESK " WS-DESK-FILTER
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
		END-IF.
		PERFORM WRITE-REPORT-LINE.
		PERFORM TALLY-ARRIVALS.
		PERFORM OPEN-SITEOCC-FILE.
		STRING "GRAND TOTAL ARRIVALS: " WS-GRAND-TOTAL
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		IF WS-DESK-FILTER = SPACES
			PERFORM WRITE-DESK-SUBTOTALS
		END-IF.
		IF WS-SKIPPED-COUNT > 0
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "ARRIVALS SKIPPED, RANGE OVER 31 DAYS: "
		MOVE "END OF STATISTICS" TO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		CLOSE STATS-REPORT-FILE.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when USERMAST could not be read, 0 otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	TALLY-ARRIVALS.
		OPEN INPUT USERMAST-FILE.
		IF WS-USERMAST-STATUS NOT = "00"
			MOVE 8 TO WS-RETURN-CODE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "USERMAST NO DISPONIBLE, STATUS "
				WS-USERMAST-STATUS DELIMITED BY SIZE
			PERFORM UNTIL WS-EOF
				IF UM-CAPTURE-TS(1:8) >= WS-FROM-DATE
					AND UM-CAPTURE-TS(1:8) <= WS-TO-DATE
					AND (WS-DESK-FILTER = SPACES
					OR UM-DESK-CODE = WS-DESK-FILTER)
					PERFORM TALLY-ONE-ARRIVAL
					PERFORM TALLY-ONE-DESK
				END-IF
				PERFORM READ-USERMAST-RECORD
			END-PERFORM
			END-IF
		END-IF.

*> Arrivals per reception desk across the whole range; a blank desk
*> is a visit captured before desks were recorded or by the batch
*> load. Same table-with-overflow pattern as the day table.
	TALLY-ONE-DESK.
		MOVE 'N' TO WS-DESK-FOUND-SW.
		PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
			UNTIL WS-DESK-IDX > WS-DESK-COUNT
			IF WS-DESK-CODE(WS-DESK-IDX) = UM-DESK-CODE
				SET WS-DESK-FOUND TO TRUE
				ADD 1 TO WS-DESK-ARRIVALS(WS-DESK-IDX)
			END-IF
		END-PERFORM.
		IF NOT WS-DESK-FOUND
			IF WS-DESK-COUNT < 20
				ADD 1 TO WS-DESK-COUNT
				MOVE UM-DESK-CODE TO WS-DESK-CODE(WS-DESK-COUNT)
				MOVE 1 TO WS-DESK-ARRIVALS(WS-DESK-COUNT)
			ELSE
				ADD 1 TO WS-DESK-DROPPED
			END-IF
		END-IF.

	WRITE-DESK-SUBTOTALS.
		PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
			UNTIL WS-DESK-IDX > WS-DESK-COUNT
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "  DESK " WS-DESK-CODE(WS-DESK-IDX)
				" ARRIVALS " WS-DESK-ARRIVALS(WS-DESK-IDX)
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		END-PERFORM.
		IF WS-DESK-DROPPED > 0
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "  ARRIVALS AT DESKS BEYOND TABLE: "
				WS-DESK-DROPPED DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		END-IF.

*> WS-DAY-IDX addresses the day being counted; the capture hour 00
*> lands in slot 1, hour 23 in slot 24.
	COUNT-INTO-DAY.
*> and check-out move the live count, shows facilities how close the
*> building ran to its fire-code limit alongside the hourly arrival
*> tallies. Days from before SITEOCC existed simply have no mark.
*> The building's record carries desk SPACES; a desk filter reads
*> that lobby's own record instead.
	OPEN-SITEOCC-FILE.
		OPEN INPUT SITEOCC-FILE.
		IF WS-SITEOCC-STATUS = "00"
	WRITE-HIGHWATER-LINE.
		IF WS-SITEOCC-OPEN
			MOVE WS-STAT-DATE(WS-DAY-IDX) TO SITE-OCC-DATE
			MOVE WS-DESK-FILTER TO SITE-OCC-DESK
			READ SITEOCC-FILE
				INVALID KEY
					CONTINUE
