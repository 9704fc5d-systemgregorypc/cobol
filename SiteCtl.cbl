*>            (the UM-ON-SITE test the roster and muster use) and
*>            make that today's count, for when the running tally
*>            has drifted from reality.
*>   SETCLS - store the daily closing time (HHMM, carried in the
*>            limit argument) in SITECFG.
*>   GETCLS - return the daily closing time in the limit argument.
*>   CLOSE  - the day close: recount today as RESYNC does and open
*>            tomorrow's record from that clean count, so the next
*>            day starts from who was actually left inside instead
*>            of the prior-closing-count guess.
*> Every call names a reception desk. SPACES is the whole building;
*> a desk code is that lobby, with its own count and its own limit
*> ('LIM-' plus the desk code in SITECFG). QUERY, SETLIM and the
*> answer of every function apply to the desk named. ARRIVE and
*> DEPART at a desk step both the lobby and the building, so the
*> building total always stays the sum of its lobbies; RESYNC and
*> CLOSE recount the building and every lobby in one pass.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SiteCtl.
	AUTHOR. jose gregorio .
		SELECT SITEOCC-FILE ASSIGN TO "SITEOCC"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SITE-OCC-KEY
			FILE STATUS IS WS-SITEOCC-STATUS.
		SELECT USERMAST-FILE ASSIGN TO "USERMAST"
			ORGANIZATION IS INDEXED
	01 WS-SITEOCC-STATUS	PIC X(02).
	01 WS-TODAY-DATE	PIC X(21).
	01 WS-DEFAULT-LIMIT	PIC 9(05) VALUE 100.
	01 WS-DEFAULT-CLOSING	PIC 9(04) VALUE 2000.
	01 WS-DATE-NUMERIC	PIC 9(08).
	01 WS-DAY-NUMBER	PIC 9(07).
	01 WS-TOMORROW-DATE	PIC X(08).
	01 WS-PRIOR-COUNT	PIC 9(05).
	01 WS-SCAN-MORE-SW	PIC X(01).
		88 WS-SCAN-MORE			VALUE 'Y'.
	01 WS-ONSITE-TALLY	PIC 9(05).
	01 WS-EOF-SW		PIC X(01).
		88 WS-EOF			VALUE 'Y'.
	01 WS-OCC-DESK		PIC X(04).
	01 WS-RECOUNT-VALUE	PIC 9(05).
	01 WS-LIMIT-KEY.
		05 FILLER		PIC X(04) VALUE 'LIM-'.
		05 WS-LIMIT-DESK	PIC X(04).
*> One slot per lobby seen on site during a recount. A site with
*> more lobbies than slots still gets its building total right; the
*> lobbies past the table keep their running tallies.
	01 WS-DESK-TALLY-COUNT	PIC 9(03) VALUE 0.
	01 WS-DESK-TALLY-MAX	PIC 9(03) VALUE 20.
	01 WS-DESK-DROPPED	PIC 9(05) VALUE 0.
	01 WS-DESK-IDX		PIC 9(03).
	01 WS-DESK-FOUND-SW	PIC X(01).
		88 WS-DESK-FOUND		VALUE 'Y'.
	01 WS-DESK-TALLY-TABLE.
		05 WS-DESK-TALLY OCCURS 20 TIMES.
			10 WS-TALLY-DESK	PIC X(04).
			10 WS-TALLY-COUNT	PIC 9(05).
			10 WS-TALLY-SEEN-SW	PIC X(01).
	LINKAGE SECTION.
	01 LS-FUNCTION		PIC X(06).
		88 LS-FUNCTION-QUERY	VALUE 'QUERY'.
		88 LS-FUNCTION-DEPART	VALUE 'DEPART'.
		88 LS-FUNCTION-SETLIM	VALUE 'SETLIM'.
		88 LS-FUNCTION-RESYNC	VALUE 'RESYNC'.
		88 LS-FUNCTION-SETCLS	VALUE 'SETCLS'.
		88 LS-FUNCTION-GETCLS	VALUE 'GETCLS'.
		88 LS-FUNCTION-CLOSE	VALUE 'CLOSE'.
	01 LS-ONSITE-COUNT	PIC 9(05).
	01 LS-OCC-LIMIT		PIC 9(05).
	01 LS-DESK-CODE		PIC X(04).

	PROCEDURE DIVISION USING LS-FUNCTION LS-ONSITE-COUNT
		LS-OCC-LIMIT LS-DESK-CODE.
	MAIN-PARAGRAPH.
		MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
		PERFORM OPEN-SITECFG-FILE.
		EVALUATE TRUE
			WHEN LS-FUNCTION-SETLIM
				PERFORM STORE-NEW-LIMIT
			WHEN LS-FUNCTION-SETCLS
				PERFORM STORE-CLOSING-TIME
			WHEN LS-FUNCTION-GETCLS
				PERFORM READ-THE-CLOSING-TIME
			WHEN LS-FUNCTION-RESYNC
				PERFORM RESYNC-THE-COUNT
				PERFORM ANSWER-FOR-THE-DESK
			WHEN LS-FUNCTION-CLOSE
				PERFORM RESYNC-THE-COUNT
				PERFORM OPEN-TOMORROW
				PERFORM ANSWER-FOR-THE-DESK
			WHEN OTHER
				IF LS-DESK-CODE NOT = SPACES
					AND NOT LS-FUNCTION-QUERY
					MOVE SPACES TO WS-OCC-DESK
					PERFORM POSITION-ON-TODAY
					PERFORM STEP-THE-COUNT
				END-IF
				MOVE LS-DESK-CODE TO WS-OCC-DESK
				PERFORM POSITION-ON-TODAY
				PERFORM STEP-THE-COUNT
				PERFORM READ-THE-LIMIT
				MOVE SITE-OCC-COUNT TO LS-ONSITE-COUNT
		END-EVALUATE.
		CLOSE SITECFG-FILE.
		CLOSE SITEOCC-FILE.
		GOBACK.

	STEP-THE-COUNT.
		EVALUATE TRUE
			WHEN LS-FUNCTION-ARRIVE
				PERFORM COUNT-ONE-ARRIVAL
			WHEN LS-FUNCTION-DEPART
				PERFORM COUNT-ONE-DEPARTURE
			WHEN LS-FUNCTION-QUERY
				CONTINUE
		END-EVALUATE.

	ANSWER-FOR-THE-DESK.
		MOVE LS-DESK-CODE TO WS-OCC-DESK.
		PERFORM POSITION-ON-TODAY.
		PERFORM READ-THE-LIMIT.
		MOVE SITE-OCC-COUNT TO LS-ONSITE-COUNT.

*> A brand-new installation has no SITECFG yet; seed it with a
*> conservative default so the limit is enforced from day one, the
*> same way OperSign.cbl seeds OPERMAST - facilities then sets the
			OPEN I-O SITEOCC-FILE
		END-IF.

*> A lobby with no limit record of its own answers zero - no lobby
*> limit - and is held only to the building's.
	READ-THE-LIMIT.
		MOVE 0 TO LS-OCC-LIMIT.
		PERFORM BUILD-LIMIT-KEY.
		READ SITECFG-FILE
			INVALID KEY
				CONTINUE
				MOVE SITE-OCCUPANCY-LIMIT TO LS-OCC-LIMIT
		END-READ.

	BUILD-LIMIT-KEY.
		IF WS-OCC-DESK = SPACES
			MOVE 'OCCLIMIT' TO SITE-CFG-ID
		ELSE
			MOVE WS-OCC-DESK TO WS-LIMIT-DESK
			MOVE WS-LIMIT-KEY TO SITE-CFG-ID
		END-IF.

*> The first touch of a new date opens that date's record seeded
*> from the latest prior date's closing count, not from zero: a
*> visitor who arrived before midnight and never checked out is
*> live by - so 30 overnight guests still count against the limit
*> and their morning check-outs step a real number down instead of
*> being clamped at zero. No midnight housekeeping job needed.
*> Each lobby's record is opened the same way from that lobby's own
*> latest prior count.
	POSITION-ON-TODAY.
		MOVE WS-TODAY-DATE(1:8) TO SITE-OCC-DATE.
		MOVE WS-OCC-DESK TO SITE-OCC-DESK.
		READ SITEOCC-FILE
			INVALID KEY
				PERFORM FIND-PRIOR-CLOSING-COUNT
				MOVE WS-TODAY-DATE(1:8) TO SITE-OCC-DATE
				MOVE WS-OCC-DESK TO SITE-OCC-DESK
				MOVE WS-PRIOR-COUNT TO SITE-OCC-COUNT
				MOVE WS-PRIOR-COUNT TO SITE-OCC-HIGHWATER
				WRITE SITE-OCC-RECORD
				END-IF
		END-READ.

*> A handful of records per day keeps this file tiny, so the latest
*> prior date is found with a plain forward scan - the same walk
*> the other masters get - remembering the last count seen for this
*> desk before today.
	FIND-PRIOR-CLOSING-COUNT.
		MOVE 0 TO WS-PRIOR-COUNT.
		MOVE LOW-VALUES TO SITE-OCC-KEY.
		MOVE 'Y' TO WS-SCAN-MORE-SW.
		START SITEOCC-FILE KEY IS NOT LESS THAN SITE-OCC-KEY
			INVALID KEY MOVE 'N' TO WS-SCAN-MORE-SW
		END-START.
		PERFORM UNTIL NOT WS-SCAN-MORE
			END-READ
			IF WS-SCAN-MORE
				IF SITE-OCC-DATE < WS-TODAY-DATE(1:8)
					IF SITE-OCC-DESK = WS-OCC-DESK
						MOVE SITE-OCC-COUNT TO WS-PRIOR-COUNT
					END-IF
				ELSE
					MOVE 'N' TO WS-SCAN-MORE-SW
				END-IF
*> the same never-departed test the roster and the muster use and
*> makes that today's count; the high-water only ever rises from it.
*> No USERMAST at all means nobody has ever been captured: zero.
*> The same walk tallies each lobby; every lobby record already open
*> today is set from its tally (zero when nobody from that desk is
*> left), then lobbies with visitors but no record yet get one.
	RESYNC-THE-COUNT.
		MOVE 0 TO WS-ONSITE-TALLY.
		MOVE 0 TO WS-DESK-TALLY-COUNT.
		MOVE 0 TO WS-DESK-DROPPED.
		OPEN INPUT USERMAST-FILE.
		IF WS-USERMAST-STATUS = "00"
			MOVE 'N' TO WS-EOF-SW
			PERFORM UNTIL WS-EOF
				IF UM-ON-SITE
					ADD 1 TO WS-ONSITE-TALLY
					IF UM-DESK-CODE NOT = SPACES
						PERFORM TALLY-ONE-DESK
					END-IF
				END-IF
				PERFORM READ-USERMAST-RECORD
			END-PERFORM
			CLOSE USERMAST-FILE
		END-IF.
		MOVE SPACES TO WS-OCC-DESK.
		PERFORM POSITION-ON-TODAY.
		MOVE WS-ONSITE-TALLY TO WS-RECOUNT-VALUE.
		PERFORM APPLY-THE-RECOUNT.
		PERFORM RECOUNT-OPEN-DESKS.
		PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
			UNTIL WS-DESK-IDX > WS-DESK-TALLY-COUNT
			IF WS-TALLY-SEEN-SW(WS-DESK-IDX) = 'N'
				MOVE WS-TALLY-DESK(WS-DESK-IDX) TO WS-OCC-DESK
				PERFORM POSITION-ON-TODAY
				MOVE WS-TALLY-COUNT(WS-DESK-IDX)
					TO WS-RECOUNT-VALUE
				PERFORM APPLY-THE-RECOUNT
			END-IF
		END-PERFORM.
		IF WS-DESK-DROPPED > 0
			DISPLAY "Recuento: " WS-DESK-DROPPED " visitantes de "
				"recepciones fuera de tabla sin recontar por "
				"recepcion."
		END-IF.

	READ-USERMAST-RECORD.
		READ USERMAST-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	TALLY-ONE-DESK.
		PERFORM FIND-DESK-SLOT.
		IF WS-DESK-FOUND
			ADD 1 TO WS-TALLY-COUNT(WS-DESK-IDX)
		ELSE
			IF WS-DESK-TALLY-COUNT < WS-DESK-TALLY-MAX
				ADD 1 TO WS-DESK-TALLY-COUNT
				MOVE UM-DESK-CODE
					TO WS-TALLY-DESK(WS-DESK-TALLY-COUNT)
				MOVE 1 TO WS-TALLY-COUNT(WS-DESK-TALLY-COUNT)
				MOVE 'N' TO WS-TALLY-SEEN-SW(WS-DESK-TALLY-COUNT)
			ELSE
				ADD 1 TO WS-DESK-DROPPED
			END-IF
		END-IF.

	FIND-DESK-SLOT.
		MOVE 'N' TO WS-DESK-FOUND-SW.
		PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
			UNTIL WS-DESK-IDX > WS-DESK-TALLY-COUNT
			OR WS-DESK-FOUND
			IF WS-TALLY-DESK(WS-DESK-IDX) = UM-DESK-CODE
				SET WS-DESK-FOUND TO TRUE
			END-IF
		END-PERFORM.
		IF WS-DESK-FOUND
			SUBTRACT 1 FROM WS-DESK-IDX
		END-IF.

*> Walks today's lobby records (the building record, desk SPACES,
*> sorts first and is skipped) and squares each against the tally.
	RECOUNT-OPEN-DESKS.
		MOVE WS-TODAY-DATE(1:8) TO SITE-OCC-DATE.
		MOVE LOW-VALUES TO SITE-OCC-DESK.
		MOVE 'Y' TO WS-SCAN-MORE-SW.
		START SITEOCC-FILE KEY IS NOT LESS THAN SITE-OCC-KEY
			INVALID KEY MOVE 'N' TO WS-SCAN-MORE-SW
		END-START.
		PERFORM UNTIL NOT WS-SCAN-MORE
			READ SITEOCC-FILE NEXT RECORD
				AT END MOVE 'N' TO WS-SCAN-MORE-SW
			END-READ
			IF WS-SCAN-MORE
				IF SITE-OCC-DATE NOT = WS-TODAY-DATE(1:8)
					MOVE 'N' TO WS-SCAN-MORE-SW
				ELSE
					IF SITE-OCC-DESK NOT = SPACES
						PERFORM RECOUNT-ONE-OPEN-DESK
					END-IF
				END-IF
			END-IF
		END-PERFORM.

	RECOUNT-ONE-OPEN-DESK.
		MOVE 0 TO WS-RECOUNT-VALUE.
		MOVE 'N' TO WS-DESK-FOUND-SW.
		PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
			UNTIL WS-DESK-IDX > WS-DESK-TALLY-COUNT
			OR WS-DESK-FOUND
			IF WS-TALLY-DESK(WS-DESK-IDX) = SITE-OCC-DESK
				SET WS-DESK-FOUND TO TRUE
				MOVE WS-TALLY-COUNT(WS-DESK-IDX)
					TO WS-RECOUNT-VALUE
				MOVE 'Y' TO WS-TALLY-SEEN-SW(WS-DESK-IDX)
			END-IF
		END-PERFORM.
		PERFORM APPLY-THE-RECOUNT.

	APPLY-THE-RECOUNT.
		MOVE WS-RECOUNT-VALUE TO SITE-OCC-COUNT.
		IF SITE-OCC-COUNT > SITE-OCC-HIGHWATER
			MOVE SITE-OCC-COUNT TO SITE-OCC-HIGHWATER
		END-IF.
				WS-SITEOCC-STATUS
		END-IF.

	STORE-NEW-LIMIT.
		MOVE LS-DESK-CODE TO WS-OCC-DESK.
		PERFORM BUILD-LIMIT-KEY.
		READ SITECFG-FILE
			INVALID KEY
				PERFORM BUILD-LIMIT-KEY
				MOVE LS-OCC-LIMIT TO SITE-OCCUPANCY-LIMIT
				WRITE SITE-CONFIG-RECORD
			NOT INVALID KEY
			DISPLAY "Error al grabar limite, status "
				WS-SITECFG-STATUS
		END-IF.

*> The closing time shares the SITECFG value bytes under its own
*> key. A SITECFG created before the closing time existed has no
*> 'CLOSTIME' record; the default answers until a supervisor sets
*> one through SiteMaint.
	READ-THE-CLOSING-TIME.
		MOVE WS-DEFAULT-CLOSING TO LS-OCC-LIMIT.
		MOVE 'CLOSTIME' TO SITE-CFG-ID.
		READ SITECFG-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE SITE-CLOSING-TIME TO LS-OCC-LIMIT
		END-READ.

	STORE-CLOSING-TIME.
		MOVE 'CLOSTIME' TO SITE-CFG-ID.
		READ SITECFG-FILE
			INVALID KEY
				MOVE 'CLOSTIME' TO SITE-CFG-ID
				MOVE SPACES TO SITE-CLOSING-VIEW
				MOVE LS-OCC-LIMIT TO SITE-CLOSING-TIME
				WRITE SITE-CONFIG-RECORD
			NOT INVALID KEY
				MOVE LS-OCC-LIMIT TO SITE-CLOSING-TIME
				REWRITE SITE-CONFIG-RECORD
		END-READ.
		IF WS-SITECFG-STATUS NOT = "00"
			DISPLAY "Error al grabar hora de cierre, status "
				WS-SITECFG-STATUS
		END-IF.

*> Tomorrow's records are written now, from tonight's recount, so
*> the first arrival of the morning finds its day already open and
*> POSITION-ON-TODAY never has to fall back on the prior-closing
*> scan - the building's record and one per lobby with anybody left
*> inside. A rerun of the close simply refreshes them; the
*> high-water mark only ever rises.
	OPEN-TOMORROW.
		MOVE WS-TODAY-DATE(1:8) TO WS-DATE-NUMERIC.
		COMPUTE WS-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) + 1.
		COMPUTE WS-DATE-NUMERIC =
			FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
		MOVE WS-DATE-NUMERIC TO WS-TOMORROW-DATE.
		MOVE SPACES TO WS-OCC-DESK.
		MOVE WS-ONSITE-TALLY TO WS-RECOUNT-VALUE.
		PERFORM OPEN-ONE-TOMORROW.
		PERFORM VARYING WS-DESK-IDX FROM 1 BY 1
			UNTIL WS-DESK-IDX > WS-DESK-TALLY-COUNT
			MOVE WS-TALLY-DESK(WS-DESK-IDX) TO WS-OCC-DESK
			MOVE WS-TALLY-COUNT(WS-DESK-IDX) TO WS-RECOUNT-VALUE
			PERFORM OPEN-ONE-TOMORROW
		END-PERFORM.

	OPEN-ONE-TOMORROW.
		MOVE WS-TOMORROW-DATE TO SITE-OCC-DATE.
		MOVE WS-OCC-DESK TO SITE-OCC-DESK.
		READ SITEOCC-FILE
			INVALID KEY
				MOVE WS-TOMORROW-DATE TO SITE-OCC-DATE
				MOVE WS-OCC-DESK TO SITE-OCC-DESK
				MOVE WS-RECOUNT-VALUE TO SITE-OCC-COUNT
				MOVE WS-RECOUNT-VALUE TO SITE-OCC-HIGHWATER
				WRITE SITE-OCC-RECORD
			NOT INVALID KEY
				MOVE WS-RECOUNT-VALUE TO SITE-OCC-COUNT
				IF SITE-OCC-COUNT > SITE-OCC-HIGHWATER
					MOVE SITE-OCC-COUNT TO SITE-OCC-HIGHWATER
				END-IF
				REWRITE SITE-OCC-RECORD
		END-READ.
		IF WS-SITEOCC-STATUS NOT = "00"
			DISPLAY "Error al abrir el aforo de manana, status "
				WS-SITEOCC-STATUS
		END-IF.
