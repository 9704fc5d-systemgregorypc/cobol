*> MUSTLOG file - the record the safety officer asked for after the
*> last real alarm, instead of a pen-marked printout left in the
*> rain.
*> A desk code on the command line (e.g. "NORT") runs the muster for
*> one building wing: only the visitors who came in through that
*> reception desk are loaded, so the warden at that wing's assembly
*> point checks off their own people and the stanza in MUSTLOG says
*> which wing it covers. Without one the whole campus is mustered.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. Muster.
	AUTHOR. jose gregorio .
		88 WS-SIGNON-OK			VALUE 'Y'.
	01 WS-JOB-NAME		PIC X(08) VALUE 'MUSTER'.
	01 WS-OUTCOME		PIC X(08).
	01 WS-COMMAND-LINE	PIC X(80).
	01 WS-DESK-FILTER	PIC X(04) VALUE SPACES.
*> Same table-with-overflow-count pattern AudSumm.cbl uses; anyone
*> beyond the 500 slots is counted and shouted about, because a
*> person the muster cannot track is exactly what a muster exists
		05 WS-MUSTER-ENTRY OCCURS 500 TIMES.
			10 WS-MUS-NAME		PIC X(30).
			10 WS-MUS-GROUP		PIC X(13).
			10 WS-MUS-DESK		PIC X(04).
			10 WS-MUS-ACCT-SW	PIC X(01).
				88 WS-MUS-ACCOUNTED	VALUE 'Y'.

		IF NOT WS-SIGNON-OK
			STOP RUN
		END-IF.
		ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
		MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE(1:4))
			TO WS-DESK-FILTER.
		IF WS-DESK-FILTER NOT = SPACES
			DISPLAY "Pase de lista de la recepcion "
				WS-DESK-FILTER "."
		END-IF.
		MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
		PERFORM LOAD-ONSITE-VISITORS.
		IF WS-ONSITE-COUNT = 0 AND WS-OVERFLOW-COUNT = 0
			PERFORM READ-USERMAST-RECORD
			PERFORM UNTIL WS-EOF
				IF UM-ON-SITE
					AND (WS-DESK-FILTER = SPACES
					OR UM-DESK-CODE = WS-DESK-FILTER)
					PERFORM NOTE-ONE-PERSON
				END-IF
				PERFORM READ-USERMAST-RECORD
			ADD 1 TO WS-ONSITE-COUNT
			MOVE UM-NAME TO WS-MUS-NAME(WS-ONSITE-COUNT)
			MOVE UM-GROUP-ID TO WS-MUS-GROUP(WS-ONSITE-COUNT)
			MOVE UM-DESK-CODE TO WS-MUS-DESK(WS-ONSITE-COUNT)
			MOVE 'N' TO WS-MUS-ACCT-SW(WS-ONSITE-COUNT)
		ELSE
			ADD 1 TO WS-OVERFLOW-COUNT
	SHOW-ONE-PERSON.
		IF WS-MUS-ACCOUNTED(WS-IDX)
			DISPLAY WS-IDX " " WS-MUS-NAME(WS-IDX) " "
				WS-MUS-GROUP(WS-IDX) " " WS-MUS-DESK(WS-IDX)
				" CONTADO"
		ELSE
			DISPLAY WS-IDX " " WS-MUS-NAME(WS-IDX) " "
				WS-MUS-GROUP(WS-IDX) " " WS-MUS-DESK(WS-IDX)
				" FALTA"
		END-IF.

	MUSTER-MENU.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "PERSONAS SIN CONTAR - " WS-RUN-DATE(1:8)
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		IF WS-DESK-FILTER NOT = SPACES
			MOVE " RECEPCION " TO WS-DETAIL-LINE(31:11)
			MOVE WS-DESK-FILTER TO WS-DETAIL-LINE(42:4)
		END-IF.
		PERFORM WRITE-REPORT-LINE.
		PERFORM VARYING WS-IDX FROM 1 BY 1
			UNTIL WS-IDX > WS-ONSITE-COUNT
			IF NOT WS-MUS-ACCOUNTED(WS-IDX)
				MOVE SPACES TO WS-DETAIL-LINE
				STRING "  " WS-MUS-NAME(WS-IDX) " "
					WS-MUS-GROUP(WS-IDX) " " WS-MUS-DESK(WS-IDX)
					DELIMITED BY SIZE INTO WS-DETAIL-LINE
				CALL "CharConv" USING WS-DEVICE-TYPE
					WS-DETAIL-LINE
		STRING "PASE DE LISTA " WS-RUN-DATE(1:14)
			" OPERADOR " WS-OPERATOR-ID
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		IF WS-DESK-FILTER NOT = SPACES
			MOVE " RECEPCION " TO WS-DETAIL-LINE(47:11)
			MOVE WS-DESK-FILTER TO WS-DETAIL-LINE(58:4)
		END-IF.
		PERFORM WRITE-LOG-LINE.
		PERFORM VARYING WS-IDX FROM 1 BY 1
			UNTIL WS-IDX > WS-ONSITE-COUNT
			MOVE SPACES TO WS-DETAIL-LINE
			IF WS-MUS-ACCOUNTED(WS-IDX)
				STRING "  " WS-MUS-NAME(WS-IDX) " "
					WS-MUS-GROUP(WS-IDX) " CONTADO "
					WS-MUS-DESK(WS-IDX)
					DELIMITED BY SIZE INTO WS-DETAIL-LINE
			ELSE
				STRING "  " WS-MUS-NAME(WS-IDX) " "
					WS-MUS-GROUP(WS-IDX) " FALTA   "
					WS-MUS-DESK(WS-IDX)
					DELIMITED BY SIZE INTO WS-DETAIL-LINE
			END-IF
			PERFORM WRITE-LOG-LINE
