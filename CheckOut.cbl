*> matching record, and stamps a departure timestamp on the one that
*> is leaving, so the on-site roster can tell who is still inside
*> the building from who already left.
*> An optional desk code on the command line (e.g. "NORT") runs the
*> transaction for one lobby only: visits captured at another desk
*> are shown but not stamped, and a group check-out takes only the
*> party members who came in through this desk.
*> A visitor who came by car frees the visitor parking bay ParkCtl
*> gave them once the desk confirms the car is leaving too.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CheckOut.
	AUTHOR. jose gregorio .
	01 WS-SITE-FUNCTION	PIC X(06) VALUE 'DEPART'.
	01 WS-ONSITE-COUNT	PIC 9(05).
	01 WS-OCC-LIMIT		PIC 9(05).
	01 WS-COMMAND-LINE	PIC X(80).
	01 WS-DESK-FILTER	PIC X(04) VALUE SPACES.
	01 WS-DESK-MATCH-SW	PIC X(01).
		88 WS-DESK-MATCHES		VALUE 'Y'.
	01 WS-BADGE-FUNCTION	PIC X(06) VALUE 'RETURN'.
	01 WS-BADGE-NO		PIC 9(04).
	01 WS-BADGE-HOLDER	PIC X(30).
	01 WS-BADGE-SW		PIC X(01).
		88 WS-BADGE-OK			VALUE 'Y'.
	01 WS-PARK-FUNCTION	PIC X(07) VALUE 'RELEASE'.
	01 WS-BAY-NO		PIC 9(03).
	01 WS-PARK-PLATE	PIC X(10).
	01 WS-PARK-HOLDER	PIC X(30).
	01 WS-PARK-VISIT-KEY	PIC X(26).
	01 WS-PARK-SW		PIC X(01).
		88 WS-PARK-OK			VALUE 'Y'.
	01 WS-GROUP-BAYS	PIC 9(03).
	01 WS-BAYS-ACTION	PIC X(01).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		IF NOT WS-SIGNON-OK
			STOP RUN
		END-IF.
		ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
		MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE(1:4))
			TO WS-DESK-FILTER.
		IF WS-DESK-FILTER NOT = SPACES
			DISPLAY "Salidas de la recepcion " WS-DESK-FILTER "."
		END-IF.
		PERFORM OPEN-USERMAST-FILE.
*> A party captured in UserInput's group mode leaves as one unit:
*> the G option stamps every on-site member of the group in a single
	CHECK-OUT-RECORD.
		DISPLAY "Registro " WS-DUP-IDX " de " WS-DUP-COUNT
			" con ese nombre: " UM-NAME.
		DISPLAY "  Entrada: " UM-CAPTURE-TS " recepcion "
			UM-DESK-CODE.
		PERFORM TEST-DESK-FILTER.
		IF WS-DESK-MATCHES
			PERFORM STAMP-THE-DEPARTURE
		ELSE
			DISPLAY "  Visita de otra recepcion, no se registra "
				"aqui."
		END-IF.

	STAMP-THE-DEPARTURE.
		IF UM-ON-SITE
			DISPLAY "Registrar salida de este visitante? (S/N):"
			ACCEPT WS-ACTION
					DISPLAY "Salida registrada: " UM-DEPART-TS
					MOVE 'CHKOUT' TO WS-OUTCOME
*> A stamped departure steps the live occupancy count back down so
*> the building's headroom recovers as visitors leave - the
*> lobby the visitor came in through along with it.
					CALL "SiteCtl" USING WS-SITE-FUNCTION
						WS-ONSITE-COUNT WS-OCC-LIMIT UM-DESK-CODE
					PERFORM COLLECT-VISITOR-BADGE
					PERFORM RELEASE-VISITOR-BAY
				ELSE
					DISPLAY "Error al registrar salida, status "
						WS-USERMAST-STATUS
			DISPLAY "  Salida ya registrada: " UM-DEPART-TS
		END-IF.

	TEST-DESK-FILTER.
		IF WS-DESK-FILTER = SPACES
			OR UM-DESK-CODE = WS-DESK-FILTER
			MOVE 'Y' TO WS-DESK-MATCH-SW
		ELSE
			MOVE 'N' TO WS-DESK-MATCH-SW
		END-IF.

*> USERMAST has no key on the group identifier, so the group is
*> found the way HostRpt.cbl finds a host's visitors: a sequential
*> pass. First pass lists the on-site members so the operator sees

	SCAN-AND-CONFIRM-GROUP.
		MOVE 0 TO WS-GROUP-COUNT.
		MOVE 0 TO WS-GROUP-BAYS.
		PERFORM POSITION-ON-FIRST-MASTER.
		PERFORM UNTIL NOT WS-SCAN-MORE
			READ USERMAST-FILE NEXT RECORD
				AT END MOVE 'N' TO WS-SCAN-MORE-SW
			END-READ
			IF WS-SCAN-MORE
				PERFORM TEST-DESK-FILTER
				IF UM-GROUP-ID = WS-GROUP-SEARCH AND UM-ON-SITE
					AND WS-DESK-MATCHES
					ADD 1 TO WS-GROUP-COUNT
					DISPLAY "  " UM-NAME " entrada "
						UM-CAPTURE-TS(1:14)
					IF UM-BAY-NO > 0
						ADD 1 TO WS-GROUP-BAYS
						DISPLAY "    vehiculo " UM-PLATE
							" plaza " UM-BAY-NO
					END-IF
				END-IF
			END-IF
		END-PERFORM.
*> One confirmed action, one shared timestamp, one badge question
*> for the whole party; every stamped member still leaves its own
*> CHKOUT audit line and steps the occupancy count down, exactly as
*> a one-by-one check-out would have. The party's cars get the same
*> single question, asked only when any member parked in a bay.
	STAMP-GROUP-DEPARTURE.
		DISPLAY "Devolvieron todos sus gafetes? (S/N):".
		ACCEPT WS-BADGES-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-BADGES-ACTION)
			TO WS-BADGES-ACTION.
		MOVE 'N' TO WS-BAYS-ACTION.
		IF WS-GROUP-BAYS > 0
			DISPLAY "Retiraron sus vehiculos de las " WS-GROUP-BAYS
				" plazas? (S/N):"
			ACCEPT WS-BAYS-ACTION
			MOVE FUNCTION UPPER-CASE(WS-BAYS-ACTION)
				TO WS-BAYS-ACTION
		END-IF.
		MOVE FUNCTION CURRENT-DATE TO WS-GROUP-TS.
		MOVE 0 TO WS-GROUP-STAMPED.
		PERFORM POSITION-ON-FIRST-MASTER.
				AT END MOVE 'N' TO WS-SCAN-MORE-SW
			END-READ
			IF WS-SCAN-MORE
				PERFORM TEST-DESK-FILTER
				IF UM-GROUP-ID = WS-GROUP-SEARCH AND UM-ON-SITE
					AND WS-DESK-MATCHES
					PERFORM STAMP-ONE-GROUP-MEMBER
				END-IF
			END-IF
			DISPLAY "Gafetes del grupo quedan pendientes, "
				"saldran en el reporte de gafetes."
		END-IF.
		IF WS-GROUP-BAYS > 0 AND WS-BAYS-ACTION NOT = 'S'
			DISPLAY "Plazas del grupo quedan ocupadas, saldran "
				"en el reporte de aparcamiento."
		END-IF.

	STAMP-ONE-GROUP-MEMBER.
		MOVE WS-GROUP-TS TO UM-DEPART-TS.
			ADD 1 TO WS-GROUP-STAMPED
			MOVE 'CHKOUT' TO WS-OUTCOME
			CALL "SiteCtl" USING WS-SITE-FUNCTION
				WS-ONSITE-COUNT WS-OCC-LIMIT UM-DESK-CODE
			IF WS-BADGES-ACTION = 'S' AND UM-BADGE-NO > 0
				MOVE UM-BADGE-NO TO WS-BADGE-NO
				MOVE UM-NAME TO WS-BADGE-HOLDER
				CALL "BadgeCtl" USING WS-BADGE-FUNCTION
					WS-BADGE-NO WS-BADGE-HOLDER WS-BADGE-SW
			END-IF
			IF WS-BAYS-ACTION = 'S' AND UM-BAY-NO > 0
				PERFORM FREE-THE-BAY
			END-IF
		ELSE
			DISPLAY "Error al registrar salida de " UM-NAME
				", status " WS-USERMAST-STATUS
			END-IF
		END-IF.

*> The bay is freed only when the car is confirmed gone; a car left
*> behind keeps its bay occupied, which is exactly what the
*> end-of-day car park report chases.
	RELEASE-VISITOR-BAY.
		IF UM-BAY-NO > 0
			DISPLAY "Retira el vehiculo " UM-PLATE " de la plaza "
				UM-BAY-NO "? (S/N):"
			ACCEPT WS-ACTION
			MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
			IF WS-ACTION = 'S'
				PERFORM FREE-THE-BAY
				IF WS-PARK-OK
					DISPLAY "Plaza " WS-BAY-NO " liberada."
				END-IF
			ELSE
				DISPLAY "Plaza " UM-BAY-NO " queda ocupada, saldra "
					"en el reporte de aparcamiento."
			END-IF
		END-IF.

	FREE-THE-BAY.
		MOVE UM-BAY-NO TO WS-BAY-NO.
		MOVE UM-PLATE TO WS-PARK-PLATE.
		MOVE UM-NAME TO WS-PARK-HOLDER.
		MOVE UM-SEQ-KEY TO WS-PARK-VISIT-KEY.
		MOVE 'N' TO WS-PARK-SW.
		CALL "ParkCtl" USING WS-PARK-FUNCTION WS-BAY-NO
			WS-PARK-PLATE WS-PARK-HOLDER WS-PARK-VISIT-KEY
			WS-PARK-SW.

	ASK-CONTINUE.
		DISPLAY "Otra busqueda? (S/N):".
		ACCEPT WS-ACTION.
