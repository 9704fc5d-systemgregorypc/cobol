*> when the fire marshal re-rates the building, and offers the
*> SiteCtl recount that squares the running tally against who is
*> actually still on USERMAST - the correction path for a count
*> that has drifted. It also sets the daily closing time DayClose
*> measures overstays against. Supervisor-only: the limit and the
*> count are what stand between the desk and an over-capacity lobby.
*> The supervisor names a reception desk first: the count and the
*> limit shown and set are that lobby's, or the whole building's
*> when the desk is left blank. The recount squares the building and
*> every lobby at once; the closing time is building-wide.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SiteMaint.
	AUTHOR. jose gregorio .
	01 WS-ONSITE-COUNT	PIC 9(05).
	01 WS-OCC-LIMIT		PIC 9(05).
	01 WS-NEW-LIMIT		PIC 9(05).
	01 WS-CLOSING-TIME	PIC 9(05).
	01 WS-NEW-CLOSING	PIC 9(04).
	01 WS-DESK-CODE		PIC X(04).
	01 WS-BUILDING-DESK	PIC X(04) VALUE SPACES.
	01 WS-SCOPE-TEXT	PIC X(20).
	01 WS-ACTION		PIC X(01).
	01 WS-SIGNON-FUNCTION	PIC X(06) VALUE 'SIGNON'.
	01 WS-OPERATOR-ID	PIC X(08).
				WS-OUTCOME
			STOP RUN
		END-IF.
		DISPLAY "Codigo de recepcion (vacio = todo el edificio):".
		ACCEPT WS-DESK-CODE.
		MOVE FUNCTION UPPER-CASE(WS-DESK-CODE) TO WS-DESK-CODE.
		IF WS-DESK-CODE = SPACES
			MOVE 'el edificio' TO WS-SCOPE-TEXT
		ELSE
			MOVE SPACES TO WS-SCOPE-TEXT
			STRING "la recepcion " WS-DESK-CODE DELIMITED BY SIZE
				INTO WS-SCOPE-TEXT
		END-IF.
		MOVE 'QUERY' TO WS-SITE-FUNCTION.
		CALL "SiteCtl" USING WS-SITE-FUNCTION WS-ONSITE-COUNT
			WS-OCC-LIMIT WS-DESK-CODE.
		DISPLAY "Visitantes en sitio hoy en " WS-SCOPE-TEXT ": "
			WS-ONSITE-COUNT.
		DISPLAY "Limite de aforo vigente: " WS-OCC-LIMIT.
		MOVE 'GETCLS' TO WS-SITE-FUNCTION.
		CALL "SiteCtl" USING WS-SITE-FUNCTION WS-ONSITE-COUNT
			WS-CLOSING-TIME WS-BUILDING-DESK.
		DISPLAY "Hora de cierre vigente: " WS-CLOSING-TIME(2:4).
		DISPLAY "(C)ambiar limite  (R)econtar aforo  "
			"(H)ora de cierre  (N)ada:".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		EVALUATE WS-ACTION
				PERFORM CHANGE-THE-LIMIT
			WHEN 'R'
				PERFORM RESYNC-THE-COUNT
			WHEN 'H'
				PERFORM CHANGE-THE-CLOSING-TIME
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
	RESYNC-THE-COUNT.
		MOVE 'RESYNC' TO WS-SITE-FUNCTION.
		CALL "SiteCtl" USING WS-SITE-FUNCTION WS-ONSITE-COUNT
			WS-OCC-LIMIT WS-DESK-CODE.
		DISPLAY "Aforo recontado: " WS-ONSITE-COUNT
			" visitantes en " WS-SCOPE-TEXT ".".
		MOVE 'RESYNC' TO WS-OUTCOME.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
			WS-OUTCOME.

*> Zero is a deliberate setting - it switches enforcement off - so
*> it is accepted, but called out so nobody leaves it off by typo.
*> For a lobby, zero means it has no limit of its own and is held
*> only to the building's.
	CHANGE-THE-LIMIT.
		DISPLAY "Nuevo limite de aforo (0 = sin limite):".
		ACCEPT WS-NEW-LIMIT.
		MOVE WS-NEW-LIMIT TO WS-OCC-LIMIT.
		MOVE 'SETLIM' TO WS-SITE-FUNCTION.
		CALL "SiteCtl" USING WS-SITE-FUNCTION WS-ONSITE-COUNT
			WS-OCC-LIMIT WS-DESK-CODE.
		IF WS-NEW-LIMIT = 0
			DISPLAY "Limite de aforo DESACTIVADO en "
				WS-SCOPE-TEXT "."
		ELSE
			DISPLAY "Limite de aforo de " WS-SCOPE-TEXT
				" fijado en " WS-NEW-LIMIT "."
		END-IF.
		MOVE 'SETLIM' TO WS-OUTCOME.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
			WS-OUTCOME.

*> The closing time is a clock time, HHMM; anything that is not one
*> is refused rather than stored, since DayClose would otherwise
*> call every visitor of the day an overstay.
	CHANGE-THE-CLOSING-TIME.
		DISPLAY "Nueva hora de cierre (HHMM):".
		ACCEPT WS-NEW-CLOSING.
		IF WS-NEW-CLOSING(1:2) > '23' OR WS-NEW-CLOSING(3:2) > '59'
			DISPLAY "Hora invalida, hora de cierre sin cambios."
		ELSE
			MOVE WS-NEW-CLOSING TO WS-CLOSING-TIME
			MOVE 'SETCLS' TO WS-SITE-FUNCTION
			CALL "SiteCtl" USING WS-SITE-FUNCTION WS-ONSITE-COUNT
				WS-CLOSING-TIME WS-BUILDING-DESK
			DISPLAY "Hora de cierre fijada en " WS-NEW-CLOSING "."
			MOVE 'SETCLS' TO WS-OUTCOME
			CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
				WS-OUTCOME
		END-IF.
