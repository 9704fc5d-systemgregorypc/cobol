*> End-of-day close: walks USERMAST for every visitor still on site
*> (UM-DEPART-TS never stamped) who was captured on or before the
*> business day being closed, and has a signed-on supervisor decide
*> each one - force the departure (stamp USERMAST, release the badge
*> through BadgeCtl RETURN, step the count down through SiteCtl
*> DEPART, exactly as a check-out would) or carry the visitor over
*> as an authorized overnight stay, dated on UM-OVERNIGHT-DATE.
*> Every straggler, decided or not, goes on the DAYCLOSE.RPT overstay
*> exception list security reads each night. The close finishes by
*> having SiteCtl recount who is really left inside and open the next
*> day from that clean figure.
*> The business day being closed is today once the SITECFG closing
*> time has passed, and yesterday when the job runs after midnight
*> (or before today's closing time) - so a late batch window still
*> closes the right day, and today's early arrivals are never swept.
*> LIST on the command line runs the close unattended: the exception
*> list and the clean opening count, with no decisions taken. A
*> signed-on operator below supervisor level gets the same.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DayClose.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT USERMAST-FILE ASSIGN TO "USERMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS UM-SEQ-KEY
			ALTERNATE RECORD KEY IS UM-NAME WITH DUPLICATES
			FILE STATUS IS WS-USERMAST-STATUS.
		SELECT DAYCLOSE-REPORT-FILE ASSIGN TO "DAYCLOSE.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD USERMAST-FILE.
	COPY USERMASTR.
	FD DAYCLOSE-REPORT-FILE.
	01 DAYCLOSE-REPORT-LINE	PIC X(80).
	WORKING-STORAGE SECTION.
	COPY CODEPAGE.
	01 WS-USERMAST-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-SCAN-MORE-SW	PIC X(01).
		88 WS-SCAN-MORE			VALUE 'Y'.
	01 WS-COMMAND-LINE	PIC X(80).
	01 WS-DECIDE-SW		PIC X(01) VALUE 'Y'.
		88 WS-DECIDE			VALUE 'Y'.
		88 WS-LIST-ONLY			VALUE 'N'.
	01 WS-RUN-DATE		PIC X(21).
	01 WS-CLOSE-DATE	PIC X(08).
	01 WS-NOW-TIME		PIC 9(04).
	01 WS-DATE-NUMERIC	PIC 9(08).
	01 WS-CLOSE-DAY-NUMBER	PIC 9(07).
	01 WS-CAPTURE-DAY-NUMBER	PIC 9(07).
	01 WS-NIGHTS		PIC 9(03).
	01 WS-ACTION		PIC X(01).
	01 WS-DECISION-TEXT	PIC X(20).
	01 WS-STRAGGLER-COUNT	PIC 9(05) VALUE 0.
	01 WS-FORCED-COUNT	PIC 9(05) VALUE 0.
	01 WS-CARRIED-COUNT	PIC 9(05) VALUE 0.
	01 WS-PENDING-COUNT	PIC 9(05) VALUE 0.
	01 WS-DEVICE-TYPE	PIC X(03) VALUE 'RPT'.
	01 WS-DETAIL-LINE	PIC X(80).
	01 WS-SITE-FUNCTION	PIC X(06).
	01 WS-ONSITE-COUNT	PIC 9(05).
	01 WS-OCC-LIMIT		PIC 9(05).
	01 WS-SITE-DESK		PIC X(04) VALUE SPACES.
	01 WS-CLOSING-TIME	PIC 9(05).
	01 WS-BADGE-FUNCTION	PIC X(06) VALUE 'RETURN'.
	01 WS-BADGE-NO		PIC 9(04).
	01 WS-BADGE-HOLDER	PIC X(30).
	01 WS-BADGE-SW		PIC X(01).
		88 WS-BADGE-OK			VALUE 'Y'.
	01 WS-SIGNON-FUNCTION	PIC X(06) VALUE 'SIGNON'.
	01 WS-OPERATOR-ID	PIC X(08) VALUE SPACES.
	01 WS-AUTH-LEVEL	PIC X(01).
	01 WS-SIGNON-SW		PIC X(01).
		88 WS-SIGNON-OK			VALUE 'Y'.
	01 WS-JOB-NAME		PIC X(08) VALUE 'DAYCLOSE'.
	01 WS-OUTCOME		PIC X(08).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
		IF WS-COMMAND-LINE(1:4) = 'LIST'
			SET WS-LIST-ONLY TO TRUE
		ELSE
			PERFORM SIGN-ON-SUPERVISOR
		END-IF.
		PERFORM FIX-THE-CLOSE-DATE.
		OPEN OUTPUT DAYCLOSE-REPORT-FILE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "CIERRE DEL DIA " WS-CLOSE-DATE
			" - HORA DE CIERRE " WS-CLOSING-TIME(2:4)
			" - EJECUTADO " WS-RUN-DATE(1:12)
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "VISITANTE                      ENTRADA      "
			"GAF. NOC DECISION            RECP"
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		PERFORM SWEEP-THE-STRAGGLERS.
		PERFORM ROLL-THE-OCCUPANCY.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "EN SITIO TRAS EL CIERRE: " WS-STRAGGLER-COUNT
			"  SALIDAS FORZADAS: " WS-FORCED-COUNT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "PERNOCTAS AUTORIZADAS: " WS-CARRIED-COUNT
			"  SIN DECIDIR: " WS-PENDING-COUNT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "AFORO DE APERTURA: " WS-ONSITE-COUNT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		CLOSE DAYCLOSE-REPORT-FILE.
		DISPLAY "Cierre del dia " WS-CLOSE-DATE ": "
			WS-STRAGGLER-COUNT " en sitio, " WS-FORCED-COUNT
			" salidas forzadas, " WS-CARRIED-COUNT " pernoctas.".
		IF WS-PENDING-COUNT > 0
			MOVE 'PENDING' TO WS-OUTCOME
			IF WS-RETURN-CODE < 4
				MOVE 4 TO WS-RETURN-CODE
			END-IF
		ELSE
			MOVE 'COMPLETE' TO WS-OUTCOME
		END-IF.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID WS-OUTCOME.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when the operator could not sign on or USERMAST could
*> not be opened, 4 when stragglers were left undecided, 0
*> otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

*> Decisions that stamp departures and release badges are a
*> supervisor's to take, the same level SiteMaint demands. Anyone
*> else who signs on still gets the exception list, and the refusal
*> is audited so the missing decisions can be traced.
	SIGN-ON-SUPERVISOR.
		CALL "OperSign" USING WS-SIGNON-FUNCTION WS-OPERATOR-ID
			WS-AUTH-LEVEL WS-SIGNON-SW.
		IF NOT WS-SIGNON-OK
			MOVE 8 TO RETURN-CODE
			GOBACK
		END-IF.
		IF WS-AUTH-LEVEL NOT = 'S'
			DISPLAY "Se requiere nivel supervisor para decidir "
				"salidas y pernoctas; solo se emite la lista."
			MOVE 'NOAUTH' TO WS-OUTCOME
			CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
				WS-OUTCOME
			SET WS-LIST-ONLY TO TRUE
		END-IF.

*> Past today's closing time the day being closed is today; before
*> it - the small hours of a late batch window, or an early sweep -
*> it is yesterday, found with the same INTEGER-OF-DATE arithmetic
*> OperSign.cbl uses for its password age.
	FIX-THE-CLOSE-DATE.
		MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
		MOVE WS-RUN-DATE(9:4) TO WS-NOW-TIME.
		MOVE 'GETCLS' TO WS-SITE-FUNCTION.
		CALL "SiteCtl" USING WS-SITE-FUNCTION WS-ONSITE-COUNT
			WS-CLOSING-TIME WS-SITE-DESK.
		MOVE WS-RUN-DATE(1:8) TO WS-DATE-NUMERIC.
		COMPUTE WS-CLOSE-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC).
		IF WS-NOW-TIME < WS-CLOSING-TIME
			SUBTRACT 1 FROM WS-CLOSE-DAY-NUMBER
			COMPUTE WS-DATE-NUMERIC =
				FUNCTION DATE-OF-INTEGER(WS-CLOSE-DAY-NUMBER)
		END-IF.
		MOVE WS-DATE-NUMERIC TO WS-CLOSE-DATE.

*> USERMAST has no key on the departure stamp, so the stragglers are
*> found the way CheckOut.cbl finds a group: a sequential pass in
*> key order, deciding and rewriting each one as it is read.
	SWEEP-THE-STRAGGLERS.
		OPEN I-O USERMAST-FILE.
		IF WS-USERMAST-STATUS NOT = "00"
			MOVE 8 TO WS-RETURN-CODE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "USERMAST NO DISPONIBLE, STATUS "
				WS-USERMAST-STATUS DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		ELSE
			MOVE 'Y' TO WS-SCAN-MORE-SW
			MOVE LOW-VALUES TO UM-SEQ-KEY
			START USERMAST-FILE KEY IS NOT LESS THAN UM-SEQ-KEY
				INVALID KEY MOVE 'N' TO WS-SCAN-MORE-SW
			END-START
			PERFORM UNTIL NOT WS-SCAN-MORE
				READ USERMAST-FILE NEXT RECORD
					AT END MOVE 'N' TO WS-SCAN-MORE-SW
				END-READ
				IF WS-SCAN-MORE
					IF UM-ON-SITE
						AND UM-CAPTURE-TS(1:8) NOT > WS-CLOSE-DATE
						PERFORM HANDLE-ONE-STRAGGLER
					END-IF
				END-IF
			END-PERFORM
			CLOSE USERMAST-FILE
		END-IF.

*> A visitor already carried over at tonight's close (a rerun of the
*> job) is listed but not asked about again; an authorization from
*> an earlier night does not cover tonight.
	HANDLE-ONE-STRAGGLER.
		ADD 1 TO WS-STRAGGLER-COUNT.
		MOVE UM-CAPTURE-TS(1:8) TO WS-DATE-NUMERIC.
		COMPUTE WS-CAPTURE-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC).
		COMPUTE WS-NIGHTS =
			WS-CLOSE-DAY-NUMBER - WS-CAPTURE-DAY-NUMBER.
		EVALUATE TRUE
			WHEN UM-OVERNIGHT-DATE = WS-CLOSE-DATE
				ADD 1 TO WS-CARRIED-COUNT
				MOVE "PERNOCTA AUTORIZADA" TO WS-DECISION-TEXT
			WHEN WS-LIST-ONLY
				ADD 1 TO WS-PENDING-COUNT
				MOVE "SIN DECIDIR" TO WS-DECISION-TEXT
			WHEN OTHER
				PERFORM DECIDE-ONE-STRAGGLER
		END-EVALUATE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING UM-NAME " " UM-CAPTURE-TS(1:12) " " UM-BADGE-NO
			" " WS-NIGHTS " " WS-DECISION-TEXT " " UM-DESK-CODE
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		CALL "CharConv" USING WS-DEVICE-TYPE WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

	DECIDE-ONE-STRAGGLER.
		DISPLAY "En sitio tras el cierre: " UM-NAME.
		DISPLAY "  Entrada " UM-CAPTURE-TS(1:14) " anfitrion "
			UM-HOST " gafete " UM-BADGE-NO " recepcion "
			UM-DESK-CODE.
		IF UM-OVERNIGHT-DATE NOT = SPACES
			DISPLAY "  Pernocta autorizada por ultima vez el "
				UM-OVERNIGHT-DATE
		END-IF.
		DISPLAY "(F)orzar salida  (P)ernocta autorizada  "
			"(D)ejar pendiente:".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		EVALUATE WS-ACTION
			WHEN 'F'
				PERFORM FORCE-THE-DEPARTURE
			WHEN 'P'
				PERFORM CARRY-OVER-THE-STAY
			WHEN OTHER
				ADD 1 TO WS-PENDING-COUNT
				MOVE "SIN DECIDIR" TO WS-DECISION-TEXT
		END-EVALUATE.

*> A forced departure is a check-out the visitor never came to the
*> desk for, so it does everything CheckOut.cbl does for one - the
*> stamp, the occupancy decrement and the badge back to the pool -
*> under its own FORCEOUT audit line. The badge is released because
*> the visit it was charged to is over; the physical badge, if it
*> ever turns up, goes back in the drawer.
	FORCE-THE-DEPARTURE.
		MOVE FUNCTION CURRENT-DATE TO UM-DEPART-TS.
		REWRITE USERMAST-RECORD.
		IF WS-USERMAST-STATUS = "00"
			ADD 1 TO WS-FORCED-COUNT
			MOVE "SALIDA FORZADA" TO WS-DECISION-TEXT
			MOVE 'DEPART' TO WS-SITE-FUNCTION
			CALL "SiteCtl" USING WS-SITE-FUNCTION WS-ONSITE-COUNT
				WS-OCC-LIMIT UM-DESK-CODE
			IF UM-BADGE-NO > 0
				MOVE UM-BADGE-NO TO WS-BADGE-NO
				MOVE UM-NAME TO WS-BADGE-HOLDER
				MOVE 'N' TO WS-BADGE-SW
				CALL "BadgeCtl" USING WS-BADGE-FUNCTION
					WS-BADGE-NO WS-BADGE-HOLDER WS-BADGE-SW
			END-IF
			MOVE 'FORCEOUT' TO WS-OUTCOME
		ELSE
			DISPLAY "Error al registrar salida de " UM-NAME
				", status " WS-USERMAST-STATUS
			ADD 1 TO WS-PENDING-COUNT
			MOVE "ERROR AL GRABAR" TO WS-DECISION-TEXT
			MOVE 'RWFAIL' TO WS-OUTCOME
		END-IF.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID WS-OUTCOME.

	CARRY-OVER-THE-STAY.
		MOVE WS-CLOSE-DATE TO UM-OVERNIGHT-DATE.
		REWRITE USERMAST-RECORD.
		IF WS-USERMAST-STATUS = "00"
			ADD 1 TO WS-CARRIED-COUNT
			MOVE "PERNOCTA AUTORIZADA" TO WS-DECISION-TEXT
			MOVE 'OVERNITE' TO WS-OUTCOME
		ELSE
			DISPLAY "Error al registrar pernocta de " UM-NAME
				", status " WS-USERMAST-STATUS
			ADD 1 TO WS-PENDING-COUNT
			MOVE "ERROR AL GRABAR" TO WS-DECISION-TEXT
			MOVE 'RWFAIL' TO WS-OUTCOME
		END-IF.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID WS-OUTCOME.

*> Closing today, SiteCtl's CLOSE recounts today and opens tomorrow
*> from the result. Closing yesterday after midnight, today already
*> is the next day, so a plain recount gives it the clean opening.
	ROLL-THE-OCCUPANCY.
		IF WS-CLOSE-DATE = WS-RUN-DATE(1:8)
			MOVE 'CLOSE' TO WS-SITE-FUNCTION
		ELSE
			MOVE 'RESYNC' TO WS-SITE-FUNCTION
		END-IF.
		CALL "SiteCtl" USING WS-SITE-FUNCTION WS-ONSITE-COUNT
			WS-OCC-LIMIT WS-SITE-DESK.

	WRITE-REPORT-LINE.
		MOVE WS-DETAIL-LINE TO DAYCLOSE-REPORT-LINE.
		WRITE DAYCLOSE-REPORT-LINE.
