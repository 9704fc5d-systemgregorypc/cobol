*> Interactive licence plate lookup: security keys in the plate of a
*> car blocking a fire lane and gets back whose car it is - the bay
*> it was given, the driver, their host and the desk they came in
*> through, and whether the driver is still on site or has already
*> checked out - from PARKMAST and the driver's USERMAST visit. A
*> car that never got a bay (the car park was full) is still found
*> through the plate stamped on the visit. A supervisor may also
*> free a bay by hand for a car that has gone without its driver
*> checking it out, or was towed; the release is audited.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PlateLook.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARKMAST-FILE ASSIGN TO "PARKMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PARK-BAY-NO
			ALTERNATE RECORD KEY IS PARK-PLATE WITH DUPLICATES
			FILE STATUS IS WS-PARKMAST-STATUS.
		SELECT USERMAST-FILE ASSIGN TO "USERMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS UM-SEQ-KEY
			ALTERNATE RECORD KEY IS UM-NAME WITH DUPLICATES
			FILE STATUS IS WS-USERMAST-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD PARKMAST-FILE.
	COPY PARKREC.
	FD USERMAST-FILE.
	COPY USERMASTR.
	WORKING-STORAGE SECTION.
	01 WS-PARKMAST-STATUS	PIC X(02).
	01 WS-USERMAST-STATUS	PIC X(02).
	01 WS-USERMAST-OPEN-SW	PIC X(01) VALUE 'N'.
		88 WS-USERMAST-OPEN		VALUE 'Y'.
	01 WS-SEARCH-PLATE	PIC X(10).
	01 WS-ACTION		PIC X(01).
	01 WS-QUIT-SW		PIC X(01) VALUE 'N'.
		88 WS-QUIT			VALUE 'Y'.
	01 WS-MORE-SW		PIC X(01).
		88 WS-MORE-MATCHES		VALUE 'Y'.
	01 WS-HIT-COUNT		PIC 9(03).
	01 WS-PARK-FUNCTION	PIC X(07) VALUE 'RELEASE'.
	01 WS-BAY-NO		PIC 9(03).
	01 WS-PARK-PLATE	PIC X(10).
	01 WS-PARK-HOLDER	PIC X(30).
	01 WS-PARK-VISIT-KEY	PIC X(26).
	01 WS-PARK-SW		PIC X(01).
		88 WS-PARK-OK			VALUE 'Y'.
	01 WS-SIGNON-FUNCTION	PIC X(06) VALUE 'SIGNON'.
	01 WS-OPERATOR-ID	PIC X(08).
	01 WS-AUTH-LEVEL	PIC X(01).
	01 WS-SIGNON-SW		PIC X(01).
		88 WS-SIGNON-OK			VALUE 'Y'.
	01 WS-JOB-NAME		PIC X(08) VALUE 'PLATELK'.
	01 WS-OUTCOME		PIC X(08).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		CALL "OperSign" USING WS-SIGNON-FUNCTION WS-OPERATOR-ID
			WS-AUTH-LEVEL WS-SIGNON-SW.
		IF NOT WS-SIGNON-OK
			STOP RUN
		END-IF.
		OPEN INPUT USERMAST-FILE.
		IF WS-USERMAST-STATUS = "00"
			SET WS-USERMAST-OPEN TO TRUE
		END-IF.
		PERFORM UNTIL WS-QUIT
			PERFORM LOOK-UP-ONE-PLATE
			PERFORM ASK-CONTINUE
		END-PERFORM.
		IF WS-USERMAST-OPEN
			CLOSE USERMAST-FILE
		END-IF.
		STOP RUN.

*> PARKMAST is opened for each plate and closed again before any
*> release, since ParkCtl opens the same file itself to free the
*> bay.
	LOOK-UP-ONE-PLATE.
		DISPLAY "Matricula del vehiculo:".
		ACCEPT WS-SEARCH-PLATE.
		MOVE FUNCTION UPPER-CASE(WS-SEARCH-PLATE) TO WS-SEARCH-PLATE.
		MOVE 0 TO WS-HIT-COUNT.
		MOVE 0 TO WS-BAY-NO.
		IF WS-SEARCH-PLATE = SPACES
			DISPLAY "Matricula vacia."
		ELSE
			PERFORM SEARCH-THE-BAYS
			IF WS-HIT-COUNT = 0
				PERFORM SEARCH-THE-VISITS
			END-IF
			IF WS-HIT-COUNT = 0
				DISPLAY "Ningun vehiculo de visitante con esa "
					"matricula."
			END-IF
			IF WS-BAY-NO > 0
				PERFORM OFFER-MANUAL-RELEASE
			END-IF
		END-IF.

	SEARCH-THE-BAYS.
		OPEN INPUT PARKMAST-FILE.
		IF WS-PARKMAST-STATUS = "00"
			MOVE WS-SEARCH-PLATE TO PARK-PLATE
			MOVE 'Y' TO WS-MORE-SW
			START PARKMAST-FILE KEY IS EQUAL TO PARK-PLATE
				INVALID KEY MOVE 'N' TO WS-MORE-SW
			END-START
			PERFORM UNTIL NOT WS-MORE-MATCHES
				READ PARKMAST-FILE NEXT RECORD
					AT END MOVE 'N' TO WS-MORE-SW
				END-READ
				IF WS-MORE-MATCHES
					IF PARK-PLATE = WS-SEARCH-PLATE
						PERFORM SHOW-ONE-BAY
					ELSE
						MOVE 'N' TO WS-MORE-SW
					END-IF
				END-IF
			END-PERFORM
			CLOSE PARKMAST-FILE
		END-IF.

	SHOW-ONE-BAY.
		ADD 1 TO WS-HIT-COUNT.
		MOVE PARK-BAY-NO TO WS-BAY-NO.
		MOVE PARK-PLATE TO WS-PARK-PLATE.
		MOVE PARK-HOLDER-NAME TO WS-PARK-HOLDER.
		MOVE PARK-VISIT-KEY TO WS-PARK-VISIT-KEY.
		DISPLAY "Plaza " PARK-BAY-NO " vehiculo " PARK-PLATE
			" desde " PARK-ASSIGNED-TS(1:14).
		DISPLAY "  Conductor: " PARK-HOLDER-NAME.
		IF WS-USERMAST-OPEN
			MOVE PARK-VISIT-KEY TO UM-SEQ-KEY
			READ USERMAST-FILE
				INVALID KEY
					DISPLAY "  Visita del conductor no encontrada."
				NOT INVALID KEY
					PERFORM SHOW-THE-DRIVER
			END-READ
		END-IF.

	SHOW-THE-DRIVER.
		DISPLAY "  Anfitrion: " UM-HOST " recepcion " UM-DESK-CODE.
		IF UM-ON-SITE
			DISPLAY "  Conductor EN SITIO desde "
				UM-CAPTURE-TS(1:14)
		ELSE
			DISPLAY "  Conductor SALIO a las " UM-DEPART-TS(1:14)
		END-IF.

*> No bay on file for the plate: the car may have come while the
*> car park was full. Only the visits still on site are worth
*> naming - a car from a departed visit with no bay is nobody's
*> problem at the desk - and USERMAST has no plate key, so this is
*> the same sequential walk the roster makes.
	SEARCH-THE-VISITS.
		IF WS-USERMAST-OPEN
			MOVE LOW-VALUES TO UM-SEQ-KEY
			MOVE 'Y' TO WS-MORE-SW
			START USERMAST-FILE KEY IS NOT LESS THAN UM-SEQ-KEY
				INVALID KEY MOVE 'N' TO WS-MORE-SW
			END-START
			PERFORM UNTIL NOT WS-MORE-MATCHES
				READ USERMAST-FILE NEXT RECORD
					AT END MOVE 'N' TO WS-MORE-SW
				END-READ
				IF WS-MORE-MATCHES
					IF UM-PLATE = WS-SEARCH-PLATE AND UM-ON-SITE
						ADD 1 TO WS-HIT-COUNT
						DISPLAY "Vehiculo sin plaza de "
							UM-NAME
						PERFORM SHOW-THE-DRIVER
					END-IF
				END-IF
			END-PERFORM
		END-IF.

*> Freeing a bay by hand overrides what check-out recorded, so it is
*> a supervisor's decision and leaves its own audit line.
	OFFER-MANUAL-RELEASE.
		IF WS-AUTH-LEVEL = 'S'
			DISPLAY "Liberar la plaza " WS-BAY-NO " a mano? (S/N):"
			ACCEPT WS-ACTION
			MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
			IF WS-ACTION = 'S'
				MOVE 'N' TO WS-PARK-SW
				CALL "ParkCtl" USING WS-PARK-FUNCTION WS-BAY-NO
					WS-PARK-PLATE WS-PARK-HOLDER WS-PARK-VISIT-KEY
					WS-PARK-SW
				IF WS-PARK-OK
					DISPLAY "Plaza " WS-BAY-NO " liberada."
					MOVE 'RELEASE' TO WS-OUTCOME
				ELSE
					MOVE 'RELFAIL' TO WS-OUTCOME
				END-IF
				CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
					WS-OUTCOME
			END-IF
		END-IF.

	ASK-CONTINUE.
		DISPLAY "Otra matricula? (S/N):".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		IF WS-ACTION = 'N'
			SET WS-QUIT TO TRUE
		END-IF.
