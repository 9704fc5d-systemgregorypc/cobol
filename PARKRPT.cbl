*> End-of-day car park exception report: reads the PARKMAST visitor
*> bays and lists every bay still occupied whose driver has already
*> checked out (or whose visit is no longer on USERMAST) - the car
*> left behind in a visitor bay that security has to chase before
*> the gate locks - with a count of bays occupied and bays free, the
*> way BadgeRpt.cbl lists unreturned badges.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ParkRpt.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARKMAST-FILE ASSIGN TO "PARKMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS PARK-BAY-NO
			ALTERNATE RECORD KEY IS PARK-PLATE WITH DUPLICATES
			FILE STATUS IS WS-PARKMAST-STATUS.
		SELECT USERMAST-FILE ASSIGN TO "USERMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS UM-SEQ-KEY
			ALTERNATE RECORD KEY IS UM-NAME WITH DUPLICATES
			FILE STATUS IS WS-USERMAST-STATUS.
		SELECT PARK-REPORT-FILE ASSIGN TO "PARKRPT.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD PARKMAST-FILE.
	COPY PARKREC.
	FD USERMAST-FILE.
	COPY USERMASTR.
	FD PARK-REPORT-FILE.
	01 PARK-REPORT-LINE	PIC X(80).
	WORKING-STORAGE SECTION.
	COPY CODEPAGE.
	01 WS-PARKMAST-STATUS	PIC X(02).
	01 WS-USERMAST-STATUS	PIC X(02).
	01 WS-USERMAST-OPEN-SW	PIC X(01) VALUE 'N'.
		88 WS-USERMAST-OPEN		VALUE 'Y'.
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01) VALUE 'N'.
		88 WS-EOF			VALUE 'Y'.
	01 WS-RUN-DATE		PIC X(21).
	01 WS-OCCUPIED-COUNT	PIC 9(03) VALUE 0.
	01 WS-FREE-COUNT	PIC 9(03) VALUE 0.
	01 WS-LEFT-COUNT	PIC 9(03) VALUE 0.
	01 WS-DRIVER-STATE	PIC X(21).
	01 WS-DEVICE-TYPE	PIC X(03) VALUE 'RPT'.
	01 WS-DETAIL-LINE	PIC X(80).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
		OPEN OUTPUT PARK-REPORT-FILE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "VEHICULOS SIN CONDUCTOR EN PLAZAS DE VISITA - FECHA "
			WS-RUN-DATE(1:8) DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "PLZ MATRICULA  CONDUCTOR                      "
			"SALIDA DEL CONDUCTOR" DELIMITED BY SIZE
			INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		OPEN INPUT USERMAST-FILE.
		IF WS-USERMAST-STATUS = "00"
			SET WS-USERMAST-OPEN TO TRUE
		ELSE
			MOVE 8 TO WS-RETURN-CODE
		END-IF.
		PERFORM LIST-ABANDONED-CARS.
		IF WS-USERMAST-OPEN
			CLOSE USERMAST-FILE
		END-IF.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "VEHICULOS SIN CONDUCTOR: " WS-LEFT-COUNT
			"  PLAZAS OCUPADAS: " WS-OCCUPIED-COUNT
			"  LIBRES: " WS-FREE-COUNT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		CLOSE PARK-REPORT-FILE.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when PARKMAST or USERMAST could not be read (without
*> USERMAST every occupied bay would be listed as abandoned), 0
*> otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	LIST-ABANDONED-CARS.
		OPEN INPUT PARKMAST-FILE.
		IF WS-PARKMAST-STATUS NOT = "00"
			MOVE 8 TO WS-RETURN-CODE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "PARKMAST NO DISPONIBLE, STATUS "
				WS-PARKMAST-STATUS DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		ELSE
			PERFORM READ-PARK-RECORD
			PERFORM UNTIL WS-EOF
				IF PARK-OCCUPIED
					ADD 1 TO WS-OCCUPIED-COUNT
					PERFORM CHECK-THE-DRIVER
				ELSE
					ADD 1 TO WS-FREE-COUNT
				END-IF
				PERFORM READ-PARK-RECORD
			END-PERFORM
			CLOSE PARKMAST-FILE
		END-IF.

	READ-PARK-RECORD.
		READ PARKMAST-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

*> The driver's visit is found by the USERMAST key ParkCtl stamped
*> on the bay. A driver still on site is not an exception; a visit
*> no longer on USERMAST (archived, or deleted in maintenance) is
*> listed, since nobody is left to come back for the car.
	CHECK-THE-DRIVER.
		MOVE SPACES TO WS-DRIVER-STATE.
		IF WS-USERMAST-OPEN
			MOVE PARK-VISIT-KEY TO UM-SEQ-KEY
			READ USERMAST-FILE
				INVALID KEY
					MOVE "VISITA NO ENCONTRADA" TO WS-DRIVER-STATE
				NOT INVALID KEY
					IF NOT UM-ON-SITE
						MOVE UM-DEPART-TS(1:14) TO WS-DRIVER-STATE
					END-IF
			END-READ
		ELSE
			MOVE "VISITA NO ENCONTRADA" TO WS-DRIVER-STATE
		END-IF.
		IF WS-DRIVER-STATE NOT = SPACES
			PERFORM WRITE-ABANDONED-LINE
		END-IF.

	WRITE-ABANDONED-LINE.
		ADD 1 TO WS-LEFT-COUNT.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING PARK-BAY-NO " " PARK-PLATE " " PARK-HOLDER-NAME
			" " WS-DRIVER-STATE
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		CALL "CharConv" USING WS-DEVICE-TYPE WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

	WRITE-REPORT-LINE.
		MOVE WS-DETAIL-LINE TO PARK-REPORT-LINE.
		WRITE PARK-REPORT-LINE.
