*> Assigns and releases numbered visitor parking bays against the
*> PARKMAST file on behalf of check-in (UserInput), check-out
*> (CheckOut) and the plate lookup transaction, so the gate and the
*> desk share one picture of which bays are taken - the same job
*> BadgeCtl.cbl does for the badge pool. Function codes follow the
*> CkptCtl.cbl convention:
*>   ASSIGN  - take the lowest-numbered free bay, stamp the plate,
*>             the driver and the visit key, return the bay number.
*>   RELEASE - free the given bay number, provided the visit key
*>             given (when one is) is still the bay's.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ParkCtl.
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
	DATA DIVISION.
	FILE SECTION.
	FD PARKMAST-FILE.
	COPY PARKREC.
	WORKING-STORAGE SECTION.
	01 WS-PARKMAST-STATUS	PIC X(02).
	01 WS-SEED-IDX		PIC 9(03).
	01 WS-BAY-COUNT		PIC 9(03) VALUE 30.
	01 WS-SCAN-MORE-SW	PIC X(01).
		88 WS-SCAN-MORE			VALUE 'Y'.
	LINKAGE SECTION.
	01 LS-FUNCTION		PIC X(07).
		88 LS-FUNCTION-ASSIGN	VALUE 'ASSIGN'.
		88 LS-FUNCTION-RELEASE	VALUE 'RELEASE'.
	01 LS-BAY-NO		PIC 9(03).
	01 LS-PLATE		PIC X(10).
	01 LS-HOLDER-NAME	PIC X(30).
	01 LS-VISIT-KEY		PIC X(26).
	01 LS-PARK-SW		PIC X(01).
		88 LS-PARK-OK		VALUE 'Y'.
		88 LS-PARK-FAILED	VALUE 'N'.

	PROCEDURE DIVISION USING LS-FUNCTION LS-BAY-NO LS-PLATE
		LS-HOLDER-NAME LS-VISIT-KEY LS-PARK-SW.
	MAIN-PARAGRAPH.
		PERFORM OPEN-PARKMAST-FILE.
		EVALUATE TRUE
			WHEN LS-FUNCTION-ASSIGN
				PERFORM ASSIGN-NEXT-BAY
			WHEN LS-FUNCTION-RELEASE
				PERFORM RELEASE-ONE-BAY
		END-EVALUATE.
		CLOSE PARKMAST-FILE.
		GOBACK.

*> A brand-new installation has no PARKMAST yet; seed it with the
*> visitor bays painted in the car park (bays 001 to 030), all free,
*> the same way BadgeCtl.cbl seeds BADGEMAST. Bays added later are
*> registered by growing the count here and reseeding a fresh file.
	OPEN-PARKMAST-FILE.
		OPEN I-O PARKMAST-FILE.
		IF WS-PARKMAST-STATUS = "35"
			OPEN OUTPUT PARKMAST-FILE
			PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
				UNTIL WS-SEED-IDX > WS-BAY-COUNT
				MOVE WS-SEED-IDX TO PARK-BAY-NO
				SET PARK-AVAILABLE TO TRUE
				MOVE SPACES TO PARK-PLATE
				MOVE SPACES TO PARK-HOLDER-NAME
				MOVE SPACES TO PARK-VISIT-TS
				MOVE 0 TO PARK-VISIT-SEQ
				MOVE SPACES TO PARK-ASSIGNED-TS
				WRITE PARK-RECORD
			END-PERFORM
			CLOSE PARKMAST-FILE
			OPEN I-O PARKMAST-FILE
			DISPLAY "PARKMAST creado con " WS-BAY-COUNT
				" plazas libres."
		END-IF.

*> Walks the bays in number order and hands out the first free one;
*> a full car park returns failure and the caller records the visit
*> with the plate but no bay - the car is parked on the street, not
*> in a bay anybody will come looking for.
	ASSIGN-NEXT-BAY.
		SET LS-PARK-FAILED TO TRUE.
		MOVE 0 TO LS-BAY-NO.
		MOVE 0 TO PARK-BAY-NO.
		MOVE 'Y' TO WS-SCAN-MORE-SW.
		START PARKMAST-FILE KEY IS NOT LESS THAN PARK-BAY-NO
			INVALID KEY MOVE 'N' TO WS-SCAN-MORE-SW
		END-START.
		PERFORM UNTIL NOT WS-SCAN-MORE
			READ PARKMAST-FILE NEXT RECORD
				AT END MOVE 'N' TO WS-SCAN-MORE-SW
			END-READ
			IF WS-SCAN-MORE
				IF PARK-AVAILABLE
					SET PARK-OCCUPIED TO TRUE
					MOVE LS-PLATE TO PARK-PLATE
					MOVE LS-HOLDER-NAME TO PARK-HOLDER-NAME
					MOVE LS-VISIT-KEY TO PARK-VISIT-KEY
					MOVE FUNCTION CURRENT-DATE
						TO PARK-ASSIGNED-TS
					REWRITE PARK-RECORD
					IF WS-PARKMAST-STATUS = "00"
						MOVE PARK-BAY-NO TO LS-BAY-NO
						SET LS-PARK-OK TO TRUE
					ELSE
						DISPLAY "Error al asignar plaza, status "
							WS-PARKMAST-STATUS
					END-IF
					MOVE 'N' TO WS-SCAN-MORE-SW
				END-IF
			END-IF
		END-PERFORM.

*> Releasing a bay that is not on file (a number keyed wrong) is
*> reported as a failure, as BadgeCtl.cbl does for a badge, so the
*> bay register never drifts silently from the car park. A caller
*> that names the visit only frees the bay while that visit still
*> holds it: a bay freed by hand and since given to another car must
*> not be freed again when the first driver checks out.
	RELEASE-ONE-BAY.
		SET LS-PARK-FAILED TO TRUE.
		MOVE LS-BAY-NO TO PARK-BAY-NO.
		READ PARKMAST-FILE
			INVALID KEY
				DISPLAY "Plaza " LS-BAY-NO " no registrada."
			NOT INVALID KEY
				IF LS-VISIT-KEY NOT = SPACES
					AND (NOT PARK-OCCUPIED
					OR PARK-VISIT-KEY NOT = LS-VISIT-KEY)
					DISPLAY "Plaza " LS-BAY-NO
						" ya no esta asignada a esta visita."
				ELSE
					PERFORM FREE-THE-BAY
				END-IF
		END-READ.

	FREE-THE-BAY.
		SET PARK-AVAILABLE TO TRUE.
		MOVE SPACES TO PARK-PLATE.
		MOVE SPACES TO PARK-HOLDER-NAME.
		MOVE SPACES TO PARK-VISIT-TS.
		MOVE 0 TO PARK-VISIT-SEQ.
		MOVE SPACES TO PARK-ASSIGNED-TS.
		REWRITE PARK-RECORD.
		IF WS-PARKMAST-STATUS = "00"
			SET LS-PARK-OK TO TRUE
		ELSE
			DISPLAY "Error al liberar plaza, status "
				WS-PARKMAST-STATUS
		END-IF.
