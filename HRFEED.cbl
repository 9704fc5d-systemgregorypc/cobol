*> Daily HR feed: applies the HR department's employee file (HRFEED,
*> one HRFEEDR.cpy line per employee) to the HOSTMAST host master so
*> hosts stop being kept by hand through HostMaint. An employee in
*> post who is not on HOSTMAST is added as a new starter; one who is
*> has the extension and department brought into line with HR (and
*> is reactivated if HR has taken a leaver back); a leaver is marked
*> inactive with HR's leaving date, after which HostValid refuses
*> them at booking and at check-in. Every change applied is listed
*> on HRFEED.RPT.
*> Each line is checked in full before anything is written, and a
*> line that fails any check goes to the HRREJ.RPT reject listing
*> with the reason and HR's employee number, and is not applied at
*> all - one HOSTMAST write per line, so a line is either applied
*> whole or not touched.
*> Once the feed is applied, every booking on APPTMAST from the run
*> date on, not yet arrived, whose host is now inactive goes on the
*> HRFALL.RPT fallout list, so reception can ring the visitor or
*> rebook them with someone still in post.
*> The run date is a YYYYMMDD command-line argument, or today when
*> absent, the way PassExpr takes it.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. HrFeed.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT HR-FEED-FILE ASSIGN TO "HRFEED"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-FEED-STATUS.
		SELECT HOSTMAST-FILE ASSIGN TO "HOSTMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS HOST-NAME
			FILE STATUS IS WS-HOSTMAST-STATUS.
		SELECT APPTMAST-FILE ASSIGN TO "APPTMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS APPT-KEY
			FILE STATUS IS WS-APPTMAST-STATUS.
		SELECT FEED-REPORT-FILE ASSIGN TO "HRFEED.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
		SELECT REJECT-REPORT-FILE ASSIGN TO "HRREJ.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
		SELECT FALLOUT-REPORT-FILE ASSIGN TO "HRFALL.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD HR-FEED-FILE.
	COPY HRFEEDR.
	FD HOSTMAST-FILE.
	COPY HOSTREC.
	FD APPTMAST-FILE.
	COPY APPTREC.
	FD FEED-REPORT-FILE.
	01 FEED-REPORT-LINE	PIC X(80).
	FD REJECT-REPORT-FILE.
	01 REJECT-REPORT-LINE	PIC X(80).
	FD FALLOUT-REPORT-FILE.
	01 FALLOUT-REPORT-LINE	PIC X(80).
	WORKING-STORAGE SECTION.
	COPY CODEPAGE.
	01 WS-FEED-STATUS	PIC X(02).
	01 WS-HOSTMAST-STATUS	PIC X(02).
	01 WS-APPTMAST-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01).
		88 WS-EOF			VALUE 'Y'.
	01 WS-FEED-OPEN-SW	PIC X(01) VALUE 'N'.
		88 WS-FEED-OPEN			VALUE 'Y'.
	01 WS-HOSTMAST-OPEN-SW	PIC X(01) VALUE 'N'.
		88 WS-HOSTMAST-OPEN		VALUE 'Y'.
	01 WS-FOUND-SW		PIC X(01).
		88 WS-HOST-FOUND		VALUE 'Y'.
	01 WS-NAME-VALID-SW	PIC X(01).
		88 WS-NAME-VALID		VALUE 'Y'.
	01 WS-COMMAND-LINE	PIC X(80).
	01 WS-RUN-DATE		PIC X(21).
	01 WS-REPORT-DATE	PIC X(08).
	01 WS-DATE-NUMERIC	PIC 9(08).
	01 WS-REJECT-REASON	PIC X(30).
	01 WS-ACTION-TEXT	PIC X(09).
	01 WS-READ-COUNT	PIC 9(05) VALUE 0.
	01 WS-ADDED-COUNT	PIC 9(05) VALUE 0.
	01 WS-CHANGED-COUNT	PIC 9(05) VALUE 0.
	01 WS-LEFT-COUNT	PIC 9(05) VALUE 0.
	01 WS-SAME-COUNT	PIC 9(05) VALUE 0.
	01 WS-REJECT-COUNT	PIC 9(05) VALUE 0.
	01 WS-FALLOUT-COUNT	PIC 9(05) VALUE 0.
	01 WS-OPERATOR-ID	PIC X(08) VALUE SPACES.
	01 WS-JOB-NAME		PIC X(08) VALUE 'HRFEED'.
	01 WS-OUTCOME		PIC X(08).
	01 WS-DEVICE-TYPE	PIC X(03) VALUE 'RPT'.
	01 WS-DETAIL-LINE	PIC X(80).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
		MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
		IF WS-COMMAND-LINE(1:8) NOT = SPACES
			MOVE WS-COMMAND-LINE(1:8) TO WS-REPORT-DATE
		ELSE
			MOVE WS-RUN-DATE(1:8) TO WS-REPORT-DATE
		END-IF.
		PERFORM OPEN-THE-REPORTS.
		PERFORM OPEN-HOSTMAST-FILE.
		IF WS-HOSTMAST-OPEN
			PERFORM APPLY-THE-FEED
			PERFORM LIST-TERMINATION-FALLOUT
			CLOSE HOSTMAST-FILE
		END-IF.
		PERFORM CLOSE-THE-REPORTS.
		DISPLAY "RRHH: " WS-READ-COUNT " leidos, " WS-ADDED-COUNT
			" altas, " WS-CHANGED-COUNT " cambios, " WS-LEFT-COUNT
			" bajas, " WS-REJECT-COUNT " rechazados, "
			WS-FALLOUT-COUNT " citas afectadas.".
		EVALUATE TRUE
			WHEN NOT WS-HOSTMAST-OPEN
				MOVE 'NOHOST' TO WS-OUTCOME
				MOVE 8 TO WS-RETURN-CODE
			WHEN NOT WS-FEED-OPEN
				MOVE 'NOFEED' TO WS-OUTCOME
				MOVE 8 TO WS-RETURN-CODE
			WHEN WS-REJECT-COUNT > 0
				MOVE 'REJECTS' TO WS-OUTCOME
				MOVE 4 TO WS-RETURN-CODE
			WHEN OTHER
				MOVE 'COMPLETE' TO WS-OUTCOME
		END-EVALUATE.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID WS-OUTCOME.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when HOSTMAST or the HR feed could not be opened, 4 when
*> feed lines were rejected, 0 otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

	OPEN-THE-REPORTS.
		OPEN OUTPUT FEED-REPORT-FILE.
		OPEN OUTPUT REJECT-REPORT-FILE.
		OPEN OUTPUT FALLOUT-REPORT-FILE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "FICHERO DE RRHH APLICADO A HOSTMAST - FECHA "
			WS-REPORT-DATE DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-FEED-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "ACCION    EMPLEADO ANFITRION                      "
			"EXTEN DEPARTAMENTO" DELIMITED BY SIZE
			INTO WS-DETAIL-LINE.
		PERFORM WRITE-FEED-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "LINEAS DE RRHH RECHAZADAS - FECHA " WS-REPORT-DATE
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REJECT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "EMPLEADO NOMBRE                         "
			"MOTIVO" DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REJECT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "CITAS CON ANFITRION DADO DE BAJA DESDE EL "
			WS-REPORT-DATE DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-FALLOUT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "FECHA    VISITANTE                 "
			"ANFITRION                 BAJA" DELIMITED BY SIZE
			INTO WS-DETAIL-LINE.
		PERFORM WRITE-FALLOUT-LINE.

	CLOSE-THE-REPORTS.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "LEIDOS: " WS-READ-COUNT "  ALTAS: " WS-ADDED-COUNT
			"  CAMBIOS: " WS-CHANGED-COUNT "  BAJAS: "
			WS-LEFT-COUNT "  SIN CAMBIO: " WS-SAME-COUNT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-FEED-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "LINEAS RECHAZADAS: " WS-REJECT-COUNT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REJECT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "CITAS AFECTADAS: " WS-FALLOUT-COUNT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-FALLOUT-LINE.
		CLOSE FEED-REPORT-FILE.
		CLOSE REJECT-REPORT-FILE.
		CLOSE FALLOUT-REPORT-FILE.

*> Same "35" create-then-reopen handling HostMaint.cbl uses, so the
*> first feed can build HOSTMAST from nothing.
	OPEN-HOSTMAST-FILE.
		OPEN I-O HOSTMAST-FILE.
		IF WS-HOSTMAST-STATUS = "35"
			OPEN OUTPUT HOSTMAST-FILE
			CLOSE HOSTMAST-FILE
			OPEN I-O HOSTMAST-FILE
		END-IF.
		IF WS-HOSTMAST-STATUS = "00"
			SET WS-HOSTMAST-OPEN TO TRUE
		ELSE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "HOSTMAST NO DISPONIBLE, STATUS "
				WS-HOSTMAST-STATUS DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-FEED-LINE
		END-IF.

*> A day HR sends nothing is not an error in HOSTMAST - it is noted
*> on the listing and audited, and the fallout list is still run.
	APPLY-THE-FEED.
		OPEN INPUT HR-FEED-FILE.
		IF WS-FEED-STATUS NOT = "00"
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "FICHERO DE RRHH NO DISPONIBLE, STATUS "
				WS-FEED-STATUS DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-FEED-LINE
		ELSE
			SET WS-FEED-OPEN TO TRUE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-FEED-RECORD
			PERFORM UNTIL WS-EOF
				ADD 1 TO WS-READ-COUNT
				PERFORM APPLY-ONE-EMPLOYEE
				PERFORM READ-FEED-RECORD
			END-PERFORM
			CLOSE HR-FEED-FILE
		END-IF.

	READ-FEED-RECORD.
		READ HR-FEED-FILE
			AT END SET WS-EOF TO TRUE
		END-READ.

	APPLY-ONE-EMPLOYEE.
		PERFORM VALIDATE-FEED-RECORD.
		IF WS-REJECT-REASON NOT = SPACES
			PERFORM REJECT-FEED-RECORD
		ELSE
			EVALUATE TRUE
				WHEN HR-TERMINATED
					PERFORM MARK-HOST-INACTIVE
				WHEN WS-HOST-FOUND
					PERFORM UPDATE-HOST-DETAILS
				WHEN OTHER
					PERFORM ADD-NEW-STARTER
			END-EVALUATE
		END-IF.

*> Checks run in order and stop at the first failure, so the reject
*> listing gives HR one reason to fix per line. The HOSTMAST lookup
*> comes last: it is only worth doing for a line that is otherwise
*> good, and it leaves the current host record in the buffer for the
*> change that follows.
	VALIDATE-FEED-RECORD.
		MOVE SPACES TO WS-REJECT-REASON.
		MOVE 'N' TO WS-FOUND-SW.
		CALL "NameValid" USING HR-NAME WS-NAME-VALID-SW.
		IF NOT WS-NAME-VALID
			MOVE "NOMBRE INVALIDO" TO WS-REJECT-REASON
		END-IF.
		IF WS-REJECT-REASON = SPACES
			AND NOT HR-IN-POST AND NOT HR-TERMINATED
			MOVE "SITUACION DESCONOCIDA" TO WS-REJECT-REASON
		END-IF.
		IF WS-REJECT-REASON = SPACES AND HR-IN-POST
			IF HR-EXTENSION = SPACES
				MOVE "FALTA LA EXTENSION" TO WS-REJECT-REASON
			END-IF
			IF HR-DEPARTMENT = SPACES
				MOVE "FALTA EL DEPARTAMENTO" TO WS-REJECT-REASON
			END-IF
		END-IF.
		IF WS-REJECT-REASON = SPACES AND HR-TERMINATED
			PERFORM VALIDATE-LEAVING-DATE
		END-IF.
		IF WS-REJECT-REASON = SPACES
			MOVE HR-NAME TO HOST-NAME
			READ HOSTMAST-FILE
				INVALID KEY MOVE 'N' TO WS-FOUND-SW
				NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
			END-READ
			IF WS-HOSTMAST-STATUS NOT = "00"
				AND WS-HOSTMAST-STATUS NOT = "23"
				MOVE SPACES TO WS-REJECT-REASON
				STRING "ERROR LECTURA HOSTMAST "
					WS-HOSTMAST-STATUS DELIMITED BY SIZE
					INTO WS-REJECT-REASON
			END-IF
		END-IF.
		IF WS-REJECT-REASON = SPACES AND HR-TERMINATED
			AND NOT WS-HOST-FOUND
			MOVE "BAJA DE EMPLEADO NO REGISTRADO"
				TO WS-REJECT-REASON
		END-IF.

	VALIDATE-LEAVING-DATE.
		IF HR-EFFECTIVE-DATE NOT NUMERIC
			MOVE "FECHA DE BAJA INVALIDA" TO WS-REJECT-REASON
		ELSE
			MOVE HR-EFFECTIVE-DATE TO WS-DATE-NUMERIC
			IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
				NOT = 0
				MOVE "FECHA DE BAJA INVALIDA" TO WS-REJECT-REASON
			END-IF
		END-IF.

*> A leaver already marked inactive is left as it is - HR repeats a
*> leaver on its file for some days after the leaving date.
	MARK-HOST-INACTIVE.
		IF HOST-INACTIVE
			ADD 1 TO WS-SAME-COUNT
		ELSE
			SET HOST-INACTIVE TO TRUE
			MOVE HR-EFFECTIVE-DATE TO HOST-LEFT-DATE
			REWRITE HOST-RECORD
			IF WS-HOSTMAST-STATUS = "00"
				ADD 1 TO WS-LEFT-COUNT
				MOVE "BAJA" TO WS-ACTION-TEXT
				PERFORM LIST-APPLIED-CHANGE
			ELSE
				PERFORM REJECT-WRITE-FAILURE
			END-IF
		END-IF.

	UPDATE-HOST-DETAILS.
		IF HOST-EXTENSION = HR-EXTENSION
			AND HOST-DEPARTMENT = HR-DEPARTMENT
			AND NOT HOST-INACTIVE
			ADD 1 TO WS-SAME-COUNT
		ELSE
			IF HOST-INACTIVE
				MOVE "REINGRESO" TO WS-ACTION-TEXT
			ELSE
				MOVE "CAMBIO" TO WS-ACTION-TEXT
			END-IF
			MOVE HR-EXTENSION TO HOST-EXTENSION
			MOVE HR-DEPARTMENT TO HOST-DEPARTMENT
			SET HOST-ACTIVE TO TRUE
			MOVE SPACES TO HOST-LEFT-DATE
			REWRITE HOST-RECORD
			IF WS-HOSTMAST-STATUS = "00"
				ADD 1 TO WS-CHANGED-COUNT
				PERFORM LIST-APPLIED-CHANGE
			ELSE
				PERFORM REJECT-WRITE-FAILURE
			END-IF
		END-IF.

	ADD-NEW-STARTER.
		MOVE HR-NAME TO HOST-NAME.
		MOVE HR-EXTENSION TO HOST-EXTENSION.
		MOVE HR-DEPARTMENT TO HOST-DEPARTMENT.
		SET HOST-ACTIVE TO TRUE.
		MOVE SPACES TO HOST-LEFT-DATE.
		WRITE HOST-RECORD.
		IF WS-HOSTMAST-STATUS = "00"
			ADD 1 TO WS-ADDED-COUNT
			MOVE "ALTA" TO WS-ACTION-TEXT
			PERFORM LIST-APPLIED-CHANGE
		ELSE
			PERFORM REJECT-WRITE-FAILURE
		END-IF.

	LIST-APPLIED-CHANGE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING WS-ACTION-TEXT " " HR-EMPLOYEE-NO " " HR-NAME " "
			HR-EXTENSION " " HR-DEPARTMENT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		CALL "CharConv" USING WS-DEVICE-TYPE WS-DETAIL-LINE.
		PERFORM WRITE-FEED-LINE.

*> The one write for the line failed, so nothing of it is on file;
*> it is listed with the rejects for HR to send again.
	REJECT-WRITE-FAILURE.
		MOVE SPACES TO WS-REJECT-REASON.
		STRING "ERROR AL GRABAR HOSTMAST " WS-HOSTMAST-STATUS
			DELIMITED BY SIZE INTO WS-REJECT-REASON.
		PERFORM REJECT-FEED-RECORD.

	REJECT-FEED-RECORD.
		ADD 1 TO WS-REJECT-COUNT.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING HR-EMPLOYEE-NO " " HR-NAME " " WS-REJECT-REASON
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		CALL "CharConv" USING WS-DEVICE-TYPE WS-DETAIL-LINE.
		PERFORM WRITE-REJECT-LINE.

*> APPTMAST is keyed date first, so the walk starts at the run date
*> and runs to the end of the book. Every inactive host is checked,
*> not only today's leavers, so a booking missed on an earlier day
*> stays on the list until reception deals with it.
	LIST-TERMINATION-FALLOUT.
		OPEN INPUT APPTMAST-FILE.
		IF WS-APPTMAST-STATUS NOT = "00"
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "APPTMAST NO DISPONIBLE, STATUS "
				WS-APPTMAST-STATUS DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-FALLOUT-LINE
		ELSE
			MOVE 'N' TO WS-EOF-SW
			MOVE WS-REPORT-DATE TO APPT-DATE
			MOVE SPACES TO APPT-NAME
			START APPTMAST-FILE KEY IS NOT LESS THAN APPT-KEY
				INVALID KEY SET WS-EOF TO TRUE
			END-START
			IF NOT WS-EOF
				PERFORM READ-APPTMAST-RECORD
			END-IF
			PERFORM UNTIL WS-EOF
				IF NOT APPT-ARRIVED AND APPT-HOST NOT = SPACES
					PERFORM CHECK-BOOKING-HOST
				END-IF
				PERFORM READ-APPTMAST-RECORD
			END-PERFORM
			CLOSE APPTMAST-FILE
		END-IF.

	READ-APPTMAST-RECORD.
		READ APPTMAST-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	CHECK-BOOKING-HOST.
		MOVE APPT-HOST TO HOST-NAME.
		READ HOSTMAST-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY
				IF HOST-INACTIVE
					PERFORM WRITE-FALLOUT-BOOKING
				END-IF
		END-READ.

	WRITE-FALLOUT-BOOKING.
		ADD 1 TO WS-FALLOUT-COUNT.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING APPT-DATE " " APPT-NAME(1:25) " " APPT-HOST(1:25)
			" " HOST-LEFT-DATE
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		CALL "CharConv" USING WS-DEVICE-TYPE WS-DETAIL-LINE.
		PERFORM WRITE-FALLOUT-LINE.

	WRITE-FEED-LINE.
		MOVE WS-DETAIL-LINE TO FEED-REPORT-LINE.
		WRITE FEED-REPORT-LINE.

	WRITE-REJECT-LINE.
		MOVE WS-DETAIL-LINE TO REJECT-REPORT-LINE.
		WRITE REJECT-REPORT-LINE.

	WRITE-FALLOUT-LINE.
		MOVE WS-DETAIL-LINE TO FALLOUT-REPORT-LINE.
		WRITE FALLOUT-REPORT-LINE.
