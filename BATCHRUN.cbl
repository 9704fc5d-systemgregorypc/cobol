*> Batch driver: runs the steps listed in the SCHEDCTL schedule
*> control file (SCHEDREC.cpy), in the file's order, checkpointing
*> after each step via CkptCtl so a failed batch window can be
*> restarted mid-stream instead of reprocessing everything (and
*> re-prompting visitors who already checked in). The schedule
*> decides which steps make up the chain - the night's RECON through
*> APPTRPT, or the daytime capture chain of UserInput, PreDefMsg and
*> the roster - and, step by step, on which days it runs and whether
*> its failure stops the chain or lets it carry on; adding a job is
*> a line in the schedule, not a change here. Each step's outcome
*> and return code go to RESTCTL alongside the checkpoint, and
*> BATCHRUN.RPT summarizes the run: the steps that ran, the ones the
*> calendar skipped, the ones that failed, and any never reached.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BATCHRUN.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SCHEDCTL-FILE ASSIGN TO "SCHEDCTL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-SCHEDCTL-STATUS.
		SELECT RUN-REPORT-FILE ASSIGN TO "BATCHRUN.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD SCHEDCTL-FILE.
	01 SCHEDCTL-LINE	PIC X(80).
	FD RUN-REPORT-FILE.
	01 RUN-REPORT-LINE	PIC X(80).
	WORKING-STORAGE SECTION.
	COPY SCHEDREC.
	01 WS-SCHEDCTL-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-EOF-SW		PIC X(01) VALUE 'N'.
		88 WS-EOF			VALUE 'Y'.
*> The schedule as read, one entry per step, with what became of
*> the step in this run: 'P' completed before a restart, 'R' ran,
*> 'S' skipped by its run-on-days rule, 'F' failed, and 'N' never
*> reached because an earlier failure stopped the chain.
	01 WS-STEP-TABLE.
		05 WS-STEP-ENTRY OCCURS 20 TIMES.
			10 WS-STEP-LINE		PIC X(80).
			10 WS-STEP-NAME		PIC X(08).
			10 WS-STEP-RESULT	PIC X(01).
				88 WS-STEP-PREVIOUS	VALUE 'P'.
				88 WS-STEP-RAN		VALUE 'R'.
				88 WS-STEP-SKIPPED	VALUE 'S'.
				88 WS-STEP-FAILED	VALUE 'F'.
				88 WS-STEP-NOT-RUN	VALUE 'N'.
			10 WS-STEP-RC		PIC 9(04).
	01 WS-STEP-COUNT	PIC 9(02) VALUE 0.
	01 WS-STEP-MAX		PIC 9(02) VALUE 20.
	01 WS-LINE-COUNT	PIC 9(03) VALUE 0.
	01 WS-SCHED-ERRORS	PIC 9(03) VALUE 0.
	01 WS-ERROR-TEXT	PIC X(50).
	01 WS-DAY-IDX		PIC 9(02).
	01 WS-DAY-COUNT		PIC 9(02).
	01 WS-RUN-ID		PIC X(08).
	01 WS-LAST-PROGRAM	PIC X(08) VALUE SPACES.
	01 WS-FOUND-SW		PIC X(01).
	01 WS-FUNCTION		PIC X(05).
	01 WS-LINE-NO		PIC 9(05) VALUE 0.
	01 WS-CKPT-STATUS	PIC X(01).
	01 WS-CKPT-RC		PIC 9(04).
	01 WS-START-IDX		PIC 9(02) VALUE 1.
	01 WS-IDX		PIC 9(02).
	01 WS-CHAIN-SW		PIC X(01) VALUE 'N'.
		88 WS-CHAIN-STOPPED		VALUE 'Y'.
	01 WS-DUE-SW		PIC X(01).
		88 WS-STEP-DUE			VALUE 'Y'.
	01 WS-CALL-FAILED-SW	PIC X(01).
		88 WS-CALL-FAILED		VALUE 'Y'.
	01 WS-PROGRAM-NAME	PIC X(20).
	01 WS-STEP-PARM		PIC X(80).
	01 WS-CALL-RC		PIC S9(09).
*> What a step that cannot be CALLed at all is recorded with.
	01 WS-NO-PROGRAM-RC	PIC 9(04) VALUE 16.
	01 WS-RAN-COUNT		PIC 9(02) VALUE 0.
	01 WS-SKIPPED-COUNT	PIC 9(02) VALUE 0.
	01 WS-FAILED-COUNT	PIC 9(02) VALUE 0.
	01 WS-NOT-RUN-COUNT	PIC 9(02) VALUE 0.
	01 WS-PREVIOUS-COUNT	PIC 9(02) VALUE 0.
	01 WS-RESULT-TEXT	PIC X(22).
	01 WS-RUN-DATE		PIC X(21).
	01 WS-SCHED-DATE	PIC X(08).
	01 WS-ARG-DATE		PIC X(08).
	01 WS-DATE-NUMERIC	PIC 9(08).
	01 WS-DAY-NUMBER	PIC 9(07).
	01 WS-WEEKDAY		PIC 9(01).
	01 WS-LAST-DAY-SW	PIC X(01) VALUE 'N'.
		88 WS-LAST-DAY-OF-MONTH		VALUE 'Y'.
	01 WS-VISITOR-NAME	PIC X(30).
	01 WS-RETURNING-SW	PIC X(01).
*> Starts 'Y' so a restart that resumes past the USERINPT step still
	01 WS-AUTH-LEVEL	PIC X(01).
	01 WS-SIGNON-SW		PIC X(01).
		88 WS-SIGNON-OK			VALUE 'Y'.
	01 WS-JOB-NAME		PIC X(08) VALUE 'BATCHRUN'.
	01 WS-OUTCOME		PIC X(08).
	01 WS-DETAIL-LINE	PIC X(80).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
*> A command-line language code (e.g. "EN") lets this chain greet a
*> non-Spanish office's visitors without recompiling; no argument
*> keeps the original Spanish-default behavior. A YYYYMMDD from
*> column 4 is the date the run-on-days rules are tested against
*> (a night rerun after the fact); without it, today.
		ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
		IF WS-COMMAND-LINE(1:2) NOT = SPACES
			MOVE WS-COMMAND-LINE(1:2) TO WS-LANG-CODE
		END-IF.
		MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
		IF WS-COMMAND-LINE(4:8) NOT = SPACES
			MOVE WS-COMMAND-LINE(4:8) TO WS-SCHED-DATE
		ELSE
			MOVE WS-RUN-DATE(1:8) TO WS-SCHED-DATE
		END-IF.
		IF WS-SCHED-DATE NOT NUMERIC
			DISPLAY "Fecha de proceso no valida: " WS-SCHED-DATE
			STOP RUN
		END-IF.
		MOVE WS-SCHED-DATE TO WS-DATE-NUMERIC.
		IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC) NOT = 0
			DISPLAY "Fecha de proceso no valida: " WS-SCHED-DATE
			STOP RUN
		END-IF.
		PERFORM FIX-THE-CALENDAR.
*> The operator driving the batch window signs on once; OperSign
*> remembers the ID for the whole run unit, so every step's audit
*> lines carry the real operator.
		IF NOT WS-SIGNON-OK
			STOP RUN
		END-IF.
		OPEN OUTPUT RUN-REPORT-FILE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "CADENA DE LOTES - FECHA DE PROCESO " WS-SCHED-DATE
			" - OPERADOR " WS-OPERATOR-ID
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		PERFORM LOAD-THE-SCHEDULE.
		IF WS-SCHED-ERRORS > 0 OR WS-STEP-COUNT = 0
			PERFORM REFUSE-THE-SCHEDULE
		END-IF.
		DISPLAY "Run-ID para esta cadena de lotes:".
		ACCEPT WS-RUN-ID.
		MOVE 'READ' TO WS-FUNCTION.
			WS-FOUND-SW.
		PERFORM DETERMINE-START-STEP.
		PERFORM VARYING WS-IDX FROM WS-START-IDX BY 1
			UNTIL WS-IDX > WS-STEP-COUNT OR WS-CHAIN-STOPPED
			PERFORM RUN-STEP
		END-PERFORM.
		IF WS-CHAIN-STOPPED
			MOVE 'S' TO WS-CKPT-STATUS
		ELSE
			MOVE 'C' TO WS-CKPT-STATUS
		END-IF.
		MOVE 'CHAIN' TO WS-FUNCTION.
		CALL "CkptCtl" USING WS-FUNCTION WS-RUN-ID WS-LAST-PROGRAM
			WS-FOUND-SW WS-LINE-NO WS-CKPT-STATUS WS-CKPT-RC.
		PERFORM WRITE-RUN-SUMMARY.
		CLOSE RUN-REPORT-FILE.
		EVALUATE TRUE
			WHEN WS-CHAIN-STOPPED
				MOVE 'STOPPED' TO WS-OUTCOME
			WHEN WS-FAILED-COUNT > 0
				MOVE 'FAILURES' TO WS-OUTCOME
			WHEN OTHER
				MOVE 'COMPLETE' TO WS-OUTCOME
		END-EVALUATE.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID WS-OUTCOME.
*> The chain's own return code, for whatever launched it: 8 when
*> any step failed, 0 when all went through.
		IF WS-FAILED-COUNT > 0
			MOVE 8 TO RETURN-CODE
		ELSE
			MOVE 0 TO RETURN-CODE
		END-IF.
		STOP RUN.

*> The weekday comes from the same INTEGER-OF-DATE arithmetic
*> VISSTATS.cbl uses (day 1 of that count is a Monday), so it
*> indexes SCHED-WEEKDAY-SW Monday first; the run date is the last
*> of its month when the day after it is a 1st.
	FIX-THE-CALENDAR.
		COMPUTE WS-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC).
		COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUMBER - 1, 7) + 1.
		COMPUTE WS-DATE-NUMERIC =
			FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER + 1).
		MOVE WS-DATE-NUMERIC TO WS-ARG-DATE.
		IF WS-ARG-DATE(7:2) = '01'
			SET WS-LAST-DAY-OF-MONTH TO TRUE
		END-IF.

*> Every line is checked before any step runs: a schedule with a
*> mistake in it runs nothing, rather than half a night.
	LOAD-THE-SCHEDULE.
		OPEN INPUT SCHEDCTL-FILE.
		IF WS-SCHEDCTL-STATUS NOT = "00"
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "SCHEDCTL NO DISPONIBLE, STATUS "
				WS-SCHEDCTL-STATUS DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			DISPLAY WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		ELSE
			PERFORM READ-SCHEDCTL-LINE
			PERFORM UNTIL WS-EOF
				ADD 1 TO WS-LINE-COUNT
				IF SCHEDCTL-LINE NOT = SPACES
					AND NOT SCHED-COMMENT-LINE
					PERFORM CHECK-SCHEDULE-LINE
				END-IF
				PERFORM READ-SCHEDCTL-LINE
			END-PERFORM
			CLOSE SCHEDCTL-FILE
		END-IF.

	READ-SCHEDCTL-LINE.
		READ SCHEDCTL-FILE
			AT END SET WS-EOF TO TRUE
			NOT AT END MOVE SCHEDCTL-LINE TO SCHED-RECORD
		END-READ.

	CHECK-SCHEDULE-LINE.
		MOVE SPACES TO WS-ERROR-TEXT.
		EVALUATE TRUE
			WHEN SCHED-STEP-NAME = SPACES
				MOVE "PASO SIN NOMBRE" TO WS-ERROR-TEXT
			WHEN SCHED-PROGRAM = SPACES
				AND SCHED-STEP-NAME NOT = 'USERINPT'
				AND SCHED-STEP-NAME NOT = 'PREDFMSG'
				AND SCHED-STEP-NAME NOT = 'ROSTER'
				MOVE "PASO SIN PROGRAMA" TO WS-ERROR-TEXT
			WHEN NOT SCHED-RUN-RULE-VALID
				MOVE "REGLA DE DIAS NO VALIDA (D/M/W/X)"
					TO WS-ERROR-TEXT
			WHEN NOT SCHED-STOP-ON-FAIL
				AND NOT SCHED-CONTINUE-ON-FAIL
				MOVE "REGLA DE FALLO NO VALIDA (S/C)"
					TO WS-ERROR-TEXT
			WHEN SCHED-PASS-DATE AND SCHED-DATE-OFFSET NOT NUMERIC
				MOVE "DIAS DE DESFASE NO NUMERICOS"
					TO WS-ERROR-TEXT
			WHEN SCHED-RUN-MONTH-DAYS
				PERFORM CHECK-MONTH-DAYS
			WHEN SCHED-RUN-WEEKDAYS
				PERFORM CHECK-WEEKDAYS
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
		IF WS-ERROR-TEXT = SPACES
			PERFORM VARYING WS-IDX FROM 1 BY 1
				UNTIL WS-IDX > WS-STEP-COUNT
				IF WS-STEP-NAME(WS-IDX) = SCHED-STEP-NAME
					MOVE "PASO REPETIDO EN EL CALENDARIO"
						TO WS-ERROR-TEXT
				END-IF
			END-PERFORM
		END-IF.
		IF WS-ERROR-TEXT = SPACES AND WS-STEP-COUNT = WS-STEP-MAX
			MOVE "MAS DE 20 PASOS EN EL CALENDARIO" TO WS-ERROR-TEXT
		END-IF.
		IF WS-ERROR-TEXT NOT = SPACES
			PERFORM REPORT-SCHEDULE-ERROR
		ELSE
			ADD 1 TO WS-STEP-COUNT
			MOVE SCHED-RECORD TO WS-STEP-LINE(WS-STEP-COUNT)
			MOVE SCHED-STEP-NAME TO WS-STEP-NAME(WS-STEP-COUNT)
			SET WS-STEP-NOT-RUN(WS-STEP-COUNT) TO TRUE
			MOVE 0 TO WS-STEP-RC(WS-STEP-COUNT)
		END-IF.

*> Days of the month are two digits, 01 to 31 or 99 for the last
*> day; at least one must be given.
	CHECK-MONTH-DAYS.
		MOVE 0 TO WS-DAY-COUNT.
		PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
			IF SCHED-MONTH-DAY(WS-DAY-IDX) NOT = SPACES
				IF SCHED-MONTH-DAY(WS-DAY-IDX) NOT NUMERIC
					MOVE "DIA DEL MES NO VALIDO" TO WS-ERROR-TEXT
				ELSE
					IF (SCHED-MONTH-DAY(WS-DAY-IDX) < '01'
						OR SCHED-MONTH-DAY(WS-DAY-IDX) > '31')
						AND SCHED-MONTH-DAY(WS-DAY-IDX) NOT = '99'
						MOVE "DIA DEL MES NO VALIDO"
							TO WS-ERROR-TEXT
					ELSE
						ADD 1 TO WS-DAY-COUNT
					END-IF
				END-IF
			END-IF
		END-PERFORM.
		IF WS-ERROR-TEXT = SPACES AND WS-DAY-COUNT = 0
			MOVE "REGLA M SIN DIAS DEL MES" TO WS-ERROR-TEXT
		END-IF.

	CHECK-WEEKDAYS.
		MOVE 0 TO WS-DAY-COUNT.
		PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
			EVALUATE SCHED-WEEKDAY-SW(WS-DAY-IDX)
				WHEN 'Y'
					ADD 1 TO WS-DAY-COUNT
				WHEN 'N'
					CONTINUE
				WHEN OTHER
					MOVE "DIAS DE LA SEMANA NO VALIDOS (Y/N)"
						TO WS-ERROR-TEXT
			END-EVALUATE
		END-PERFORM.
		IF WS-ERROR-TEXT = SPACES AND WS-DAY-COUNT = 0
			MOVE "REGLA W SIN DIAS DE LA SEMANA" TO WS-ERROR-TEXT
		END-IF.

	REPORT-SCHEDULE-ERROR.
		ADD 1 TO WS-SCHED-ERRORS.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "SCHEDCTL LINEA " WS-LINE-COUNT " " SCHED-STEP-NAME
			": " WS-ERROR-TEXT DELIMITED BY SIZE
			INTO WS-DETAIL-LINE.
		DISPLAY WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

	REFUSE-THE-SCHEDULE.
		MOVE SPACES TO WS-DETAIL-LINE.
		IF WS-SCHED-ERRORS = 0
			MOVE 'NOSCHED' TO WS-OUTCOME
			MOVE "SIN PASOS QUE EJECUTAR - NO SE EJECUTA NADA."
				TO WS-DETAIL-LINE
		ELSE
			MOVE 'BADSCHED' TO WS-OUTCOME
			STRING "CALENDARIO CON " WS-SCHED-ERRORS
				" ERRORES - NO SE EJECUTA NADA."
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
		END-IF.
		DISPLAY WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		CLOSE RUN-REPORT-FILE.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID WS-OUTCOME.
		MOVE 8 TO RETURN-CODE.
		STOP RUN.

*> A restart resumes after the last step checkpointed under the
*> run-id; the steps before it are shown as done in the earlier run.
	DETERMINE-START-STEP.
		MOVE 1 TO WS-START-IDX.
		IF WS-FOUND-SW = 'Y'
					COMPUTE WS-START-IDX = WS-IDX + 1
				END-IF
			END-PERFORM
			PERFORM VARYING WS-IDX FROM 1 BY 1
				UNTIL WS-IDX >= WS-START-IDX
				SET WS-STEP-PREVIOUS(WS-IDX) TO TRUE
			END-PERFORM
		END-IF.
		MOVE SPACES TO WS-DETAIL-LINE.
		IF WS-START-IDX > 1
			STRING "RUN-ID " WS-RUN-ID " REANUDADO TRAS EL PASO "
				WS-LAST-PROGRAM DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
		ELSE
			STRING "RUN-ID " WS-RUN-ID DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
		END-IF.
		PERFORM WRITE-REPORT-LINE.

*> A step skipped by the calendar, or one whose failure the schedule
*> lets the chain continue past, is checkpointed like a completed
*> one, so a restart does not come back to it. A failure that stops
*> the chain is not: the restart resumes at the failed step.
	RUN-STEP.
		MOVE WS-STEP-LINE(WS-IDX) TO SCHED-RECORD.
		PERFORM CHECK-THE-RUN-DAYS.
		IF WS-STEP-DUE
			PERFORM CALL-THE-STEP
		ELSE
			SET WS-STEP-SKIPPED(WS-IDX) TO TRUE
			MOVE 0 TO WS-STEP-RC(WS-IDX)
		END-IF.
		MOVE WS-STEP-RESULT(WS-IDX) TO WS-CKPT-STATUS.
		MOVE WS-STEP-RC(WS-IDX) TO WS-CKPT-RC.
		MOVE 'STEP' TO WS-FUNCTION.
		CALL "CkptCtl" USING WS-FUNCTION WS-RUN-ID
			WS-STEP-NAME(WS-IDX) WS-FOUND-SW WS-LINE-NO
			WS-CKPT-STATUS WS-CKPT-RC.
		IF WS-STEP-FAILED(WS-IDX) AND SCHED-STOP-ON-FAIL
			SET WS-CHAIN-STOPPED TO TRUE
		ELSE
			MOVE 'WRITE' TO WS-FUNCTION
			CALL "CkptCtl" USING WS-FUNCTION WS-RUN-ID
				WS-STEP-NAME(WS-IDX) WS-FOUND-SW
		END-IF.

	CHECK-THE-RUN-DAYS.
		MOVE 'N' TO WS-DUE-SW.
		EVALUATE TRUE
			WHEN SCHED-RUN-DAILY
				SET WS-STEP-DUE TO TRUE
			WHEN SCHED-RUN-MONTH-DAYS
				PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
					UNTIL WS-DAY-IDX > 7
					IF SCHED-MONTH-DAY(WS-DAY-IDX) = WS-SCHED-DATE(7:2)
						OR (SCHED-MONTH-DAY(WS-DAY-IDX) = '99'
						AND WS-LAST-DAY-OF-MONTH)
						SET WS-STEP-DUE TO TRUE
					END-IF
				END-PERFORM
			WHEN SCHED-RUN-WEEKDAYS
				IF SCHED-WEEKDAY-SW(WS-WEEKDAY) = 'Y'
					SET WS-STEP-DUE TO TRUE
				END-IF
			WHEN OTHER
				CONTINUE
		END-EVALUATE.

*> The step sees the schedule's own command line, not the one
*> BATCHRUN was started with, so a step that reads a date or an
*> option from it gets the one meant for it. A return code above 4,
*> or a program that cannot be found, is a failure.
	CALL-THE-STEP.
		MOVE SPACES TO WS-STEP-PARM.
		IF SCHED-PASS-DATE
			COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(
				WS-DAY-NUMBER - SCHED-DATE-OFFSET)
			MOVE WS-DATE-NUMERIC TO WS-ARG-DATE
			STRING WS-ARG-DATE SCHED-PARM DELIMITED BY SIZE
				INTO WS-STEP-PARM
		ELSE
			MOVE SCHED-PARM TO WS-STEP-PARM
		END-IF.
		DISPLAY WS-STEP-PARM UPON COMMAND-LINE.
		MOVE 'N' TO WS-CALL-FAILED-SW.
		MOVE 0 TO RETURN-CODE.
		EVALUATE SCHED-STEP-NAME
			WHEN 'USERINPT'
				CALL "UserInputCaptured" USING WS-VISITOR-NAME
					WS-RETURNING-SW WS-STORE-OK-SW
				END-IF
			WHEN 'ROSTER'
				CALL "Roster"
			WHEN OTHER
				MOVE SCHED-PROGRAM TO WS-PROGRAM-NAME
				CALL WS-PROGRAM-NAME
					ON EXCEPTION
						SET WS-CALL-FAILED TO TRUE
				END-CALL
		END-EVALUATE.
		IF WS-CALL-FAILED
			MOVE WS-NO-PROGRAM-RC TO WS-STEP-RC(WS-IDX)
			SET WS-STEP-FAILED(WS-IDX) TO TRUE
		ELSE
			MOVE RETURN-CODE TO WS-CALL-RC
			MOVE WS-CALL-RC TO WS-STEP-RC(WS-IDX)
			IF WS-CALL-RC > 4 OR WS-CALL-RC < 0
				SET WS-STEP-FAILED(WS-IDX) TO TRUE
			ELSE
				SET WS-STEP-RAN(WS-IDX) TO TRUE
			END-IF
		END-IF.

	WRITE-RUN-SUMMARY.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "PASO     PROGRAMA             REGLA  RESULTADO"
			"              RC" DELIMITED BY SIZE
			INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		PERFORM VARYING WS-IDX FROM 1 BY 1
			UNTIL WS-IDX > WS-STEP-COUNT
			PERFORM WRITE-STEP-LINE
		END-PERFORM.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "EJECUTADOS: " WS-RAN-COUNT
			"  OMITIDOS: " WS-SKIPPED-COUNT
			"  FALLIDOS: " WS-FAILED-COUNT
			"  NO EJECUTADOS: " WS-NOT-RUN-COUNT
			"  PREVIOS: " WS-PREVIOUS-COUNT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		DISPLAY WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		IF WS-CHAIN-STOPPED
			STRING "CADENA DETENIDA - REINICIE CON EL RUN-ID "
				WS-RUN-ID DELIMITED BY SIZE INTO WS-DETAIL-LINE
		ELSE
			MOVE "CADENA COMPLETA" TO WS-DETAIL-LINE
		END-IF.
		DISPLAY WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

	WRITE-STEP-LINE.
		MOVE WS-STEP-LINE(WS-IDX) TO SCHED-RECORD.
		EVALUATE TRUE
			WHEN WS-STEP-RAN(WS-IDX)
				ADD 1 TO WS-RAN-COUNT
				IF WS-STEP-RC(WS-IDX) > 0
					MOVE "EJECUTADO CON AVISO" TO WS-RESULT-TEXT
				ELSE
					MOVE "EJECUTADO" TO WS-RESULT-TEXT
				END-IF
			WHEN WS-STEP-SKIPPED(WS-IDX)
				ADD 1 TO WS-SKIPPED-COUNT
				MOVE "OMITIDO POR CALENDARIO" TO WS-RESULT-TEXT
			WHEN WS-STEP-FAILED(WS-IDX)
				ADD 1 TO WS-FAILED-COUNT
				IF SCHED-STOP-ON-FAIL
					MOVE "FALLIDO - DETIENE" TO WS-RESULT-TEXT
				ELSE
					MOVE "FALLIDO - CONTINUA" TO WS-RESULT-TEXT
				END-IF
			WHEN WS-STEP-PREVIOUS(WS-IDX)
				ADD 1 TO WS-PREVIOUS-COUNT
				MOVE "HECHO EN LA ANTERIOR" TO WS-RESULT-TEXT
			WHEN OTHER
				ADD 1 TO WS-NOT-RUN-COUNT
				MOVE "NO EJECUTADO" TO WS-RESULT-TEXT
		END-EVALUATE.
		MOVE SPACES TO WS-DETAIL-LINE.
		IF WS-STEP-RAN(WS-IDX) OR WS-STEP-FAILED(WS-IDX)
			STRING SCHED-STEP-NAME " " SCHED-PROGRAM " "
				SCHED-RUN-RULE " " SCHED-ON-FAIL "    "
				WS-RESULT-TEXT " " WS-STEP-RC(WS-IDX)
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
		ELSE
			STRING SCHED-STEP-NAME " " SCHED-PROGRAM " "
				SCHED-RUN-RULE " " SCHED-ON-FAIL "    "
				WS-RESULT-TEXT DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
		END-IF.
		PERFORM WRITE-REPORT-LINE.

	WRITE-REPORT-LINE.
		MOVE WS-DETAIL-LINE TO RUN-REPORT-LINE.
		WRITE RUN-REPORT-LINE.
