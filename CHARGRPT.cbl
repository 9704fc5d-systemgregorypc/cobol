*> Monthly visitor chargeback by department: reads the USERHIST
*> archive and the live USERMAST together (the layouts are field for
*> field, the way UserTrend reads them) for every visit captured in
*> the requested month - a YYYYMM command-line argument, or the month
*> before the run when absent - and charges each visit to the
*> department of its host on HOSTMAST. For each department it totals
*> the visits, the appointment, walk-in and contractor split, the
*> visitor-hours on site from capture to departure, and the badges
*> issued on those visits that have still not come back, and prices
*> them at the RATECTL rates in force for the month (RateMaint).
*> Walk-ins with no host have no department and go on the
*> UNALLOCATED line; a host HOSTMAST does not know, or knows with no
*> department, goes on its own line so facilities can chase it.
*> Neither is charged to anyone. CHARGRPT.RPT is the printed report;
*> CHARGEGL is the fixed-format ledger file (GLCHGR.cpy) with one
*> line per department charged and a balancing trailer, for finance
*> to load without rekeying.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ChargeRpt.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT USERMAST-FILE ASSIGN TO "USERMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS UM-SEQ-KEY
			ALTERNATE RECORD KEY IS UM-NAME WITH DUPLICATES
			FILE STATUS IS WS-USERMAST-STATUS.
		SELECT USERHIST-FILE ASSIGN TO "USERHIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS HIST-SEQ-KEY
			ALTERNATE RECORD KEY IS HIST-NAME WITH DUPLICATES
			FILE STATUS IS WS-USERHIST-STATUS.
		SELECT HOSTMAST-FILE ASSIGN TO "HOSTMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS HOST-NAME
			FILE STATUS IS WS-HOSTMAST-STATUS.
		SELECT BADGEMAST-FILE ASSIGN TO "BADGEMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BADGE-NUMBER
			FILE STATUS IS WS-BADGEMAST-STATUS.
		SELECT RATECTL-FILE ASSIGN TO "RATECTL"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS RATE-FROM-MONTH
			FILE STATUS IS WS-RATECTL-STATUS.
		SELECT CHARGE-REPORT-FILE ASSIGN TO "CHARGRPT.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
		SELECT GL-CHARGE-FILE ASSIGN TO "CHARGEGL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-GL-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD USERMAST-FILE.
	COPY USERMASTR.
	FD USERHIST-FILE.
	COPY USERHISTR.
	FD HOSTMAST-FILE.
	COPY HOSTREC.
	FD BADGEMAST-FILE.
	COPY BADGEREC.
	FD RATECTL-FILE.
	COPY RATEREC.
	FD CHARGE-REPORT-FILE.
	01 CHARGE-REPORT-LINE	PIC X(80).
	FD GL-CHARGE-FILE.
	COPY GLCHGR.
	WORKING-STORAGE SECTION.
	COPY CODEPAGE.
	01 WS-USERMAST-STATUS	PIC X(02).
	01 WS-USERHIST-STATUS	PIC X(02).
	01 WS-HOSTMAST-STATUS	PIC X(02).
	01 WS-BADGEMAST-STATUS	PIC X(02).
	01 WS-RATECTL-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-GL-STATUS		PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01).
		88 WS-EOF			VALUE 'Y'.
	01 WS-HOSTMAST-OPEN-SW	PIC X(01) VALUE 'N'.
		88 WS-HOSTMAST-OPEN		VALUE 'Y'.
	01 WS-BADGEMAST-OPEN-SW	PIC X(01) VALUE 'N'.
		88 WS-BADGEMAST-OPEN		VALUE 'Y'.
	01 WS-RATE-FOUND-SW	PIC X(01) VALUE 'N'.
		88 WS-RATE-FOUND		VALUE 'Y'.
	01 WS-COMMAND-LINE	PIC X(80).
	01 WS-RUN-DATE		PIC X(21).
	01 WS-REPORT-MONTH	PIC X(06).
	01 WS-MONTH-PARTS.
		05 WS-MONTH-YEAR	PIC 9(04).
		05 WS-MONTH-MM		PIC 9(02).
*> The rates in force for the month, copied off RATECTL.
	01 WS-RATE-FROM		PIC X(06).
	01 WS-RATE-VISIT	PIC 9(03)V99 VALUE 0.
	01 WS-RATE-HOUR		PIC 9(03)V99 VALUE 0.
	01 WS-RATE-BADGE	PIC 9(03)V99 VALUE 0.
	01 WS-RATE-ACCOUNT	PIC X(08) VALUE SPACES.
*> One visit, from whichever file it came off.
	01 WS-REC-CAPTURE-TS	PIC X(21).
	01 WS-REC-DEPART-TS	PIC X(21).
	01 WS-REC-NAME		PIC X(30).
	01 WS-REC-TYPE		PIC X(01).
	01 WS-REC-HOST		PIC X(30).
	01 WS-REC-BADGE-NO	PIC 9(04).
	01 WS-LOOKUP-DEPT	PIC X(20).
	01 WS-DATE-NUMERIC	PIC 9(08).
	01 WS-TS-HOUR		PIC 9(02).
	01 WS-TS-MINUTE		PIC 9(02).
	01 WS-FROM-MINUTE	PIC 9(11).
	01 WS-TO-MINUTE		PIC 9(11).
*> Entries 1 and 2 are the two lines nobody is charged for - no host
*> at all, and a host with no department - and the departments
*> follow from entry 3, kept in name order as they are met.
	01 WS-DEPT-TABLE.
		05 WS-DEPT-ENTRY OCCURS 202 TIMES.
			10 WS-DP-NAME		PIC X(20).
			10 WS-DP-VISITS		PIC 9(05).
			10 WS-DP-APPT		PIC 9(05).
			10 WS-DP-WALKIN		PIC 9(05).
			10 WS-DP-CONTRACT	PIC 9(05).
			10 WS-DP-MINUTES	PIC 9(09).
			10 WS-DP-BADGES		PIC 9(04).
	01 WS-DEPT-COUNT	PIC 9(03) VALUE 2.
	01 WS-DEPT-MAX		PIC 9(03) VALUE 202.
	01 WS-DEPT-IDX		PIC 9(03).
	01 WS-SHIFT-IDX		PIC 9(03).
	01 WS-UNALLOCATED-IDX	PIC 9(03) VALUE 1.
	01 WS-UNKNOWN-IDX	PIC 9(03) VALUE 2.
	01 WS-HOURS		PIC 9(05)V9.
	01 WS-CHARGE		PIC 9(07)V99.
	01 WS-CHARGED-TOTAL	PIC 9(09)V99 VALUE 0.
	01 WS-UNCHARGED-TOTAL	PIC 9(09)V99 VALUE 0.
	01 WS-VISIT-TOTAL	PIC 9(07) VALUE 0.
	01 WS-OPEN-VISITS	PIC 9(05) VALUE 0.
	01 WS-SKIPPED-VISITS	PIC 9(05) VALUE 0.
	01 WS-GL-LINES		PIC 9(05) VALUE 0.
	01 WS-HOURS-DISPLAY	PIC ZZZZ9.9.
	01 WS-AMOUNT-DISPLAY	PIC ZZZZZZ9.99.
	01 WS-TOTAL-DISPLAY	PIC ZZZZZZZZ9.99.
	01 WS-RATE-V-DISPLAY	PIC ZZ9.99.
	01 WS-RATE-H-DISPLAY	PIC ZZ9.99.
	01 WS-RATE-B-DISPLAY	PIC ZZ9.99.
	01 WS-OPERATOR-ID	PIC X(08) VALUE SPACES.
	01 WS-JOB-NAME		PIC X(08) VALUE 'CHARGRPT'.
	01 WS-OUTCOME		PIC X(08).
	01 WS-DEVICE-TYPE	PIC X(03) VALUE 'RPT'.
	01 WS-DETAIL-LINE	PIC X(80).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
		ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
		IF WS-COMMAND-LINE(1:6) NOT = SPACES
			MOVE WS-COMMAND-LINE(1:6) TO WS-REPORT-MONTH
		ELSE
			PERFORM FIX-PREVIOUS-MONTH
		END-IF.
		MOVE SPACES TO WS-DEPT-TABLE.
		MOVE "UNALLOCATED" TO WS-DP-NAME(WS-UNALLOCATED-IDX).
		MOVE "ANFITRION SIN DEPTO" TO WS-DP-NAME(WS-UNKNOWN-IDX).
		PERFORM ZERO-ONE-ENTRY VARYING WS-DEPT-IDX FROM 1 BY 1
			UNTIL WS-DEPT-IDX > 2.
		PERFORM FIND-THE-RATES.
		OPEN OUTPUT CHARGE-REPORT-FILE.
		PERFORM WRITE-REPORT-HEADING.
		OPEN INPUT HOSTMAST-FILE.
		IF WS-HOSTMAST-STATUS = "00"
			SET WS-HOSTMAST-OPEN TO TRUE
		ELSE
			MOVE 8 TO WS-RETURN-CODE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "HOSTMAST NO DISPONIBLE, STATUS "
				WS-HOSTMAST-STATUS " - NADA SE REPERCUTE"
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		END-IF.
		OPEN INPUT BADGEMAST-FILE.
		IF WS-BADGEMAST-STATUS = "00"
			SET WS-BADGEMAST-OPEN TO TRUE
		ELSE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "BADGEMAST NO DISPONIBLE, STATUS "
				WS-BADGEMAST-STATUS " - SIN GAFETES PENDIENTES"
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		END-IF.
		PERFORM CHARGE-HISTORY-VISITS.
		PERFORM CHARGE-MASTER-VISITS.
		IF WS-HOSTMAST-OPEN
			CLOSE HOSTMAST-FILE
		END-IF.
		IF WS-BADGEMAST-OPEN
			CLOSE BADGEMAST-FILE
		END-IF.
		OPEN OUTPUT GL-CHARGE-FILE.
		PERFORM WRITE-DEPARTMENT-LINES.
		PERFORM WRITE-GL-TRAILER.
		CLOSE GL-CHARGE-FILE.
		PERFORM WRITE-REPORT-TOTALS.
		CLOSE CHARGE-REPORT-FILE.
		DISPLAY "Repercusion " WS-REPORT-MONTH ": " WS-VISIT-TOTAL
			" visitas, " WS-GL-LINES " departamentos - ver "
			"CHARGRPT.RPT".
		IF WS-RATE-FOUND
			MOVE 'COMPLETE' TO WS-OUTCOME
		ELSE
			MOVE 'NORATE' TO WS-OUTCOME
			IF WS-RETURN-CODE < 4
				MOVE 4 TO WS-RETURN-CODE
			END-IF
		END-IF.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID WS-OUTCOME.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when HOSTMAST could not be opened and nothing could be
*> charged, 4 when no rate was on file for the month, 0 otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

*> Run early in the month, the report charges the month just closed.
	FIX-PREVIOUS-MONTH.
		MOVE WS-RUN-DATE(1:6) TO WS-MONTH-PARTS.
		IF WS-MONTH-MM = 1
			MOVE 12 TO WS-MONTH-MM
			SUBTRACT 1 FROM WS-MONTH-YEAR
		ELSE
			SUBTRACT 1 FROM WS-MONTH-MM
		END-IF.
		MOVE WS-MONTH-PARTS TO WS-REPORT-MONTH.

*> RATECTL is a handful of records in month order; the last one that
*> starts on or before the report month is the one in force.
	FIND-THE-RATES.
		OPEN INPUT RATECTL-FILE.
		IF WS-RATECTL-STATUS = "00"
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-RATECTL-RECORD
			PERFORM UNTIL WS-EOF
				IF RATE-FROM-MONTH NOT > WS-REPORT-MONTH
					SET WS-RATE-FOUND TO TRUE
					MOVE RATE-FROM-MONTH TO WS-RATE-FROM
					MOVE RATE-PER-VISIT TO WS-RATE-VISIT
					MOVE RATE-PER-HOUR TO WS-RATE-HOUR
					MOVE RATE-PER-BADGE TO WS-RATE-BADGE
					MOVE RATE-GL-ACCOUNT TO WS-RATE-ACCOUNT
				END-IF
				PERFORM READ-RATECTL-RECORD
			END-PERFORM
			CLOSE RATECTL-FILE
		END-IF.

	READ-RATECTL-RECORD.
		READ RATECTL-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	WRITE-REPORT-HEADING.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "REPERCUSION DE VISITAS POR DEPARTAMENTO - MES "
			WS-REPORT-MONTH " - EMITIDO " WS-RUN-DATE(1:8)
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		IF WS-RATE-FOUND
			MOVE WS-RATE-VISIT TO WS-RATE-V-DISPLAY
			MOVE WS-RATE-HOUR TO WS-RATE-H-DISPLAY
			MOVE WS-RATE-BADGE TO WS-RATE-B-DISPLAY
			STRING "TARIFAS DESDE " WS-RATE-FROM ": VISITA "
				WS-RATE-V-DISPLAY " HORA " WS-RATE-H-DISPLAY
				" GAFETE " WS-RATE-B-DISPLAY " CUENTA "
				WS-RATE-ACCOUNT DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
		ELSE
			STRING "SIN TARIFAS EN RATECTL PARA EL MES - "
				"IMPORTES A CERO, NADA PASA A CONTABILIDAD"
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
		END-IF.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "DEPARTAMENTO         VISIT  CITA LIBRE CONTR   "
			"HORAS GAFE    IMPORTE" DELIMITED BY SIZE
			INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

*> The archive first, then the live master, the same order UserTrend
*> reads them in; a month partly archived is charged from both.
	CHARGE-HISTORY-VISITS.
		OPEN INPUT USERHIST-FILE.
		IF WS-USERHIST-STATUS NOT = "00"
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "USERHIST NO DISPONIBLE, STATUS "
				WS-USERHIST-STATUS " - SOLO DATOS VIVOS."
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-USERHIST-RECORD
			PERFORM UNTIL WS-EOF
				IF HIST-CAPTURE-TS(1:6) = WS-REPORT-MONTH
					MOVE HIST-CAPTURE-TS TO WS-REC-CAPTURE-TS
					MOVE HIST-DEPART-TS TO WS-REC-DEPART-TS
					MOVE HIST-NAME TO WS-REC-NAME
					MOVE HIST-VISIT-TYPE TO WS-REC-TYPE
					MOVE HIST-HOST TO WS-REC-HOST
					MOVE HIST-BADGE-NO TO WS-REC-BADGE-NO
					PERFORM CHARGE-ONE-VISIT
				END-IF
				PERFORM READ-USERHIST-RECORD
			END-PERFORM
			CLOSE USERHIST-FILE
		END-IF.

	READ-USERHIST-RECORD.
		READ USERHIST-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	CHARGE-MASTER-VISITS.
		OPEN INPUT USERMAST-FILE.
		IF WS-USERMAST-STATUS NOT = "00"
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "USERMAST NO DISPONIBLE, STATUS "
				WS-USERMAST-STATUS DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-USERMAST-RECORD
			PERFORM UNTIL WS-EOF
				IF UM-CAPTURE-TS(1:6) = WS-REPORT-MONTH
					MOVE UM-CAPTURE-TS TO WS-REC-CAPTURE-TS
					MOVE UM-DEPART-TS TO WS-REC-DEPART-TS
					MOVE UM-NAME TO WS-REC-NAME
					MOVE UM-VISIT-TYPE TO WS-REC-TYPE
					MOVE UM-HOST TO WS-REC-HOST
					MOVE UM-BADGE-NO TO WS-REC-BADGE-NO
					PERFORM CHARGE-ONE-VISIT
				END-IF
				PERFORM READ-USERMAST-RECORD
			END-PERFORM
			CLOSE USERMAST-FILE
		END-IF.

	READ-USERMAST-RECORD.
		READ USERMAST-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	CHARGE-ONE-VISIT.
		PERFORM FIND-THE-DEPARTMENT.
		IF WS-DEPT-IDX = 0
			ADD 1 TO WS-SKIPPED-VISITS
		ELSE
			ADD 1 TO WS-VISIT-TOTAL
			ADD 1 TO WS-DP-VISITS(WS-DEPT-IDX)
			EVALUATE WS-REC-TYPE
				WHEN 'A'
					ADD 1 TO WS-DP-APPT(WS-DEPT-IDX)
				WHEN 'W'
					ADD 1 TO WS-DP-WALKIN(WS-DEPT-IDX)
				WHEN 'C'
					ADD 1 TO WS-DP-CONTRACT(WS-DEPT-IDX)
				WHEN OTHER
					CONTINUE
			END-EVALUATE
			PERFORM ADD-VISITOR-MINUTES
			IF WS-REC-BADGE-NO > 0 AND WS-BADGEMAST-OPEN
				PERFORM CHECK-BADGE-RETURNED
			END-IF
		END-IF.

*> HOSTMAST is read here directly rather than through HostValid: a
*> host who has left since the visit is inactive, and HostValid
*> would refuse them, but the visit still belongs to the department
*> they were in.
	FIND-THE-DEPARTMENT.
		MOVE SPACES TO WS-LOOKUP-DEPT.
		IF WS-REC-HOST = SPACES
			MOVE WS-UNALLOCATED-IDX TO WS-DEPT-IDX
		ELSE
			IF WS-HOSTMAST-OPEN
				MOVE WS-REC-HOST TO HOST-NAME
				READ HOSTMAST-FILE
					INVALID KEY CONTINUE
					NOT INVALID KEY
						MOVE HOST-DEPARTMENT TO WS-LOOKUP-DEPT
				END-READ
			END-IF
			IF WS-LOOKUP-DEPT = SPACES
				MOVE WS-UNKNOWN-IDX TO WS-DEPT-IDX
			ELSE
				PERFORM LOCATE-DEPARTMENT-ENTRY
			END-IF
		END-IF.

*> The table is kept in name order, so the report and the ledger
*> file come out sorted with no sort step: the entry is found where
*> it should be, or the rest are shifted up one to make room for it.
*> A department past the table's 200 is counted as skipped, never
*> silently dropped.
	LOCATE-DEPARTMENT-ENTRY.
		PERFORM VARYING WS-DEPT-IDX FROM 3 BY 1
			UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
			OR WS-DP-NAME(WS-DEPT-IDX) NOT < WS-LOOKUP-DEPT
			CONTINUE
		END-PERFORM.
		IF WS-DEPT-IDX > WS-DEPT-COUNT
			OR WS-DP-NAME(WS-DEPT-IDX) NOT = WS-LOOKUP-DEPT
			IF WS-DEPT-COUNT < WS-DEPT-MAX
				PERFORM VARYING WS-SHIFT-IDX FROM WS-DEPT-COUNT
					BY -1 UNTIL WS-SHIFT-IDX < WS-DEPT-IDX
					MOVE WS-DEPT-ENTRY(WS-SHIFT-IDX)
						TO WS-DEPT-ENTRY(WS-SHIFT-IDX + 1)
				END-PERFORM
				ADD 1 TO WS-DEPT-COUNT
				PERFORM ZERO-ONE-ENTRY
				MOVE WS-LOOKUP-DEPT TO WS-DP-NAME(WS-DEPT-IDX)
			ELSE
				MOVE 0 TO WS-DEPT-IDX
			END-IF
		END-IF.

	ZERO-ONE-ENTRY.
		MOVE 0 TO WS-DP-VISITS(WS-DEPT-IDX).
		MOVE 0 TO WS-DP-APPT(WS-DEPT-IDX).
		MOVE 0 TO WS-DP-WALKIN(WS-DEPT-IDX).
		MOVE 0 TO WS-DP-CONTRACT(WS-DEPT-IDX).
		MOVE 0 TO WS-DP-MINUTES(WS-DEPT-IDX).
		MOVE 0 TO WS-DP-BADGES(WS-DEPT-IDX).

*> Minutes on site run from capture to departure across midnight
*> and month ends alike - each stamp is turned into minutes since
*> the INTEGER-OF-DATE epoch. A visitor not yet out (still on site,
*> or carried over on an authorized overnight) has no hours to
*> charge yet and is counted on the report instead.
	ADD-VISITOR-MINUTES.
		IF WS-REC-DEPART-TS(1:12) NOT NUMERIC
			OR WS-REC-CAPTURE-TS(1:12) NOT NUMERIC
			ADD 1 TO WS-OPEN-VISITS
		ELSE
			MOVE WS-REC-CAPTURE-TS(1:8) TO WS-DATE-NUMERIC
			MOVE WS-REC-CAPTURE-TS(9:2) TO WS-TS-HOUR
			MOVE WS-REC-CAPTURE-TS(11:2) TO WS-TS-MINUTE
			COMPUTE WS-FROM-MINUTE =
				FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) * 1440
				+ WS-TS-HOUR * 60 + WS-TS-MINUTE
			MOVE WS-REC-DEPART-TS(1:8) TO WS-DATE-NUMERIC
			MOVE WS-REC-DEPART-TS(9:2) TO WS-TS-HOUR
			MOVE WS-REC-DEPART-TS(11:2) TO WS-TS-MINUTE
			COMPUTE WS-TO-MINUTE =
				FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) * 1440
				+ WS-TS-HOUR * 60 + WS-TS-MINUTE
			IF WS-TO-MINUTE > WS-FROM-MINUTE
				COMPUTE WS-DP-MINUTES(WS-DEPT-IDX) =
					WS-DP-MINUTES(WS-DEPT-IDX)
					+ WS-TO-MINUTE - WS-FROM-MINUTE
			END-IF
		END-IF.

*> A badge is still out against this visit when BADGEMAST shows it
*> issued to the same visitor; once it has been returned, or issued
*> to someone else since, the visit no longer owes it.
	CHECK-BADGE-RETURNED.
		MOVE WS-REC-BADGE-NO TO BADGE-NUMBER.
		READ BADGEMAST-FILE
			INVALID KEY CONTINUE
			NOT INVALID KEY
				IF BADGE-ISSUED
					AND BADGE-HOLDER-NAME = WS-REC-NAME
					ADD 1 TO WS-DP-BADGES(WS-DEPT-IDX)
				END-IF
		END-READ.

*> The departments first, each one a ledger line when there are
*> rates to charge at; then the two lines nobody is charged for.
	WRITE-DEPARTMENT-LINES.
		PERFORM VARYING WS-DEPT-IDX FROM 3 BY 1
			UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
			PERFORM WRITE-ONE-DEPARTMENT
			ADD WS-CHARGE TO WS-CHARGED-TOTAL
			IF WS-RATE-FOUND
				PERFORM WRITE-GL-DETAIL
			END-IF
		END-PERFORM.
		PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
			UNTIL WS-DEPT-IDX > 2
			IF WS-DP-VISITS(WS-DEPT-IDX) > 0
				PERFORM WRITE-ONE-DEPARTMENT
				ADD WS-CHARGE TO WS-UNCHARGED-TOTAL
			END-IF
		END-PERFORM.

	WRITE-ONE-DEPARTMENT.
		COMPUTE WS-HOURS ROUNDED = WS-DP-MINUTES(WS-DEPT-IDX) / 60.
		COMPUTE WS-CHARGE ROUNDED =
			WS-DP-VISITS(WS-DEPT-IDX) * WS-RATE-VISIT
			+ WS-HOURS * WS-RATE-HOUR
			+ WS-DP-BADGES(WS-DEPT-IDX) * WS-RATE-BADGE.
		MOVE WS-HOURS TO WS-HOURS-DISPLAY.
		MOVE WS-CHARGE TO WS-AMOUNT-DISPLAY.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING WS-DP-NAME(WS-DEPT-IDX) " "
			WS-DP-VISITS(WS-DEPT-IDX) " "
			WS-DP-APPT(WS-DEPT-IDX) " "
			WS-DP-WALKIN(WS-DEPT-IDX) " "
			WS-DP-CONTRACT(WS-DEPT-IDX) " "
			WS-HOURS-DISPLAY " " WS-DP-BADGES(WS-DEPT-IDX) " "
			WS-AMOUNT-DISPLAY
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		CALL "CharConv" USING WS-DEVICE-TYPE WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

	WRITE-GL-DETAIL.
		MOVE SPACES TO GL-CHARGE-RECORD.
		SET GL-DETAIL TO TRUE.
		MOVE WS-REPORT-MONTH TO GL-PERIOD.
		MOVE WS-RATE-ACCOUNT TO GL-ACCOUNT.
		MOVE WS-DP-NAME(WS-DEPT-IDX) TO GL-DEPARTMENT.
		MOVE WS-DP-VISITS(WS-DEPT-IDX) TO GL-VISITS.
		MOVE WS-HOURS TO GL-HOURS.
		MOVE WS-DP-BADGES(WS-DEPT-IDX) TO GL-BADGES.
		MOVE WS-CHARGE TO GL-AMOUNT.
		MOVE 'VISCHG' TO GL-SOURCE.
		WRITE GL-CHARGE-RECORD.
		ADD 1 TO WS-GL-LINES.

*> The trailer is written even when there were no rates and so no
*> lines: an empty month then loads as nothing, and last month's
*> file can never be picked up and posted a second time.
	WRITE-GL-TRAILER.
		MOVE SPACES TO GL-CHARGE-RECORD.
		SET GL-TRAILER TO TRUE.
		MOVE WS-REPORT-MONTH TO GL-PERIOD.
		MOVE WS-RATE-ACCOUNT TO GL-ACCOUNT.
		MOVE WS-GL-LINES TO GL-LINE-COUNT.
		IF WS-RATE-FOUND
			MOVE WS-CHARGED-TOTAL TO GL-TOTAL-AMOUNT
		ELSE
			MOVE 0 TO GL-TOTAL-AMOUNT
		END-IF.
		WRITE GL-CHARGE-RECORD.

	WRITE-REPORT-TOTALS.
		MOVE SPACES TO WS-DETAIL-LINE.
		MOVE WS-CHARGED-TOTAL TO WS-TOTAL-DISPLAY.
		STRING "TOTAL REPERCUTIDO A DEPARTAMENTOS: " WS-TOTAL-DISPLAY
			"  LINEAS CONTABLES: " WS-GL-LINES
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		MOVE WS-UNCHARGED-TOTAL TO WS-TOTAL-DISPLAY.
		STRING "SIN REPERCUTIR (SIN ANFITRION O SIN DEPTO): "
			WS-TOTAL-DISPLAY DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "VISITAS DEL MES: " WS-VISIT-TOTAL
			"  SIN SALIDA (SIN HORAS): " WS-OPEN-VISITS
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		IF WS-SKIPPED-VISITS > 0
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "VISITAS OMITIDAS, MAS DE 200 DEPARTAMENTOS: "
				WS-SKIPPED-VISITS DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		END-IF.

	WRITE-REPORT-LINE.
		MOVE WS-DETAIL-LINE TO CHARGE-REPORT-LINE.
		WRITE CHARGE-REPORT-LINE.
