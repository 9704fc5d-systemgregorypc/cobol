*> Data-protection subject-access and erasure transaction: the desk
*> keys in the name from a legal request and gets back PRIVREQ.RPT,
*> one consolidated listing of every record that mentions it across
*> the visitor files - USERMAST, USERHIST, APPTMAST, SUSPFILE,
*> BARRLIST, the DOCACK signatures, PASSMAST contractor passes,
*> PARKMAST bays, the MUSTLOG muster stanzas, the USEREXT.DAT badge
*> extract and AUDITLOG - instead of a morning of hand-searching.
*> When the request asks for erasure, a signed-on supervisor may
*> approve it and the name is anonymized in place, file by file, to
*> "ANONIMO" plus the request timestamp, so the visit history still
*> balances (Recon, the statistics, the trend report) while nobody
*> can be identified from it. BARRLIST entries are never touched:
*> they are under legal hold. A visitor still on site is not erased
*> - the muster must still be able to call them by name.
*> The request is audited under PRIVREQ and the erasure under its
*> own job name, PRIVERAS, so compliance can be proved to the
*> regulator from AUDITLOG alone; the report carries the same
*> timestamp so the two can be tied together.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PrivReq.
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
		SELECT USERHIST-FILE ASSIGN TO "USERHIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS HIST-SEQ-KEY
			ALTERNATE RECORD KEY IS HIST-NAME WITH DUPLICATES
			FILE STATUS IS WS-USERHIST-STATUS.
		SELECT APPTMAST-FILE ASSIGN TO "APPTMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS APPT-KEY
			FILE STATUS IS WS-APPTMAST-STATUS.
		SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SUSP-KEY
			FILE STATUS IS WS-SUSPENSE-STATUS.
		SELECT BARRED-FILE ASSIGN TO "BARRLIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BARRED-NAME
			FILE STATUS IS WS-BARRED-STATUS.
		SELECT DOCACK-FILE ASSIGN TO "DOCACK"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DACK-KEY
			FILE STATUS IS WS-DOCACK-STATUS.
		SELECT PASSMAST-FILE ASSIGN TO "PASSMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PASS-NUMBER
			FILE STATUS IS WS-PASSMAST-STATUS.
		SELECT PARKMAST-FILE ASSIGN TO "PARKMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PARK-BAY-NO
			ALTERNATE RECORD KEY IS PARK-PLATE WITH DUPLICATES
			FILE STATUS IS WS-PARKMAST-STATUS.
		SELECT MUSTER-LOG-FILE ASSIGN TO "MUSTLOG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-MUSTLOG-STATUS.
		SELECT EXTRACT-FILE ASSIGN TO "USEREXT.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-EXTRACT-STATUS.
		SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-AUDIT-STATUS.
		SELECT WORK-FILE ASSIGN TO "PRIVWORK"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-WORK-STATUS.
		SELECT PRIV-REPORT-FILE ASSIGN TO "PRIVREQ.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD USERMAST-FILE.
	COPY USERMASTR.
	FD USERHIST-FILE.
	COPY USERHISTR.
	FD APPTMAST-FILE.
	COPY APPTREC.
	FD SUSPENSE-FILE.
	COPY SUSPREC.
	FD BARRED-FILE.
	COPY BARREDR.
	FD DOCACK-FILE.
	COPY DOCACKR.
	FD PASSMAST-FILE.
	COPY PASSREC.
	FD PARKMAST-FILE.
	COPY PARKREC.
	FD MUSTER-LOG-FILE.
	01 MUSTER-LOG-LINE	PIC X(80).
	FD EXTRACT-FILE.
	01 EXTRACT-LINE		PIC X(80).
	FD AUDIT-LOG-FILE.
	01 AUDIT-LOG-LINE	PIC X(80).
	FD WORK-FILE.
	01 WORK-LINE		PIC X(80).
	FD PRIV-REPORT-FILE.
	01 PRIV-REPORT-LINE	PIC X(80).
	WORKING-STORAGE SECTION.
	COPY CODEPAGE.
	01 WS-USERMAST-STATUS	PIC X(02).
	01 WS-USERHIST-STATUS	PIC X(02).
	01 WS-APPTMAST-STATUS	PIC X(02).
	01 WS-SUSPENSE-STATUS	PIC X(02).
	01 WS-BARRED-STATUS	PIC X(02).
	01 WS-DOCACK-STATUS	PIC X(02).
	01 WS-PASSMAST-STATUS	PIC X(02).
	01 WS-PARKMAST-STATUS	PIC X(02).
	01 WS-MUSTLOG-STATUS	PIC X(02).
	01 WS-EXTRACT-STATUS	PIC X(02).
	01 WS-AUDIT-STATUS	PIC X(02).
	01 WS-WORK-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-OPEN-STATUS	PIC X(02).
	01 WS-EOF-SW		PIC X(01).
		88 WS-EOF			VALUE 'Y'.
	01 WS-MORE-SW		PIC X(01).
		88 WS-MORE-MATCHES		VALUE 'Y'.
	01 WS-SUBJECT-NAME	PIC X(30).
	01 WS-NAME-LEN		PIC 9(02).
	01 WS-NAME-TRAIL	PIC 9(02).
	01 WS-NAME-END		PIC 9(02).
	01 WS-ERASED-NAME	PIC X(30).
	01 WS-REQUEST-TS	PIC X(21).
	01 WS-LINE-HITS		PIC 9(03).
	01 WS-LINE-MATCH-SW	PIC X(01).
		88 WS-LINE-MATCHES		VALUE 'Y'.
	01 WS-STANZA-DATE	PIC X(14).
	01 WS-EXTRACT-DATE	PIC X(08).
	01 WS-SAVE-APPT		PIC X(69).
	01 WS-SAVE-DOCACK	PIC X(57).
	01 WS-DOC-IDX		PIC 9(01).
	01 WS-DOC-TYPES		PIC X(06) VALUE 'INDNDA'.
	01 WS-ON-SITE-SW	PIC X(01) VALUE 'N'.
		88 WS-STILL-ON-SITE		VALUE 'Y'.
	01 WS-ERASE-OK-SW	PIC X(01) VALUE 'Y'.
		88 WS-ERASE-OK			VALUE 'Y'.
	01 WS-COPY-OK-SW	PIC X(01).
		88 WS-COPY-OK			VALUE 'Y'.
	01 WS-TOTAL-FOUND	PIC 9(05) VALUE 0.
	01 WS-TOTAL-ERASED	PIC 9(05) VALUE 0.
	01 WS-FILE-IDX		PIC 9(02).
*> One entry per file searched, in report order; the found count is
*> filled by the search and the erased count by the anonymization.
	01 WS-FILE-TABLE.
		05 WS-FILE-ENTRY OCCURS 11 TIMES.
			10 WS-FT-NAME		PIC X(12).
			10 WS-FT-FOUND		PIC 9(05).
			10 WS-FT-ERASED		PIC 9(05).
			10 WS-FT-NOTE		PIC X(30).
	01 WS-ACTION		PIC X(01).
	01 WS-SIGNON-FUNCTION	PIC X(06) VALUE 'SIGNON'.
	01 WS-OPERATOR-ID	PIC X(08).
	01 WS-AUTH-LEVEL	PIC X(01).
	01 WS-SIGNON-SW		PIC X(01).
		88 WS-SIGNON-OK			VALUE 'Y'.
	01 WS-REQUEST-JOB	PIC X(08) VALUE 'PRIVREQ'.
	01 WS-ERASURE-JOB	PIC X(08) VALUE 'PRIVERAS'.
	01 WS-OUTCOME		PIC X(08).
	01 WS-DEVICE-TYPE	PIC X(03) VALUE 'RPT'.
	01 WS-DETAIL-LINE	PIC X(80).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		CALL "OperSign" USING WS-SIGNON-FUNCTION WS-OPERATOR-ID
			WS-AUTH-LEVEL WS-SIGNON-SW.
		IF NOT WS-SIGNON-OK
			STOP RUN
		END-IF.
		DISPLAY "Nombre del interesado (como figura en la visita):".
		ACCEPT WS-SUBJECT-NAME.
		IF WS-SUBJECT-NAME = SPACES
			DISPLAY "Nombre vacio, no se busca nada."
			STOP RUN
		END-IF.
		PERFORM PREPARE-THE-REQUEST.
		OPEN OUTPUT PRIV-REPORT-FILE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "SOLICITUD DE DATOS PERSONALES " WS-REQUEST-TS(1:14)
			" OPERADOR " WS-OPERATOR-ID
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "INTERESADO: " WS-SUBJECT-NAME
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-NAME-LINE.
		PERFORM SEARCH-USERMAST.
		PERFORM SEARCH-USERHIST.
		PERFORM SEARCH-APPTMAST.
		PERFORM SEARCH-SUSPFILE.
		PERFORM SEARCH-BARRLIST.
		PERFORM SEARCH-DOCACK.
		PERFORM SEARCH-PASSMAST.
		PERFORM SEARCH-PARKMAST.
		PERFORM SEARCH-MUSTLOG.
		PERFORM SEARCH-USEREXT.
		PERFORM SEARCH-AUDITLOG.
		PERFORM WRITE-FOUND-SUMMARY.
		MOVE 'REPORT' TO WS-OUTCOME.
		CALL "AuditLog" USING WS-REQUEST-JOB WS-OPERATOR-ID
			WS-OUTCOME.
		DISPLAY "Registros encontrados: " WS-TOTAL-FOUND
			" - ver PRIVREQ.RPT".
		IF WS-TOTAL-FOUND > 0
			PERFORM OFFER-ERASURE
		END-IF.
		CLOSE PRIV-REPORT-FILE.
		STOP RUN.

*> The anonymous name carries the request timestamp, so it is
*> unique to this erasure: APPTMAST and DOCACK carry the name in
*> their keys and two erasures must never collide there. The name's
*> length without its padding is what the text files are matched on.
	PREPARE-THE-REQUEST.
		MOVE FUNCTION CURRENT-DATE TO WS-REQUEST-TS.
		MOVE SPACES TO WS-ERASED-NAME.
		STRING "ANONIMO " WS-REQUEST-TS(1:14) DELIMITED BY SIZE
			INTO WS-ERASED-NAME.
		MOVE 0 TO WS-NAME-TRAIL.
		INSPECT WS-SUBJECT-NAME TALLYING WS-NAME-TRAIL
			FOR TRAILING SPACES.
		COMPUTE WS-NAME-LEN = 30 - WS-NAME-TRAIL.
		MOVE 'USERMAST' TO WS-FT-NAME(1).
		MOVE 'USERHIST' TO WS-FT-NAME(2).
		MOVE 'APPTMAST' TO WS-FT-NAME(3).
		MOVE 'SUSPFILE' TO WS-FT-NAME(4).
		MOVE 'BARRLIST' TO WS-FT-NAME(5).
		MOVE 'DOCACK' TO WS-FT-NAME(6).
		MOVE 'PASSMAST' TO WS-FT-NAME(7).
		MOVE 'PARKMAST' TO WS-FT-NAME(8).
		MOVE 'MUSTLOG' TO WS-FT-NAME(9).
		MOVE 'USEREXT.DAT' TO WS-FT-NAME(10).
		MOVE 'AUDITLOG' TO WS-FT-NAME(11).
		PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
			UNTIL WS-FILE-IDX > 11
			MOVE 0 TO WS-FT-FOUND(WS-FILE-IDX)
			MOVE 0 TO WS-FT-ERASED(WS-FILE-IDX)
			MOVE SPACES TO WS-FT-NOTE(WS-FILE-IDX)
		END-PERFORM.

*> Each section opens with the file's name; a file that is not on
*> disk at all is said so in the report rather than left out, so
*> the listing shows every file was looked at.
	WRITE-SECTION-HEADING.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING WS-FT-NAME(WS-FILE-IDX) ":" DELIMITED BY SIZE
			INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

	NOTE-FILE-MISSING.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "  NO DISPONIBLE, STATUS " WS-OPEN-STATUS
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE "NO DISPONIBLE" TO WS-FT-NOTE(WS-FILE-IDX).

	COUNT-ONE-FIND.
		ADD 1 TO WS-FT-FOUND(WS-FILE-IDX).
		ADD 1 TO WS-TOTAL-FOUND.

*> UM-NAME is an alternate key WITH DUPLICATES, walked the same way
*> UserMaint.cbl walks a name's visits.
	SEARCH-USERMAST.
		MOVE 1 TO WS-FILE-IDX.
		PERFORM WRITE-SECTION-HEADING.
		OPEN INPUT USERMAST-FILE.
		MOVE WS-USERMAST-STATUS TO WS-OPEN-STATUS.
		IF WS-USERMAST-STATUS NOT = "00"
			PERFORM NOTE-FILE-MISSING
		ELSE
			MOVE WS-SUBJECT-NAME TO UM-NAME
			MOVE 'Y' TO WS-MORE-SW
			START USERMAST-FILE KEY IS EQUAL TO UM-NAME
				INVALID KEY MOVE 'N' TO WS-MORE-SW
			END-START
			PERFORM UNTIL NOT WS-MORE-MATCHES
				READ USERMAST-FILE NEXT RECORD
					AT END MOVE 'N' TO WS-MORE-SW
				END-READ
				IF WS-MORE-MATCHES
					IF UM-NAME = WS-SUBJECT-NAME
						PERFORM LIST-USERMAST-VISIT
					ELSE
						MOVE 'N' TO WS-MORE-SW
					END-IF
				END-IF
			END-PERFORM
			CLOSE USERMAST-FILE
		END-IF.

	LIST-USERMAST-VISIT.
		PERFORM COUNT-ONE-FIND.
		IF UM-ON-SITE
			SET WS-STILL-ON-SITE TO TRUE
		END-IF.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "  VISITA " UM-CAPTURE-TS(1:14) " SALIDA "
			UM-DEPART-TS(1:14) " TIPO " UM-VISIT-TYPE
			" ANFITRION " UM-HOST(1:17)
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-NAME-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "    GAFETE " UM-BADGE-NO " RECEPCION " UM-DESK-CODE
			" GRUPO " UM-GROUP-ID " MATRICULA " UM-PLATE
			" PLAZA " UM-BAY-NO
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

*> The archive carries the same HIST-NAME alternate key.
	SEARCH-USERHIST.
		MOVE 2 TO WS-FILE-IDX.
		PERFORM WRITE-SECTION-HEADING.
		OPEN INPUT USERHIST-FILE.
		MOVE WS-USERHIST-STATUS TO WS-OPEN-STATUS.
		IF WS-USERHIST-STATUS NOT = "00"
			PERFORM NOTE-FILE-MISSING
		ELSE
			MOVE WS-SUBJECT-NAME TO HIST-NAME
			MOVE 'Y' TO WS-MORE-SW
			START USERHIST-FILE KEY IS EQUAL TO HIST-NAME
				INVALID KEY MOVE 'N' TO WS-MORE-SW
			END-START
			PERFORM UNTIL NOT WS-MORE-MATCHES
				READ USERHIST-FILE NEXT RECORD
					AT END MOVE 'N' TO WS-MORE-SW
				END-READ
				IF WS-MORE-MATCHES
					IF HIST-NAME = WS-SUBJECT-NAME
						PERFORM LIST-USERHIST-VISIT
					ELSE
						MOVE 'N' TO WS-MORE-SW
					END-IF
				END-IF
			END-PERFORM
			CLOSE USERHIST-FILE
		END-IF.

	LIST-USERHIST-VISIT.
		PERFORM COUNT-ONE-FIND.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "  VISITA " HIST-CAPTURE-TS(1:14) " SALIDA "
			HIST-DEPART-TS(1:14) " TIPO " HIST-VISIT-TYPE
			" ANFITRION " HIST-HOST(1:17)
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-NAME-LINE.

	SEARCH-APPTMAST.
		MOVE 3 TO WS-FILE-IDX.
		PERFORM WRITE-SECTION-HEADING.
		OPEN INPUT APPTMAST-FILE.
		MOVE WS-APPTMAST-STATUS TO WS-OPEN-STATUS.
		IF WS-APPTMAST-STATUS NOT = "00"
			PERFORM NOTE-FILE-MISSING
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-APPTMAST-RECORD
			PERFORM UNTIL WS-EOF
				IF APPT-NAME = WS-SUBJECT-NAME
					PERFORM COUNT-ONE-FIND
					MOVE SPACES TO WS-DETAIL-LINE
					STRING "  CITA " APPT-DATE " ANFITRION "
						APPT-HOST " LLEGO " APPT-ARRIVED-SW
						DELIMITED BY SIZE INTO WS-DETAIL-LINE
					PERFORM WRITE-NAME-LINE
				END-IF
				PERFORM READ-APPTMAST-RECORD
			END-PERFORM
			CLOSE APPTMAST-FILE
		END-IF.

	READ-APPTMAST-RECORD.
		READ APPTMAST-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	SEARCH-SUSPFILE.
		MOVE 4 TO WS-FILE-IDX.
		PERFORM WRITE-SECTION-HEADING.
		OPEN INPUT SUSPENSE-FILE.
		MOVE WS-SUSPENSE-STATUS TO WS-OPEN-STATUS.
		IF WS-SUSPENSE-STATUS NOT = "00"
			PERFORM NOTE-FILE-MISSING
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-SUSPENSE-RECORD
			PERFORM UNTIL WS-EOF
				IF SUSP-NAME = WS-SUBJECT-NAME
					PERFORM COUNT-ONE-FIND
					MOVE SPACES TO WS-DETAIL-LINE
					STRING "  SUSPENSO RUN " SUSP-RUN-ID " SEC "
						SUSP-SEQ-NO " MOTIVO " SUSP-REASON
						DELIMITED BY SIZE INTO WS-DETAIL-LINE
					PERFORM WRITE-REPORT-LINE
				END-IF
				PERFORM READ-SUSPENSE-RECORD
			END-PERFORM
			CLOSE SUSPENSE-FILE
		END-IF.

	READ-SUSPENSE-RECORD.
		READ SUSPENSE-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	SEARCH-BARRLIST.
		MOVE 5 TO WS-FILE-IDX.
		PERFORM WRITE-SECTION-HEADING.
		OPEN INPUT BARRED-FILE.
		MOVE WS-BARRED-STATUS TO WS-OPEN-STATUS.
		IF WS-BARRED-STATUS NOT = "00"
			PERFORM NOTE-FILE-MISSING
		ELSE
			MOVE WS-SUBJECT-NAME TO BARRED-NAME
			READ BARRED-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM COUNT-ONE-FIND
					MOVE SPACES TO WS-DETAIL-LINE
					STRING "  VETADO DESDE " BARRED-TS(1:14)
						" MOTIVO " BARRED-REASON
						DELIMITED BY SIZE INTO WS-DETAIL-LINE
					PERFORM WRITE-REPORT-LINE
					MOVE "  RETENIDO POR BLOQUEO LEGAL" TO WS-DETAIL-LINE
					PERFORM WRITE-REPORT-LINE
			END-READ
			CLOSE BARRED-FILE
		END-IF.
		MOVE "RETENIDO (BLOQUEO LEGAL)" TO WS-FT-NOTE(WS-FILE-IDX).

	SEARCH-DOCACK.
		MOVE 6 TO WS-FILE-IDX.
		PERFORM WRITE-SECTION-HEADING.
		OPEN INPUT DOCACK-FILE.
		MOVE WS-DOCACK-STATUS TO WS-OPEN-STATUS.
		IF WS-DOCACK-STATUS NOT = "00"
			PERFORM NOTE-FILE-MISSING
		ELSE
			PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
				UNTIL WS-DOC-IDX > 2
				MOVE WS-SUBJECT-NAME TO DACK-NAME
				MOVE WS-DOC-TYPES(WS-DOC-IDX * 3 - 2:3)
					TO DACK-DOC-TYPE
				READ DOCACK-FILE
					INVALID KEY
						CONTINUE
					NOT INVALID KEY
						PERFORM COUNT-ONE-FIND
						MOVE SPACES TO WS-DETAIL-LINE
						STRING "  FIRMA " DACK-DOC-TYPE " EL "
							DACK-SIGNED-DATE " CADUCA "
							DACK-EXPIRY-DATE " REGISTRADA POR "
							DACK-RECORDED-BY
							DELIMITED BY SIZE INTO WS-DETAIL-LINE
						PERFORM WRITE-REPORT-LINE
				END-READ
			END-PERFORM
			CLOSE DOCACK-FILE
		END-IF.

	SEARCH-PASSMAST.
		MOVE 7 TO WS-FILE-IDX.
		PERFORM WRITE-SECTION-HEADING.
		OPEN INPUT PASSMAST-FILE.
		MOVE WS-PASSMAST-STATUS TO WS-OPEN-STATUS.
		IF WS-PASSMAST-STATUS NOT = "00"
			PERFORM NOTE-FILE-MISSING
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-PASSMAST-RECORD
			PERFORM UNTIL WS-EOF
				IF PASS-NAME = WS-SUBJECT-NAME
					PERFORM COUNT-ONE-FIND
					MOVE SPACES TO WS-DETAIL-LINE
					STRING "  PASE " PASS-NUMBER " DEL "
						PASS-VALID-FROM " AL " PASS-VALID-TO
						" ESTADO " PASS-STATUS-SW " ANFITRION "
						PASS-HOST(1:20)
						DELIMITED BY SIZE INTO WS-DETAIL-LINE
					PERFORM WRITE-NAME-LINE
				END-IF
				PERFORM READ-PASSMAST-RECORD
			END-PERFORM
			CLOSE PASSMAST-FILE
		END-IF.

	READ-PASSMAST-RECORD.
		READ PASSMAST-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	SEARCH-PARKMAST.
		MOVE 8 TO WS-FILE-IDX.
		PERFORM WRITE-SECTION-HEADING.
		OPEN INPUT PARKMAST-FILE.
		MOVE WS-PARKMAST-STATUS TO WS-OPEN-STATUS.
		IF WS-PARKMAST-STATUS NOT = "00"
			PERFORM NOTE-FILE-MISSING
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-PARKMAST-RECORD
			PERFORM UNTIL WS-EOF
				IF PARK-HOLDER-NAME = WS-SUBJECT-NAME
					PERFORM COUNT-ONE-FIND
					MOVE SPACES TO WS-DETAIL-LINE
					STRING "  PLAZA " PARK-BAY-NO " MATRICULA "
						PARK-PLATE " DESDE " PARK-ASSIGNED-TS(1:14)
						DELIMITED BY SIZE INTO WS-DETAIL-LINE
					PERFORM WRITE-REPORT-LINE
				END-IF
				PERFORM READ-PARKMAST-RECORD
			END-PERFORM
			CLOSE PARKMAST-FILE
		END-IF.

	READ-PARKMAST-RECORD.
		READ PARKMAST-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

*> Muster.cbl writes each person as "  " plus the 30-byte name, under
*> a "PASE DE LISTA" heading line carrying the muster's date and
*> time; the heading is remembered so each hit says which muster.
	SEARCH-MUSTLOG.
		MOVE 9 TO WS-FILE-IDX.
		PERFORM WRITE-SECTION-HEADING.
		OPEN INPUT MUSTER-LOG-FILE.
		MOVE WS-MUSTLOG-STATUS TO WS-OPEN-STATUS.
		IF WS-MUSTLOG-STATUS NOT = "00"
			PERFORM NOTE-FILE-MISSING
		ELSE
			MOVE SPACES TO WS-STANZA-DATE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-MUSTLOG-LINE
			PERFORM UNTIL WS-EOF
				IF MUSTER-LOG-LINE(1:14) = "PASE DE LISTA "
					MOVE MUSTER-LOG-LINE(15:14) TO WS-STANZA-DATE
				END-IF
				IF MUSTER-LOG-LINE(3:30) = WS-SUBJECT-NAME
					PERFORM COUNT-ONE-FIND
					MOVE SPACES TO WS-DETAIL-LINE
					STRING "  PASE DE LISTA " WS-STANZA-DATE " "
						MUSTER-LOG-LINE(34:20)
						DELIMITED BY SIZE INTO WS-DETAIL-LINE
					PERFORM WRITE-REPORT-LINE
				END-IF
				PERFORM READ-MUSTLOG-LINE
			END-PERFORM
			CLOSE MUSTER-LOG-FILE
		END-IF.

	READ-MUSTLOG-LINE.
		READ MUSTER-LOG-FILE
			AT END SET WS-EOF TO TRUE
		END-READ.

*> UserExtr.cbl writes "D|" timestamp "|" sequence "|" and then the
*> name cut at its padding, so the name starts in column 31 and is
*> followed by blanks.
	SEARCH-USEREXT.
		MOVE 10 TO WS-FILE-IDX.
		PERFORM WRITE-SECTION-HEADING.
		OPEN INPUT EXTRACT-FILE.
		MOVE WS-EXTRACT-STATUS TO WS-OPEN-STATUS.
		IF WS-EXTRACT-STATUS NOT = "00"
			PERFORM NOTE-FILE-MISSING
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-EXTRACT-LINE
			PERFORM UNTIL WS-EOF
				MOVE EXTRACT-LINE TO WORK-LINE
				PERFORM TEST-EXTRACT-LINE
				IF WS-LINE-MATCHES
					PERFORM COUNT-ONE-FIND
					MOVE SPACES TO WS-DETAIL-LINE
					STRING "  EXTRACTO VISITA " EXTRACT-LINE(3:14)
						" SEC " EXTRACT-LINE(25:5)
						DELIMITED BY SIZE INTO WS-DETAIL-LINE
					PERFORM WRITE-REPORT-LINE
				END-IF
				PERFORM READ-EXTRACT-LINE
			END-PERFORM
			CLOSE EXTRACT-FILE
		END-IF.

	READ-EXTRACT-LINE.
		READ EXTRACT-FILE
			AT END SET WS-EOF TO TRUE
		END-READ.

	TEST-EXTRACT-LINE.
		MOVE 'N' TO WS-LINE-MATCH-SW.
		COMPUTE WS-NAME-END = 31 + WS-NAME-LEN.
		IF WORK-LINE(1:2) = "D|"
			AND WORK-LINE(31:WS-NAME-LEN) =
				WS-SUBJECT-NAME(1:WS-NAME-LEN)
			AND WORK-LINE(WS-NAME-END:2) = SPACES
			SET WS-LINE-MATCHES TO TRUE
		END-IF.

*> AuditLog.cbl records job, time, operator and outcome only - no
*> visitor name - so nothing there should match; the log is still
*> read through for the name so the report can say so.
	SEARCH-AUDITLOG.
		MOVE 11 TO WS-FILE-IDX.
		PERFORM WRITE-SECTION-HEADING.
		OPEN INPUT AUDIT-LOG-FILE.
		MOVE WS-AUDIT-STATUS TO WS-OPEN-STATUS.
		IF WS-AUDIT-STATUS NOT = "00"
			PERFORM NOTE-FILE-MISSING
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-AUDIT-LINE
			PERFORM UNTIL WS-EOF
				MOVE 0 TO WS-LINE-HITS
				INSPECT AUDIT-LOG-LINE TALLYING WS-LINE-HITS
					FOR ALL WS-SUBJECT-NAME(1:WS-NAME-LEN)
				IF WS-LINE-HITS > 0
					PERFORM COUNT-ONE-FIND
					MOVE SPACES TO WS-DETAIL-LINE
					STRING "  " AUDIT-LOG-LINE(1:76)
						DELIMITED BY SIZE INTO WS-DETAIL-LINE
					PERFORM WRITE-REPORT-LINE
				END-IF
				PERFORM READ-AUDIT-LINE
			END-PERFORM
			CLOSE AUDIT-LOG-FILE
			MOVE "SIN NOMBRES DE VISITANTE" TO WS-FT-NOTE(WS-FILE-IDX)
		END-IF.

	READ-AUDIT-LINE.
		READ AUDIT-LOG-FILE
			AT END SET WS-EOF TO TRUE
		END-READ.

	WRITE-FOUND-SUMMARY.
		MOVE SPACES TO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE "RESUMEN POR ARCHIVO:" TO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
			UNTIL WS-FILE-IDX > 11
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "  " WS-FT-NAME(WS-FILE-IDX) " "
				WS-FT-FOUND(WS-FILE-IDX) " " WS-FT-NOTE(WS-FILE-IDX)
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		END-PERFORM.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "TOTAL REGISTROS ENCONTRADOS: " WS-TOTAL-FOUND
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

*> Erasure is a supervisor's decision, asked only once the report is
*> written, and is refused outright while the visitor is still on
*> site. Every outcome - done, failed, refused - is audited under
*> PRIVERAS; a plain "no" from the supervisor erases nothing and
*> leaves only the PRIVREQ line.
	OFFER-ERASURE.
		IF WS-AUTH-LEVEL NOT = 'S'
			DISPLAY "La anonimizacion requiere nivel supervisor."
			MOVE 'NOAUTH' TO WS-OUTCOME
			CALL "AuditLog" USING WS-ERASURE-JOB WS-OPERATOR-ID
				WS-OUTCOME
		ELSE
			DISPLAY "Aprobar la anonimizacion de " WS-SUBJECT-NAME
				"? (S/N):"
			ACCEPT WS-ACTION
			MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
			IF WS-ACTION = 'S'
				IF WS-STILL-ON-SITE
					DISPLAY "El visitante sigue en el edificio; "
						"anonimice tras registrar su salida."
					MOVE SPACES TO WS-DETAIL-LINE
					PERFORM WRITE-REPORT-LINE
					MOVE "ANONIMIZACION RECHAZADA: VISITANTE EN SITIO"
						TO WS-DETAIL-LINE
					PERFORM WRITE-REPORT-LINE
					MOVE 'ONSITE' TO WS-OUTCOME
					CALL "AuditLog" USING WS-ERASURE-JOB
						WS-OPERATOR-ID WS-OUTCOME
				ELSE
					PERFORM ERASE-THE-SUBJECT
				END-IF
			END-IF
		END-IF.

	ERASE-THE-SUBJECT.
		SET WS-ERASE-OK TO TRUE.
		IF WS-FT-FOUND(1) > 0
			PERFORM ERASE-USERMAST
		END-IF.
		IF WS-FT-FOUND(2) > 0
			PERFORM ERASE-USERHIST
		END-IF.
		IF WS-FT-FOUND(3) > 0
			PERFORM ERASE-APPTMAST
		END-IF.
		IF WS-FT-FOUND(4) > 0
			PERFORM ERASE-SUSPFILE
		END-IF.
		IF WS-FT-FOUND(6) > 0
			PERFORM ERASE-DOCACK
		END-IF.
		IF WS-FT-FOUND(7) > 0
			PERFORM ERASE-PASSMAST
		END-IF.
		IF WS-FT-FOUND(8) > 0
			PERFORM ERASE-PARKMAST
		END-IF.
		IF WS-FT-FOUND(9) > 0
			PERFORM ERASE-MUSTLOG
		END-IF.
		IF WS-FT-FOUND(10) > 0
			PERFORM ERASE-USEREXT
		END-IF.
		PERFORM WRITE-ERASURE-SUMMARY.
		IF WS-ERASE-OK
			MOVE 'ERASED' TO WS-OUTCOME
			DISPLAY "Anonimizados " WS-TOTAL-ERASED " registros "
				"como " WS-ERASED-NAME
		ELSE
			MOVE 'ERASFAIL' TO WS-OUTCOME
			DISPLAY "Anonimizacion incompleta, ver PRIVREQ.RPT."
		END-IF.
		CALL "AuditLog" USING WS-ERASURE-JOB WS-OPERATOR-ID
			WS-OUTCOME.

	COUNT-ONE-ERASURE.
		ADD 1 TO WS-FT-ERASED(WS-FILE-IDX).
		ADD 1 TO WS-TOTAL-ERASED.

	NOTE-ERASE-FAILURE.
		DISPLAY "Error al anonimizar " WS-FT-NAME(WS-FILE-IDX)
			", status " WS-OPEN-STATUS.
		MOVE 'N' TO WS-ERASE-OK-SW.
		MOVE "ERROR AL ANONIMIZAR" TO WS-FT-NOTE(WS-FILE-IDX).

*> Rewriting UM-NAME moves the record off the name in the alternate
*> key, so the walk simply restarts on the name until none is left.
*> USERHIST is walked the same way on HIST-NAME.
	ERASE-USERMAST.
		MOVE 1 TO WS-FILE-IDX.
		OPEN I-O USERMAST-FILE.
		MOVE WS-USERMAST-STATUS TO WS-OPEN-STATUS.
		IF WS-USERMAST-STATUS NOT = "00"
			PERFORM NOTE-ERASE-FAILURE
		ELSE
			MOVE 'Y' TO WS-MORE-SW
			PERFORM UNTIL NOT WS-MORE-MATCHES
				MOVE WS-SUBJECT-NAME TO UM-NAME
				START USERMAST-FILE KEY IS EQUAL TO UM-NAME
					INVALID KEY MOVE 'N' TO WS-MORE-SW
				END-START
				IF WS-MORE-MATCHES
					READ USERMAST-FILE NEXT RECORD
						AT END MOVE 'N' TO WS-MORE-SW
					END-READ
				END-IF
				IF WS-MORE-MATCHES
					MOVE WS-ERASED-NAME TO UM-NAME
					REWRITE USERMAST-RECORD
					MOVE WS-USERMAST-STATUS TO WS-OPEN-STATUS
					IF WS-USERMAST-STATUS = "00"
						PERFORM COUNT-ONE-ERASURE
					ELSE
						PERFORM NOTE-ERASE-FAILURE
						MOVE 'N' TO WS-MORE-SW
					END-IF
				END-IF
			END-PERFORM
			CLOSE USERMAST-FILE
		END-IF.

	ERASE-USERHIST.
		MOVE 2 TO WS-FILE-IDX.
		OPEN I-O USERHIST-FILE.
		MOVE WS-USERHIST-STATUS TO WS-OPEN-STATUS.
		IF WS-USERHIST-STATUS NOT = "00"
			PERFORM NOTE-ERASE-FAILURE
		ELSE
			MOVE 'Y' TO WS-MORE-SW
			PERFORM UNTIL NOT WS-MORE-MATCHES
				MOVE WS-SUBJECT-NAME TO HIST-NAME
				START USERHIST-FILE KEY IS EQUAL TO HIST-NAME
					INVALID KEY MOVE 'N' TO WS-MORE-SW
				END-START
				IF WS-MORE-MATCHES
					READ USERHIST-FILE NEXT RECORD
						AT END MOVE 'N' TO WS-MORE-SW
					END-READ
				END-IF
				IF WS-MORE-MATCHES
					MOVE WS-ERASED-NAME TO HIST-NAME
					REWRITE USERHIST-RECORD
					MOVE WS-USERHIST-STATUS TO WS-OPEN-STATUS
					IF WS-USERHIST-STATUS = "00"
						PERFORM COUNT-ONE-ERASURE
					ELSE
						PERFORM NOTE-ERASE-FAILURE
						MOVE 'N' TO WS-MORE-SW
					END-IF
				END-IF
			END-PERFORM
			CLOSE USERHIST-FILE
		END-IF.

*> The name is part of APPT-KEY, so each booking is deleted and
*> written back under the anonymous name; the walk then restarts
*> just past the booking it replaced.
	ERASE-APPTMAST.
		MOVE 3 TO WS-FILE-IDX.
		OPEN I-O APPTMAST-FILE.
		MOVE WS-APPTMAST-STATUS TO WS-OPEN-STATUS.
		IF WS-APPTMAST-STATUS NOT = "00"
			PERFORM NOTE-ERASE-FAILURE
		ELSE
			MOVE LOW-VALUES TO APPT-KEY
			MOVE 'Y' TO WS-MORE-SW
			START APPTMAST-FILE KEY IS NOT LESS THAN APPT-KEY
				INVALID KEY MOVE 'N' TO WS-MORE-SW
			END-START
			PERFORM UNTIL NOT WS-MORE-MATCHES
				READ APPTMAST-FILE NEXT RECORD
					AT END MOVE 'N' TO WS-MORE-SW
				END-READ
				IF WS-MORE-MATCHES
					IF APPT-NAME = WS-SUBJECT-NAME
						PERFORM REKEY-ONE-APPOINTMENT
					END-IF
				END-IF
			END-PERFORM
			CLOSE APPTMAST-FILE
		END-IF.

	REKEY-ONE-APPOINTMENT.
		MOVE APPOINTMENT-RECORD TO WS-SAVE-APPT.
		DELETE APPTMAST-FILE RECORD.
		MOVE WS-APPTMAST-STATUS TO WS-OPEN-STATUS.
		IF WS-APPTMAST-STATUS NOT = "00"
			PERFORM NOTE-ERASE-FAILURE
			MOVE 'N' TO WS-MORE-SW
		ELSE
			MOVE WS-SAVE-APPT TO APPOINTMENT-RECORD
			MOVE WS-ERASED-NAME TO APPT-NAME
			WRITE APPOINTMENT-RECORD
			MOVE WS-APPTMAST-STATUS TO WS-OPEN-STATUS
			IF WS-APPTMAST-STATUS = "00"
				PERFORM COUNT-ONE-ERASURE
			ELSE
				PERFORM NOTE-ERASE-FAILURE
			END-IF
			MOVE WS-SAVE-APPT TO APPOINTMENT-RECORD
			START APPTMAST-FILE KEY IS GREATER THAN APPT-KEY
				INVALID KEY MOVE 'N' TO WS-MORE-SW
			END-START
		END-IF.

	ERASE-SUSPFILE.
		MOVE 4 TO WS-FILE-IDX.
		OPEN I-O SUSPENSE-FILE.
		MOVE WS-SUSPENSE-STATUS TO WS-OPEN-STATUS.
		IF WS-SUSPENSE-STATUS NOT = "00"
			PERFORM NOTE-ERASE-FAILURE
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-SUSPENSE-RECORD
			PERFORM UNTIL WS-EOF
				IF SUSP-NAME = WS-SUBJECT-NAME
					MOVE WS-ERASED-NAME TO SUSP-NAME
					REWRITE SUSPENSE-RECORD
					MOVE WS-SUSPENSE-STATUS TO WS-OPEN-STATUS
					IF WS-SUSPENSE-STATUS = "00"
						PERFORM COUNT-ONE-ERASURE
					ELSE
						PERFORM NOTE-ERASE-FAILURE
					END-IF
				END-IF
				PERFORM READ-SUSPENSE-RECORD
			END-PERFORM
			CLOSE SUSPENSE-FILE
		END-IF.

*> DACK-NAME is part of the key, handled like APPTMAST.
	ERASE-DOCACK.
		MOVE 6 TO WS-FILE-IDX.
		OPEN I-O DOCACK-FILE.
		MOVE WS-DOCACK-STATUS TO WS-OPEN-STATUS.
		IF WS-DOCACK-STATUS NOT = "00"
			PERFORM NOTE-ERASE-FAILURE
		ELSE
			PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
				UNTIL WS-DOC-IDX > 2
				MOVE WS-SUBJECT-NAME TO DACK-NAME
				MOVE WS-DOC-TYPES(WS-DOC-IDX * 3 - 2:3)
					TO DACK-DOC-TYPE
				READ DOCACK-FILE
					INVALID KEY
						CONTINUE
					NOT INVALID KEY
						PERFORM REKEY-ONE-SIGNATURE
				END-READ
			END-PERFORM
			CLOSE DOCACK-FILE
		END-IF.

	REKEY-ONE-SIGNATURE.
		MOVE DOCACK-RECORD TO WS-SAVE-DOCACK.
		DELETE DOCACK-FILE RECORD.
		MOVE WS-DOCACK-STATUS TO WS-OPEN-STATUS.
		IF WS-DOCACK-STATUS NOT = "00"
			PERFORM NOTE-ERASE-FAILURE
		ELSE
			MOVE WS-SAVE-DOCACK TO DOCACK-RECORD
			MOVE WS-ERASED-NAME TO DACK-NAME
			WRITE DOCACK-RECORD
			MOVE WS-DOCACK-STATUS TO WS-OPEN-STATUS
			IF WS-DOCACK-STATUS = "00"
				PERFORM COUNT-ONE-ERASURE
			ELSE
				PERFORM NOTE-ERASE-FAILURE
			END-IF
		END-IF.

*> A pass whose holder can no longer be named must not keep letting
*> somebody in, so an erased contractor's pass is revoked as well.
	ERASE-PASSMAST.
		MOVE 7 TO WS-FILE-IDX.
		OPEN I-O PASSMAST-FILE.
		MOVE WS-PASSMAST-STATUS TO WS-OPEN-STATUS.
		IF WS-PASSMAST-STATUS NOT = "00"
			PERFORM NOTE-ERASE-FAILURE
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-PASSMAST-RECORD
			PERFORM UNTIL WS-EOF
				IF PASS-NAME = WS-SUBJECT-NAME
					MOVE WS-ERASED-NAME TO PASS-NAME
					SET PASS-REVOKED TO TRUE
					MOVE WS-OPERATOR-ID TO PASS-UPDATED-BY
					MOVE WS-REQUEST-TS(1:8) TO PASS-UPDATED-DATE
					REWRITE PASS-RECORD
					MOVE WS-PASSMAST-STATUS TO WS-OPEN-STATUS
					IF WS-PASSMAST-STATUS = "00"
						PERFORM COUNT-ONE-ERASURE
					ELSE
						PERFORM NOTE-ERASE-FAILURE
					END-IF
				END-IF
				PERFORM READ-PASSMAST-RECORD
			END-PERFORM
			CLOSE PASSMAST-FILE
		END-IF.

	ERASE-PARKMAST.
		MOVE 8 TO WS-FILE-IDX.
		OPEN I-O PARKMAST-FILE.
		MOVE WS-PARKMAST-STATUS TO WS-OPEN-STATUS.
		IF WS-PARKMAST-STATUS NOT = "00"
			PERFORM NOTE-ERASE-FAILURE
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-PARKMAST-RECORD
			PERFORM UNTIL WS-EOF
				IF PARK-HOLDER-NAME = WS-SUBJECT-NAME
					MOVE WS-ERASED-NAME TO PARK-HOLDER-NAME
					REWRITE PARK-RECORD
					MOVE WS-PARKMAST-STATUS TO WS-OPEN-STATUS
					IF WS-PARKMAST-STATUS = "00"
						PERFORM COUNT-ONE-ERASURE
					ELSE
						PERFORM NOTE-ERASE-FAILURE
					END-IF
				END-IF
				PERFORM READ-PARKMAST-RECORD
			END-PERFORM
			CLOSE PARKMAST-FILE
		END-IF.

*> The text files are rewritten through the PRIVWORK work file the
*> way AUDARCH.cbl rewrites AUDITLOG: the changed copy is built in
*> full first and only then copied back over the live file, so a
*> failure part-way leaves the original untouched.
	ERASE-MUSTLOG.
		MOVE 9 TO WS-FILE-IDX.
		MOVE 'Y' TO WS-COPY-OK-SW.
		OPEN INPUT MUSTER-LOG-FILE.
		MOVE WS-MUSTLOG-STATUS TO WS-OPEN-STATUS.
		IF WS-MUSTLOG-STATUS NOT = "00"
			PERFORM NOTE-ERASE-FAILURE
		ELSE
			OPEN OUTPUT WORK-FILE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-MUSTLOG-LINE
			PERFORM UNTIL WS-EOF
				MOVE MUSTER-LOG-LINE TO WORK-LINE
				IF WORK-LINE(3:30) = WS-SUBJECT-NAME
					MOVE WS-ERASED-NAME TO WORK-LINE(3:30)
					PERFORM COUNT-ONE-ERASURE
				END-IF
				PERFORM WRITE-WORK-LINE
				PERFORM READ-MUSTLOG-LINE
			END-PERFORM
			CLOSE MUSTER-LOG-FILE
			CLOSE WORK-FILE
			IF WS-COPY-OK
				OPEN OUTPUT MUSTER-LOG-FILE
				OPEN INPUT WORK-FILE
				MOVE 'N' TO WS-EOF-SW
				PERFORM READ-WORK-LINE
				PERFORM UNTIL WS-EOF
					MOVE WORK-LINE TO MUSTER-LOG-LINE
					WRITE MUSTER-LOG-LINE
					PERFORM READ-WORK-LINE
				END-PERFORM
				CLOSE WORK-FILE
				CLOSE MUSTER-LOG-FILE
			ELSE
				PERFORM UNDO-TEXT-ERASURE
			END-IF
		END-IF.

	ERASE-USEREXT.
		MOVE 10 TO WS-FILE-IDX.
		MOVE 'Y' TO WS-COPY-OK-SW.
		OPEN INPUT EXTRACT-FILE.
		MOVE WS-EXTRACT-STATUS TO WS-OPEN-STATUS.
		IF WS-EXTRACT-STATUS NOT = "00"
			PERFORM NOTE-ERASE-FAILURE
		ELSE
			OPEN OUTPUT WORK-FILE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-EXTRACT-LINE
			PERFORM UNTIL WS-EOF
				MOVE EXTRACT-LINE TO WORK-LINE
				PERFORM TEST-EXTRACT-LINE
				IF WS-LINE-MATCHES
					MOVE SPACES TO WORK-LINE(31:50)
					MOVE WS-ERASED-NAME TO WORK-LINE(31:30)
					PERFORM COUNT-ONE-ERASURE
				END-IF
				PERFORM WRITE-WORK-LINE
				PERFORM READ-EXTRACT-LINE
			END-PERFORM
			CLOSE EXTRACT-FILE
			CLOSE WORK-FILE
			IF WS-COPY-OK
				OPEN OUTPUT EXTRACT-FILE
				OPEN INPUT WORK-FILE
				MOVE 'N' TO WS-EOF-SW
				PERFORM READ-WORK-LINE
				PERFORM UNTIL WS-EOF
					MOVE WORK-LINE TO EXTRACT-LINE
					WRITE EXTRACT-LINE
					PERFORM READ-WORK-LINE
				END-PERFORM
				CLOSE WORK-FILE
				CLOSE EXTRACT-FILE
			ELSE
				PERFORM UNDO-TEXT-ERASURE
			END-IF
		END-IF.

	WRITE-WORK-LINE.
		WRITE WORK-LINE.
		IF WS-WORK-STATUS NOT = "00"
			MOVE WS-WORK-STATUS TO WS-OPEN-STATUS
			MOVE 'N' TO WS-COPY-OK-SW
		END-IF.

	READ-WORK-LINE.
		READ WORK-FILE
			AT END SET WS-EOF TO TRUE
		END-READ.

*> The live file was never touched, so nothing counted against it
*> was actually erased.
	UNDO-TEXT-ERASURE.
		SUBTRACT WS-FT-ERASED(WS-FILE-IDX) FROM WS-TOTAL-ERASED.
		MOVE 0 TO WS-FT-ERASED(WS-FILE-IDX).
		PERFORM NOTE-ERASE-FAILURE.

	WRITE-ERASURE-SUMMARY.
		MOVE SPACES TO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "ANONIMIZACION APROBADA POR " WS-OPERATOR-ID
			" COMO " WS-ERASED-NAME
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
			UNTIL WS-FILE-IDX > 11
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "  " WS-FT-NAME(WS-FILE-IDX) " "
				WS-FT-ERASED(WS-FILE-IDX) " DE "
				WS-FT-FOUND(WS-FILE-IDX) " " WS-FT-NOTE(WS-FILE-IDX)
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		END-PERFORM.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "TOTAL REGISTROS ANONIMIZADOS: " WS-TOTAL-ERASED
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

	WRITE-NAME-LINE.
		CALL "CharConv" USING WS-DEVICE-TYPE WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

	WRITE-REPORT-LINE.
		MOVE WS-DETAIL-LINE TO PRIV-REPORT-LINE.
		WRITE PRIV-REPORT-LINE.
