*> Master restore: reloads one indexed master, chosen by name on the
*> command line or at the prompt, from its MastBkup unload file
*> (<master>.UNL, mapped by the scheduler to the dated copy wanted).
*> The unload is read through once first and its detail records are
*> counted and key-hashed through KeyHash exactly as MastBkup did;
*> only when the header names the master asked for and both figures
*> agree with the trailer is the supervisor asked to confirm, and
*> only then is the live master replaced. Any mismatch - a wrong or
*> missing header, no trailer, a count or hash that does not agree -
*> is printed on MASTREST.RPT and audited MISMATCH, and the live
*> master is not opened at all.
*> The reload rebuilds the master from nothing (OPEN OUTPUT), so a
*> reload that fails part way is put right by running the restore
*> again from the same unload; the written count is checked against
*> the trailer and the outcome audited RESTORED or RSTFAIL.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MastRest.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT USERMAST-FILE ASSIGN TO "USERMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS UM-SEQ-KEY
			ALTERNATE RECORD KEY IS UM-NAME WITH DUPLICATES
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT USERHIST-FILE ASSIGN TO "USERHIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS HIST-SEQ-KEY
			ALTERNATE RECORD KEY IS HIST-NAME WITH DUPLICATES
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT APPTMAST-FILE ASSIGN TO "APPTMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS APPT-KEY
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT BADGEMAST-FILE ASSIGN TO "BADGEMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS BADGE-NUMBER
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT HOSTMAST-FILE ASSIGN TO "HOSTMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS HOST-NAME
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS OP-OPERATOR-ID
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT BARRED-FILE ASSIGN TO "BARRLIST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS BARRED-NAME
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SUSP-KEY
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT SITECFG-FILE ASSIGN TO "SITECFG"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SITE-CFG-ID
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT SITEOCC-FILE ASSIGN TO "SITEOCC"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SITE-OCC-KEY
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT DOCACK-FILE ASSIGN TO "DOCACK"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS DACK-KEY
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS DEPT-NAME
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT PARKMAST-FILE ASSIGN TO "PARKMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS PARK-BAY-NO
			ALTERNATE RECORD KEY IS PARK-PLATE WITH DUPLICATES
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT PASSMAST-FILE ASSIGN TO "PASSMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS PASS-NUMBER
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT RATECTL-FILE ASSIGN TO "RATECTL"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS RATE-FROM-MONTH
			FILE STATUS IS WS-MASTER-STATUS.
		SELECT USERMAST-UNLOAD ASSIGN TO "USERMAST.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT USERHIST-UNLOAD ASSIGN TO "USERHIST.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT APPTMAST-UNLOAD ASSIGN TO "APPTMAST.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT BADGEMAST-UNLOAD ASSIGN TO "BADGEMAST.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT HOSTMAST-UNLOAD ASSIGN TO "HOSTMAST.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT OPERMAST-UNLOAD ASSIGN TO "OPERMAST.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT BARRED-UNLOAD ASSIGN TO "BARRLIST.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT SUSPENSE-UNLOAD ASSIGN TO "SUSPFILE.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT SITECFG-UNLOAD ASSIGN TO "SITECFG.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT SITEOCC-UNLOAD ASSIGN TO "SITEOCC.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT DOCACK-UNLOAD ASSIGN TO "DOCACK.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT DEPTMAST-UNLOAD ASSIGN TO "DEPTMAST.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT PARKMAST-UNLOAD ASSIGN TO "PARKMAST.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT PASSMAST-UNLOAD ASSIGN TO "PASSMAST.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT RATECTL-UNLOAD ASSIGN TO "RATECTL.UNL"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-UNLOAD-STATUS.
		SELECT REST-REPORT-FILE ASSIGN TO "MASTREST.RPT"
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
	FD BADGEMAST-FILE.
	COPY BADGEREC.
	FD HOSTMAST-FILE.
	COPY HOSTREC.
	FD OPERMAST-FILE.
	COPY OPERREC.
	FD BARRED-FILE.
	COPY BARREDR.
	FD SUSPENSE-FILE.
	COPY SUSPREC.
	FD SITECFG-FILE.
	COPY SITECFGR.
	FD SITEOCC-FILE.
	COPY SITEOCCR.
	FD DOCACK-FILE.
	COPY DOCACKR.
	FD DEPTMAST-FILE.
	COPY DEPTREC.
	FD PARKMAST-FILE.
	COPY PARKREC.
	FD PASSMAST-FILE.
	COPY PASSREC.
	FD RATECTL-FILE.
	COPY RATEREC.
	FD USERMAST-UNLOAD.
	01 USERMAST-UNLOAD-LINE	PIC X(201).
	FD USERHIST-UNLOAD.
	01 USERHIST-UNLOAD-LINE	PIC X(201).
	FD APPTMAST-UNLOAD.
	01 APPTMAST-UNLOAD-LINE	PIC X(201).
	FD BADGEMAST-UNLOAD.
	01 BADGEMAST-UNLOAD-LINE	PIC X(201).
	FD HOSTMAST-UNLOAD.
	01 HOSTMAST-UNLOAD-LINE	PIC X(201).
	FD OPERMAST-UNLOAD.
	01 OPERMAST-UNLOAD-LINE	PIC X(201).
	FD BARRED-UNLOAD.
	01 BARRED-UNLOAD-LINE	PIC X(201).
	FD SUSPENSE-UNLOAD.
	01 SUSPENSE-UNLOAD-LINE	PIC X(201).
	FD SITECFG-UNLOAD.
	01 SITECFG-UNLOAD-LINE	PIC X(201).
	FD SITEOCC-UNLOAD.
	01 SITEOCC-UNLOAD-LINE	PIC X(201).
	FD DOCACK-UNLOAD.
	01 DOCACK-UNLOAD-LINE	PIC X(201).
	FD DEPTMAST-UNLOAD.
	01 DEPTMAST-UNLOAD-LINE	PIC X(201).
	FD PARKMAST-UNLOAD.
	01 PARKMAST-UNLOAD-LINE	PIC X(201).
	FD PASSMAST-UNLOAD.
	01 PASSMAST-UNLOAD-LINE	PIC X(201).
	FD RATECTL-UNLOAD.
	01 RATECTL-UNLOAD-LINE	PIC X(201).
	FD REST-REPORT-FILE.
	01 REST-REPORT-LINE	PIC X(80).
	WORKING-STORAGE SECTION.
	COPY BKUPREC.
	01 WS-MASTER-STATUS	PIC X(02).
	01 WS-UNLOAD-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-EOF-SW		PIC X(01).
		88 WS-EOF			VALUE 'Y'.
	01 WS-TOTALS-OK-SW	PIC X(01).
		88 WS-TOTALS-OK			VALUE 'Y'.
	01 WS-RELOAD-OK-SW	PIC X(01).
		88 WS-RELOAD-OK			VALUE 'Y'.
*> Same master list and key lengths MastBkup unloads with.
	01 WS-MASTER-NAMES.
		05 FILLER PIC X(13) VALUE 'USERMAST  026'.
		05 FILLER PIC X(13) VALUE 'USERHIST  026'.
		05 FILLER PIC X(13) VALUE 'APPTMAST  038'.
		05 FILLER PIC X(13) VALUE 'BADGEMAST 004'.
		05 FILLER PIC X(13) VALUE 'HOSTMAST  030'.
		05 FILLER PIC X(13) VALUE 'OPERMAST  008'.
		05 FILLER PIC X(13) VALUE 'BARRLIST  030'.
		05 FILLER PIC X(13) VALUE 'SUSPFILE  013'.
		05 FILLER PIC X(13) VALUE 'SITECFG   008'.
		05 FILLER PIC X(13) VALUE 'SITEOCC   012'.
		05 FILLER PIC X(13) VALUE 'DOCACK    033'.
		05 FILLER PIC X(13) VALUE 'DEPTMAST  020'.
		05 FILLER PIC X(13) VALUE 'PARKMAST  003'.
		05 FILLER PIC X(13) VALUE 'PASSMAST  006'.
		05 FILLER PIC X(13) VALUE 'RATECTL   006'.
	01 WS-MASTER-TABLE REDEFINES WS-MASTER-NAMES.
		05 WS-MASTER-DEF OCCURS 15 TIMES.
			10 WS-MD-NAME		PIC X(10).
			10 WS-MD-KEY-LEN		PIC 9(03).
	01 WS-MASTER-COUNT	PIC 9(02) VALUE 15.
	01 WS-MAST-IDX		PIC 9(02).
	01 WS-MASTER-NAME	PIC X(10).
	01 WS-COMMAND-LINE	PIC X(80).
	01 WS-KEY-HASH		PIC 9(09).
	01 WS-READ-COUNT	PIC 9(09).
	01 WS-HASH-TOTAL	PIC 9(15).
	01 WS-WRITTEN-COUNT	PIC 9(09).
	01 WS-UNLOAD-DATE	PIC X(08).
	01 WS-UNLOAD-TIME	PIC X(06).
	01 WS-TRAILER-COUNT	PIC 9(09).
	01 WS-TRAILER-HASH	PIC 9(15).
	01 WS-ACTION		PIC X(01).
	01 WS-RUN-DATE		PIC X(21).
	01 WS-SIGNON-FUNCTION	PIC X(06) VALUE 'SIGNON'.
	01 WS-OPERATOR-ID	PIC X(08).
	01 WS-AUTH-LEVEL	PIC X(01).
	01 WS-SIGNON-SW		PIC X(01).
		88 WS-SIGNON-OK			VALUE 'Y'.
	01 WS-JOB-NAME		PIC X(08) VALUE 'MASTREST'.
	01 WS-OUTCOME		PIC X(08).
	01 WS-DETAIL-LINE	PIC X(80).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		CALL "OperSign" USING WS-SIGNON-FUNCTION WS-OPERATOR-ID
			WS-AUTH-LEVEL WS-SIGNON-SW.
		IF NOT WS-SIGNON-OK
			STOP RUN
		END-IF.
		IF WS-AUTH-LEVEL NOT = 'S'
			DISPLAY "Se requiere nivel supervisor para restaurar "
				"un maestro."
			MOVE 'NOAUTH' TO WS-OUTCOME
			CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
				WS-OUTCOME
			STOP RUN
		END-IF.
		ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
		IF WS-COMMAND-LINE(1:10) NOT = SPACES
			MOVE WS-COMMAND-LINE(1:10) TO WS-MASTER-NAME
		ELSE
			DISPLAY "Maestro a restaurar (USERMAST, HOSTMAST...):"
			ACCEPT WS-MASTER-NAME
		END-IF.
		MOVE FUNCTION UPPER-CASE(WS-MASTER-NAME) TO WS-MASTER-NAME.
		PERFORM FIND-THE-MASTER.
		IF WS-MAST-IDX > WS-MASTER-COUNT
			DISPLAY "Maestro desconocido: " WS-MASTER-NAME
			STOP RUN
		END-IF.
		MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
		OPEN OUTPUT REST-REPORT-FILE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "RESTAURACION DE " WS-MASTER-NAME " - "
			WS-RUN-DATE(1:8) " " WS-RUN-DATE(9:6)
			" OPERADOR " WS-OPERATOR-ID
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		PERFORM VERIFY-THE-UNLOAD.
		IF NOT WS-TOTALS-OK
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "TOTALES DE CONTROL NO CUADRAN - EL MAESTRO "
				"VIVO NO SE TOCA" DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
			DISPLAY "La descarga no cuadra, no se restaura - ver "
				"MASTREST.RPT"
			MOVE 'MISMATCH' TO WS-OUTCOME
		ELSE
			PERFORM CONFIRM-AND-RELOAD
		END-IF.
		CLOSE REST-REPORT-FILE.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID WS-OUTCOME.
		STOP RUN.

	FIND-THE-MASTER.
		PERFORM VARYING WS-MAST-IDX FROM 1 BY 1
			UNTIL WS-MAST-IDX > WS-MASTER-COUNT
			OR WS-MD-NAME(WS-MAST-IDX) = WS-MASTER-NAME
			CONTINUE
		END-PERFORM.

*> Pass 1: the unload is checked end to end against its own header
*> and trailer; nothing is written anywhere but the report.
	VERIFY-THE-UNLOAD.
		MOVE 'Y' TO WS-TOTALS-OK-SW.
		MOVE 0 TO WS-READ-COUNT.
		MOVE 0 TO WS-HASH-TOTAL.
		MOVE 0 TO WS-TRAILER-COUNT.
		MOVE 0 TO WS-TRAILER-HASH.
		MOVE SPACES TO WS-UNLOAD-DATE.
		MOVE SPACES TO WS-UNLOAD-TIME.
		PERFORM OPEN-THE-UNLOAD.
		IF WS-UNLOAD-STATUS NOT = "00"
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "DESCARGA NO DISPONIBLE, STATUS "
				WS-UNLOAD-STATUS DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
			MOVE 'N' TO WS-TOTALS-OK-SW
		ELSE
			MOVE 'N' TO WS-EOF-SW
			PERFORM READ-UNLOAD-RECORD
			PERFORM CHECK-THE-HEADER
			IF WS-TOTALS-OK
				PERFORM READ-UNLOAD-RECORD
				PERFORM UNTIL WS-EOF OR NOT BK-DETAIL
					CALL "KeyHash" USING BK-DATA
						WS-MD-KEY-LEN(WS-MAST-IDX) WS-KEY-HASH
					ADD WS-KEY-HASH TO WS-HASH-TOTAL
					ADD 1 TO WS-READ-COUNT
					PERFORM READ-UNLOAD-RECORD
				END-PERFORM
				PERFORM CHECK-THE-TRAILER
			END-IF
			PERFORM CLOSE-THE-UNLOAD
		END-IF.

	CHECK-THE-HEADER.
		IF WS-EOF OR NOT BK-HEADER
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "LA DESCARGA NO EMPIEZA CON CABECERA"
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
			MOVE 'N' TO WS-TOTALS-OK-SW
		ELSE
			MOVE BK-HDR-DATE TO WS-UNLOAD-DATE
			MOVE BK-HDR-TIME TO WS-UNLOAD-TIME
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "CABECERA: MAESTRO " BK-HDR-MASTER
				" DESCARGADO " BK-HDR-DATE " " BK-HDR-TIME
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
			IF BK-HDR-MASTER NOT = WS-MASTER-NAME
				MOVE SPACES TO WS-DETAIL-LINE
				STRING "LA CABECERA NO ES DE " WS-MASTER-NAME
					DELIMITED BY SIZE INTO WS-DETAIL-LINE
				PERFORM WRITE-REPORT-LINE
				MOVE 'N' TO WS-TOTALS-OK-SW
			END-IF
		END-IF.

*> The trailer must be the last record, must name the same master
*> and must carry the count and hash just recomputed; a copy cut
*> short by a failed unload has no trailer at all.
	CHECK-THE-TRAILER.
		IF WS-EOF OR NOT BK-TRAILER
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "FALTA EL REGISTRO DE CONTROL FINAL"
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
			MOVE 'N' TO WS-TOTALS-OK-SW
		ELSE
			MOVE BK-TRL-COUNT TO WS-TRAILER-COUNT
			MOVE BK-TRL-HASH TO WS-TRAILER-HASH
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "REGISTROS: CONTROL " WS-TRAILER-COUNT
				" LEIDOS " WS-READ-COUNT
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "HASH DE CLAVES: CONTROL " WS-TRAILER-HASH
				" CALCULADO " WS-HASH-TOTAL
				DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
			IF BK-TRL-MASTER NOT = WS-MASTER-NAME
				OR WS-TRAILER-COUNT NOT = WS-READ-COUNT
				OR WS-TRAILER-HASH NOT = WS-HASH-TOTAL
				MOVE 'N' TO WS-TOTALS-OK-SW
			END-IF
			PERFORM READ-UNLOAD-RECORD
			IF NOT WS-EOF
				MOVE SPACES TO WS-DETAIL-LINE
				STRING "HAY REGISTROS DESPUES DEL CONTROL FINAL"
					DELIMITED BY SIZE INTO WS-DETAIL-LINE
				PERFORM WRITE-REPORT-LINE
				MOVE 'N' TO WS-TOTALS-OK-SW
			END-IF
		END-IF.

	CONFIRM-AND-RELOAD.
		DISPLAY "Descarga de " WS-MASTER-NAME " del " WS-UNLOAD-DATE
			" " WS-UNLOAD-TIME ": " WS-TRAILER-COUNT " registros.".
		DISPLAY "Reemplazar el maestro vivo con esta descarga? (S/N)".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		IF WS-ACTION NOT = 'S'
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "CANCELADO POR EL SUPERVISOR - EL MAESTRO VIVO "
				"NO SE TOCA" DELIMITED BY SIZE INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
			DISPLAY "Restauracion cancelada."
			MOVE 'CANCEL' TO WS-OUTCOME
		ELSE
			PERFORM RELOAD-THE-MASTER
			MOVE SPACES TO WS-DETAIL-LINE
			IF WS-RELOAD-OK
				STRING "RESTAURADO: " WS-WRITTEN-COUNT
					" REGISTROS GRABADOS" DELIMITED BY SIZE
					INTO WS-DETAIL-LINE
				DISPLAY WS-MASTER-NAME " restaurado: "
					WS-WRITTEN-COUNT " registros."
				MOVE 'RESTORED' TO WS-OUTCOME
			ELSE
				STRING "RESTAURACION FALLIDA TRAS "
					WS-WRITTEN-COUNT " REGISTROS, STATUS "
					WS-MASTER-STATUS " - REPETIR LA RESTAURACION"
					DELIMITED BY SIZE INTO WS-DETAIL-LINE
				DISPLAY "Restauracion fallida, status "
					WS-MASTER-STATUS " - ver MASTREST.RPT"
				MOVE 'RSTFAIL' TO WS-OUTCOME
			END-IF
			PERFORM WRITE-REPORT-LINE
		END-IF.

*> Pass 2: the live master is emptied and every detail record
*> written back in the key order it was unloaded in.
	RELOAD-THE-MASTER.
		MOVE 'Y' TO WS-RELOAD-OK-SW.
		MOVE 0 TO WS-WRITTEN-COUNT.
		PERFORM OPEN-THE-MASTER.
		IF WS-MASTER-STATUS NOT = "00"
			MOVE 'N' TO WS-RELOAD-OK-SW
		ELSE
			PERFORM OPEN-THE-UNLOAD
			MOVE 'N' TO WS-EOF-SW
*> The header was checked in pass 1; the first detail follows it.
			PERFORM READ-UNLOAD-RECORD
			PERFORM READ-UNLOAD-RECORD
			PERFORM UNTIL WS-EOF OR NOT BK-DETAIL
				OR NOT WS-RELOAD-OK
				PERFORM WRITE-THE-MASTER
				IF WS-MASTER-STATUS = "00"
					ADD 1 TO WS-WRITTEN-COUNT
				ELSE
					MOVE 'N' TO WS-RELOAD-OK-SW
				END-IF
				PERFORM READ-UNLOAD-RECORD
			END-PERFORM
			PERFORM CLOSE-THE-UNLOAD
			PERFORM CLOSE-THE-MASTER
			IF WS-WRITTEN-COUNT NOT = WS-TRAILER-COUNT
				MOVE 'N' TO WS-RELOAD-OK-SW
			END-IF
		END-IF.

	READ-UNLOAD-RECORD.
		EVALUATE WS-MAST-IDX
			WHEN 1
				READ USERMAST-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE USERMAST-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 2
				READ USERHIST-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE USERHIST-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 3
				READ APPTMAST-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE APPTMAST-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 4
				READ BADGEMAST-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE BADGEMAST-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 5
				READ HOSTMAST-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE HOSTMAST-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 6
				READ OPERMAST-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE OPERMAST-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 7
				READ BARRED-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE BARRED-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 8
				READ SUSPENSE-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE SUSPENSE-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 9
				READ SITECFG-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE SITECFG-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 10
				READ SITEOCC-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE SITEOCC-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 11
				READ DOCACK-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE DOCACK-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 12
				READ DEPTMAST-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE DEPTMAST-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 13
				READ PARKMAST-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE PARKMAST-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 14
				READ PASSMAST-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE PASSMAST-UNLOAD-LINE TO BKUP-RECORD
				END-READ
			WHEN 15
				READ RATECTL-UNLOAD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE RATECTL-UNLOAD-LINE TO BKUP-RECORD
				END-READ
		END-EVALUATE.

	OPEN-THE-UNLOAD.
		EVALUATE WS-MAST-IDX
			WHEN 1
				OPEN INPUT USERMAST-UNLOAD
			WHEN 2
				OPEN INPUT USERHIST-UNLOAD
			WHEN 3
				OPEN INPUT APPTMAST-UNLOAD
			WHEN 4
				OPEN INPUT BADGEMAST-UNLOAD
			WHEN 5
				OPEN INPUT HOSTMAST-UNLOAD
			WHEN 6
				OPEN INPUT OPERMAST-UNLOAD
			WHEN 7
				OPEN INPUT BARRED-UNLOAD
			WHEN 8
				OPEN INPUT SUSPENSE-UNLOAD
			WHEN 9
				OPEN INPUT SITECFG-UNLOAD
			WHEN 10
				OPEN INPUT SITEOCC-UNLOAD
			WHEN 11
				OPEN INPUT DOCACK-UNLOAD
			WHEN 12
				OPEN INPUT DEPTMAST-UNLOAD
			WHEN 13
				OPEN INPUT PARKMAST-UNLOAD
			WHEN 14
				OPEN INPUT PASSMAST-UNLOAD
			WHEN 15
				OPEN INPUT RATECTL-UNLOAD
		END-EVALUATE.

	CLOSE-THE-UNLOAD.
		EVALUATE WS-MAST-IDX
			WHEN 1
				CLOSE USERMAST-UNLOAD
			WHEN 2
				CLOSE USERHIST-UNLOAD
			WHEN 3
				CLOSE APPTMAST-UNLOAD
			WHEN 4
				CLOSE BADGEMAST-UNLOAD
			WHEN 5
				CLOSE HOSTMAST-UNLOAD
			WHEN 6
				CLOSE OPERMAST-UNLOAD
			WHEN 7
				CLOSE BARRED-UNLOAD
			WHEN 8
				CLOSE SUSPENSE-UNLOAD
			WHEN 9
				CLOSE SITECFG-UNLOAD
			WHEN 10
				CLOSE SITEOCC-UNLOAD
			WHEN 11
				CLOSE DOCACK-UNLOAD
			WHEN 12
				CLOSE DEPTMAST-UNLOAD
			WHEN 13
				CLOSE PARKMAST-UNLOAD
			WHEN 14
				CLOSE PASSMAST-UNLOAD
			WHEN 15
				CLOSE RATECTL-UNLOAD
		END-EVALUATE.

	OPEN-THE-MASTER.
		EVALUATE WS-MAST-IDX
			WHEN 1
				OPEN OUTPUT USERMAST-FILE
			WHEN 2
				OPEN OUTPUT USERHIST-FILE
			WHEN 3
				OPEN OUTPUT APPTMAST-FILE
			WHEN 4
				OPEN OUTPUT BADGEMAST-FILE
			WHEN 5
				OPEN OUTPUT HOSTMAST-FILE
			WHEN 6
				OPEN OUTPUT OPERMAST-FILE
			WHEN 7
				OPEN OUTPUT BARRED-FILE
			WHEN 8
				OPEN OUTPUT SUSPENSE-FILE
			WHEN 9
				OPEN OUTPUT SITECFG-FILE
			WHEN 10
				OPEN OUTPUT SITEOCC-FILE
			WHEN 11
				OPEN OUTPUT DOCACK-FILE
			WHEN 12
				OPEN OUTPUT DEPTMAST-FILE
			WHEN 13
				OPEN OUTPUT PARKMAST-FILE
			WHEN 14
				OPEN OUTPUT PASSMAST-FILE
			WHEN 15
				OPEN OUTPUT RATECTL-FILE
		END-EVALUATE.

	WRITE-THE-MASTER.
		EVALUATE WS-MAST-IDX
			WHEN 1
				MOVE BK-DATA TO USERMAST-RECORD
				WRITE USERMAST-RECORD
			WHEN 2
				MOVE BK-DATA TO USERHIST-RECORD
				WRITE USERHIST-RECORD
			WHEN 3
				MOVE BK-DATA TO APPOINTMENT-RECORD
				WRITE APPOINTMENT-RECORD
			WHEN 4
				MOVE BK-DATA TO BADGE-RECORD
				WRITE BADGE-RECORD
			WHEN 5
				MOVE BK-DATA TO HOST-RECORD
				WRITE HOST-RECORD
			WHEN 6
				MOVE BK-DATA TO OPERATOR-RECORD
				WRITE OPERATOR-RECORD
			WHEN 7
				MOVE BK-DATA TO BARRED-RECORD
				WRITE BARRED-RECORD
			WHEN 8
				MOVE BK-DATA TO SUSPENSE-RECORD
				WRITE SUSPENSE-RECORD
			WHEN 9
				MOVE BK-DATA TO SITE-CONFIG-RECORD
				WRITE SITE-CONFIG-RECORD
			WHEN 10
				MOVE BK-DATA TO SITE-OCC-RECORD
				WRITE SITE-OCC-RECORD
			WHEN 11
				MOVE BK-DATA TO DOCACK-RECORD
				WRITE DOCACK-RECORD
			WHEN 12
				MOVE BK-DATA TO DEPT-RECORD
				WRITE DEPT-RECORD
			WHEN 13
				MOVE BK-DATA TO PARK-RECORD
				WRITE PARK-RECORD
			WHEN 14
				MOVE BK-DATA TO PASS-RECORD
				WRITE PASS-RECORD
			WHEN 15
				MOVE BK-DATA TO RATE-RECORD
				WRITE RATE-RECORD
		END-EVALUATE.

	CLOSE-THE-MASTER.
		EVALUATE WS-MAST-IDX
			WHEN 1
				CLOSE USERMAST-FILE
			WHEN 2
				CLOSE USERHIST-FILE
			WHEN 3
				CLOSE APPTMAST-FILE
			WHEN 4
				CLOSE BADGEMAST-FILE
			WHEN 5
				CLOSE HOSTMAST-FILE
			WHEN 6
				CLOSE OPERMAST-FILE
			WHEN 7
				CLOSE BARRED-FILE
			WHEN 8
				CLOSE SUSPENSE-FILE
			WHEN 9
				CLOSE SITECFG-FILE
			WHEN 10
				CLOSE SITEOCC-FILE
			WHEN 11
				CLOSE DOCACK-FILE
			WHEN 12
				CLOSE DEPTMAST-FILE
			WHEN 13
				CLOSE PARKMAST-FILE
			WHEN 14
				CLOSE PASSMAST-FILE
			WHEN 15
				CLOSE RATECTL-FILE
		END-EVALUATE.

	WRITE-REPORT-LINE.
		MOVE WS-DETAIL-LINE TO REST-REPORT-LINE.
		WRITE REST-REPORT-LINE.
