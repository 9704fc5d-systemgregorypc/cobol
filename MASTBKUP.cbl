*> Nightly unload of the indexed masters: reads every master file
*> front to back in key order and writes it to its own unload file -
*> a header naming the master and the run date and time, one detail
*> record per master record, and a trailer with the record count and
*> the KeyHash key hash total - so a damaged master can be reloaded
*> through MastRest from last night's copy instead of being rebuilt
*> by hand from the badge extract. <master>.UNL is the logical name
*> of each unload; the scheduler points it at a dated physical
*> dataset for the night being kept, the way AUDARCH is mapped, and
*> the header carries the date as well so a restore can show which
*> night it is about to put back.
*> RESTCTL is left out on purpose: a checkpoint restored from last
*> night would restart tonight's chain at the wrong step.
*> A master never created yet (status 35) is unloaded empty; one that
*> cannot be read is listed as failed on MASTBKUP.RPT and the run is
*> audited PARTIAL, so operations knows that night's copy of it is
*> missing. The masters are only ever opened for input here.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MastBkup.
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
		SELECT BKUP-REPORT-FILE ASSIGN TO "MASTBKUP.RPT"
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
	FD BKUP-REPORT-FILE.
	01 BKUP-REPORT-LINE	PIC X(80).
	WORKING-STORAGE SECTION.
	COPY BKUPREC.
	01 WS-MASTER-STATUS	PIC X(02).
	01 WS-UNLOAD-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01).
		88 WS-EOF			VALUE 'Y'.
	01 WS-MASTER-OPEN-SW	PIC X(01).
		88 WS-MASTER-OPEN		VALUE 'Y'.
	01 WS-UNLOAD-OK-SW	PIC X(01).
		88 WS-UNLOAD-OK			VALUE 'Y'.
*> Masters in unload order, with the length of each one's primary
*> key - the leading bytes of its record that KeyHash weighs.
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
	01 WS-RUN-DATE		PIC X(21).
	01 WS-KEY-HASH		PIC 9(09).
	01 WS-UNLOAD-COUNT	PIC 9(09).
	01 WS-HASH-TOTAL	PIC 9(15).
	01 WS-UNLOAD-STATE	PIC X(24).
	01 WS-UNLOADED-MASTERS	PIC 9(02) VALUE 0.
	01 WS-FAILED-MASTERS	PIC 9(02) VALUE 0.
	01 WS-OPERATOR-ID	PIC X(08) VALUE SPACES.
	01 WS-JOB-NAME		PIC X(08) VALUE 'MASTBKUP'.
	01 WS-OUTCOME		PIC X(08).
	01 WS-DETAIL-LINE	PIC X(80).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
		OPEN OUTPUT BKUP-REPORT-FILE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "DESCARGA DE MAESTROS - FECHA " WS-RUN-DATE(1:8)
			" HORA " WS-RUN-DATE(9:6)
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "MAESTRO    REGISTROS HASH DE CLAVES  RESULTADO"
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		PERFORM VARYING WS-MAST-IDX FROM 1 BY 1
			UNTIL WS-MAST-IDX > WS-MASTER-COUNT
			PERFORM UNLOAD-ONE-MASTER
			PERFORM WRITE-MASTER-LINE
		END-PERFORM.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "MAESTROS DESCARGADOS: " WS-UNLOADED-MASTERS
			"  FALLIDOS: " WS-FAILED-MASTERS
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		CLOSE BKUP-REPORT-FILE.
		DISPLAY "Maestros descargados: " WS-UNLOADED-MASTERS
			" fallidos: " WS-FAILED-MASTERS " - ver MASTBKUP.RPT".
		IF WS-FAILED-MASTERS > 0
			MOVE 'PARTIAL' TO WS-OUTCOME
			MOVE 8 TO WS-RETURN-CODE
		ELSE
			MOVE 'COMPLETE' TO WS-OUTCOME
		END-IF.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID WS-OUTCOME.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when any master failed to unload, 0 otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

*> One master: header, every record in key order, trailer. The
*> unload file is only opened once the master has opened, and the
*> trailer is only written when every record before it was read
*> and written cleanly - an unload cut short has no trailer, and
*> MastRest refuses it rather than reload half a master.
	UNLOAD-ONE-MASTER.
		MOVE 0 TO WS-UNLOAD-COUNT.
		MOVE 0 TO WS-HASH-TOTAL.
		MOVE 'Y' TO WS-UNLOAD-OK-SW.
		MOVE 'N' TO WS-MASTER-OPEN-SW.
		MOVE "DESCARGADO" TO WS-UNLOAD-STATE.
		PERFORM OPEN-THE-MASTER.
		EVALUATE WS-MASTER-STATUS
			WHEN "00"
				SET WS-MASTER-OPEN TO TRUE
			WHEN "35"
				MOVE "SIN FICHERO - VACIO" TO WS-UNLOAD-STATE
			WHEN OTHER
				MOVE SPACES TO WS-UNLOAD-STATE
				STRING "ERROR APERTURA " WS-MASTER-STATUS
					DELIMITED BY SIZE INTO WS-UNLOAD-STATE
				MOVE 'N' TO WS-UNLOAD-OK-SW
		END-EVALUATE.
		IF WS-UNLOAD-OK
			PERFORM OPEN-THE-UNLOAD
			IF WS-UNLOAD-STATUS NOT = "00"
				MOVE SPACES TO WS-UNLOAD-STATE
				STRING "ERROR DESCARGA " WS-UNLOAD-STATUS
					DELIMITED BY SIZE INTO WS-UNLOAD-STATE
				MOVE 'N' TO WS-UNLOAD-OK-SW
			ELSE
				PERFORM COPY-THE-MASTER
				PERFORM CLOSE-THE-UNLOAD
			END-IF
		END-IF.
		IF WS-MASTER-OPEN
			PERFORM CLOSE-THE-MASTER
		END-IF.
		IF WS-UNLOAD-OK
			ADD 1 TO WS-UNLOADED-MASTERS
		ELSE
			ADD 1 TO WS-FAILED-MASTERS
		END-IF.

	COPY-THE-MASTER.
		MOVE SPACES TO BKUP-RECORD.
		SET BK-HEADER TO TRUE.
		MOVE WS-MD-NAME(WS-MAST-IDX) TO BK-HDR-MASTER.
		MOVE WS-RUN-DATE(1:8) TO BK-HDR-DATE.
		MOVE WS-RUN-DATE(9:6) TO BK-HDR-TIME.
		MOVE WS-MD-KEY-LEN(WS-MAST-IDX) TO BK-HDR-KEY-LEN.
		PERFORM WRITE-UNLOAD-RECORD.
		MOVE 'N' TO WS-EOF-SW.
		IF WS-MASTER-OPEN
			PERFORM READ-THE-MASTER
		ELSE
			SET WS-EOF TO TRUE
		END-IF.
		PERFORM UNTIL WS-EOF
			PERFORM UNLOAD-ONE-RECORD
			PERFORM READ-THE-MASTER
		END-PERFORM.
		IF WS-UNLOAD-OK
			MOVE SPACES TO BKUP-RECORD
			SET BK-TRAILER TO TRUE
			MOVE WS-MD-NAME(WS-MAST-IDX) TO BK-TRL-MASTER
			MOVE WS-UNLOAD-COUNT TO BK-TRL-COUNT
			MOVE WS-HASH-TOTAL TO BK-TRL-HASH
			PERFORM WRITE-UNLOAD-RECORD
		END-IF.

*> READ-THE-MASTER has already laid the record image into BK-DATA.
	UNLOAD-ONE-RECORD.
		SET BK-DETAIL TO TRUE.
		CALL "KeyHash" USING BK-DATA WS-MD-KEY-LEN(WS-MAST-IDX)
			WS-KEY-HASH.
		ADD WS-KEY-HASH TO WS-HASH-TOTAL.
		ADD 1 TO WS-UNLOAD-COUNT.
		PERFORM WRITE-UNLOAD-RECORD.

	WRITE-MASTER-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING WS-MD-NAME(WS-MAST-IDX) " " WS-UNLOAD-COUNT " "
			WS-HASH-TOTAL "  " WS-UNLOAD-STATE
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

	OPEN-THE-MASTER.
		EVALUATE WS-MAST-IDX
			WHEN 1
				OPEN INPUT USERMAST-FILE
			WHEN 2
				OPEN INPUT USERHIST-FILE
			WHEN 3
				OPEN INPUT APPTMAST-FILE
			WHEN 4
				OPEN INPUT BADGEMAST-FILE
			WHEN 5
				OPEN INPUT HOSTMAST-FILE
			WHEN 6
				OPEN INPUT OPERMAST-FILE
			WHEN 7
				OPEN INPUT BARRED-FILE
			WHEN 8
				OPEN INPUT SUSPENSE-FILE
			WHEN 9
				OPEN INPUT SITECFG-FILE
			WHEN 10
				OPEN INPUT SITEOCC-FILE
			WHEN 11
				OPEN INPUT DOCACK-FILE
			WHEN 12
				OPEN INPUT DEPTMAST-FILE
			WHEN 13
				OPEN INPUT PARKMAST-FILE
			WHEN 14
				OPEN INPUT PASSMAST-FILE
			WHEN 15
				OPEN INPUT RATECTL-FILE
		END-EVALUATE.

*> A read that fails outright (anything but a good read or the end
*> of file) stops the unload of that master and fails it.
	READ-THE-MASTER.
		EVALUATE WS-MAST-IDX
			WHEN 1
				READ USERMAST-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE USERMAST-RECORD TO BK-DATA
				END-READ
			WHEN 2
				READ USERHIST-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE USERHIST-RECORD TO BK-DATA
				END-READ
			WHEN 3
				READ APPTMAST-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE APPOINTMENT-RECORD TO BK-DATA
				END-READ
			WHEN 4
				READ BADGEMAST-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE BADGE-RECORD TO BK-DATA
				END-READ
			WHEN 5
				READ HOSTMAST-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE HOST-RECORD TO BK-DATA
				END-READ
			WHEN 6
				READ OPERMAST-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE OPERATOR-RECORD TO BK-DATA
				END-READ
			WHEN 7
				READ BARRED-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE BARRED-RECORD TO BK-DATA
				END-READ
			WHEN 8
				READ SUSPENSE-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE SUSPENSE-RECORD TO BK-DATA
				END-READ
			WHEN 9
				READ SITECFG-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE SITE-CONFIG-RECORD TO BK-DATA
				END-READ
			WHEN 10
				READ SITEOCC-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE SITE-OCC-RECORD TO BK-DATA
				END-READ
			WHEN 11
				READ DOCACK-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE DOCACK-RECORD TO BK-DATA
				END-READ
			WHEN 12
				READ DEPTMAST-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE DEPT-RECORD TO BK-DATA
				END-READ
			WHEN 13
				READ PARKMAST-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE PARK-RECORD TO BK-DATA
				END-READ
			WHEN 14
				READ PASSMAST-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE PASS-RECORD TO BK-DATA
				END-READ
			WHEN 15
				READ RATECTL-FILE NEXT RECORD
					AT END SET WS-EOF TO TRUE
					NOT AT END MOVE RATE-RECORD TO BK-DATA
				END-READ
		END-EVALUATE.
		IF NOT WS-EOF AND WS-MASTER-STATUS(1:1) NOT = "0"
			MOVE SPACES TO WS-UNLOAD-STATE
			STRING "ERROR LECTURA " WS-MASTER-STATUS
				DELIMITED BY SIZE INTO WS-UNLOAD-STATE
			MOVE 'N' TO WS-UNLOAD-OK-SW
			SET WS-EOF TO TRUE
		END-IF.

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

	OPEN-THE-UNLOAD.
		EVALUATE WS-MAST-IDX
			WHEN 1
				OPEN OUTPUT USERMAST-UNLOAD
			WHEN 2
				OPEN OUTPUT USERHIST-UNLOAD
			WHEN 3
				OPEN OUTPUT APPTMAST-UNLOAD
			WHEN 4
				OPEN OUTPUT BADGEMAST-UNLOAD
			WHEN 5
				OPEN OUTPUT HOSTMAST-UNLOAD
			WHEN 6
				OPEN OUTPUT OPERMAST-UNLOAD
			WHEN 7
				OPEN OUTPUT BARRED-UNLOAD
			WHEN 8
				OPEN OUTPUT SUSPENSE-UNLOAD
			WHEN 9
				OPEN OUTPUT SITECFG-UNLOAD
			WHEN 10
				OPEN OUTPUT SITEOCC-UNLOAD
			WHEN 11
				OPEN OUTPUT DOCACK-UNLOAD
			WHEN 12
				OPEN OUTPUT DEPTMAST-UNLOAD
			WHEN 13
				OPEN OUTPUT PARKMAST-UNLOAD
			WHEN 14
				OPEN OUTPUT PASSMAST-UNLOAD
			WHEN 15
				OPEN OUTPUT RATECTL-UNLOAD
		END-EVALUATE.

	WRITE-UNLOAD-RECORD.
		EVALUATE WS-MAST-IDX
			WHEN 1
				MOVE BKUP-RECORD TO USERMAST-UNLOAD-LINE
				WRITE USERMAST-UNLOAD-LINE
			WHEN 2
				MOVE BKUP-RECORD TO USERHIST-UNLOAD-LINE
				WRITE USERHIST-UNLOAD-LINE
			WHEN 3
				MOVE BKUP-RECORD TO APPTMAST-UNLOAD-LINE
				WRITE APPTMAST-UNLOAD-LINE
			WHEN 4
				MOVE BKUP-RECORD TO BADGEMAST-UNLOAD-LINE
				WRITE BADGEMAST-UNLOAD-LINE
			WHEN 5
				MOVE BKUP-RECORD TO HOSTMAST-UNLOAD-LINE
				WRITE HOSTMAST-UNLOAD-LINE
			WHEN 6
				MOVE BKUP-RECORD TO OPERMAST-UNLOAD-LINE
				WRITE OPERMAST-UNLOAD-LINE
			WHEN 7
				MOVE BKUP-RECORD TO BARRED-UNLOAD-LINE
				WRITE BARRED-UNLOAD-LINE
			WHEN 8
				MOVE BKUP-RECORD TO SUSPENSE-UNLOAD-LINE
				WRITE SUSPENSE-UNLOAD-LINE
			WHEN 9
				MOVE BKUP-RECORD TO SITECFG-UNLOAD-LINE
				WRITE SITECFG-UNLOAD-LINE
			WHEN 10
				MOVE BKUP-RECORD TO SITEOCC-UNLOAD-LINE
				WRITE SITEOCC-UNLOAD-LINE
			WHEN 11
				MOVE BKUP-RECORD TO DOCACK-UNLOAD-LINE
				WRITE DOCACK-UNLOAD-LINE
			WHEN 12
				MOVE BKUP-RECORD TO DEPTMAST-UNLOAD-LINE
				WRITE DEPTMAST-UNLOAD-LINE
			WHEN 13
				MOVE BKUP-RECORD TO PARKMAST-UNLOAD-LINE
				WRITE PARKMAST-UNLOAD-LINE
			WHEN 14
				MOVE BKUP-RECORD TO PASSMAST-UNLOAD-LINE
				WRITE PASSMAST-UNLOAD-LINE
			WHEN 15
				MOVE BKUP-RECORD TO RATECTL-UNLOAD-LINE
				WRITE RATECTL-UNLOAD-LINE
		END-EVALUATE.
		IF WS-UNLOAD-STATUS NOT = "00"
			MOVE SPACES TO WS-UNLOAD-STATE
			STRING "ERROR GRABACION " WS-UNLOAD-STATUS
				DELIMITED BY SIZE INTO WS-UNLOAD-STATE
			MOVE 'N' TO WS-UNLOAD-OK-SW
		END-IF.

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

	WRITE-REPORT-LINE.
		MOVE WS-DETAIL-LINE TO BKUP-REPORT-LINE.
		WRITE BKUP-REPORT-LINE.
