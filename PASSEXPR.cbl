*> Weekly contractor pass expiry report: reads the PASSMAST passes
*> and lists every active pass whose validity ends within the next
*> 30 days of the run date (a YYYYMMDD command-line argument, or
*> today when absent), with its sponsoring host and extension and
*> how many days it has left - so the sponsor renews it through
*> PassMaint before the cleaning crew is turned away at the desk.
*> Laid out the way DOCEXPR.cbl lists expiring signatures.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PassExpr.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PASSMAST-FILE ASSIGN TO "PASSMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS PASS-NUMBER
			FILE STATUS IS WS-PASSMAST-STATUS.
		SELECT PASSEXP-REPORT-FILE ASSIGN TO "PASSEXPR.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD PASSMAST-FILE.
	COPY PASSREC.
	FD PASSEXP-REPORT-FILE.
	01 PASSEXP-REPORT-LINE	PIC X(80).
	WORKING-STORAGE SECTION.
	COPY CODEPAGE.
	01 WS-PASSMAST-STATUS	PIC X(02).
	01 WS-REPORT-STATUS	PIC X(02).
	01 WS-RETURN-CODE	PIC 9(04) VALUE 0.
	01 WS-EOF-SW		PIC X(01) VALUE 'N'.
		88 WS-EOF			VALUE 'Y'.
	01 WS-COMMAND-LINE	PIC X(80).
	01 WS-REPORT-DATE	PIC X(08).
	01 WS-WINDOW-END	PIC X(08).
	01 WS-RUN-DATE		PIC X(21).
	01 WS-WINDOW-DAYS	PIC 9(03) VALUE 30.
	01 WS-DATE-NUMERIC	PIC 9(08).
	01 WS-REPORT-DAY-NUMBER	PIC 9(07).
	01 WS-EXPIRY-DAY-NUMBER	PIC 9(07).
	01 WS-DAYS-LEFT		PIC 9(03).
	01 WS-EXPIRING-COUNT	PIC 9(05) VALUE 0.
	01 WS-HOST-EXTENSION	PIC X(05).
	01 WS-HOST-VALID-SW	PIC X(01).
		88 WS-HOST-VALID		VALUE 'Y'.
	01 WS-DEVICE-TYPE	PIC X(03) VALUE 'RPT'.
	01 WS-DETAIL-LINE	PIC X(80).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
		IF WS-COMMAND-LINE(1:8) NOT = SPACES
			MOVE WS-COMMAND-LINE(1:8) TO WS-REPORT-DATE
		ELSE
			MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
			MOVE WS-RUN-DATE(1:8) TO WS-REPORT-DATE
		END-IF.
		PERFORM FIX-THE-WINDOW.
		OPEN OUTPUT PASSEXP-REPORT-FILE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "PASES DE CONTRATISTA QUE CADUCAN DEL " WS-REPORT-DATE
			" AL " WS-WINDOW-END DELIMITED BY SIZE
			INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "PASE   CONTRATISTA          ANFITRION            "
			"EXTEN CADUCA   DIAS" DELIMITED BY SIZE
			INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		PERFORM LIST-EXPIRING-PASSES.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "PASES POR CADUCAR: " WS-EXPIRING-COUNT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		CLOSE PASSEXP-REPORT-FILE.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when PASSMAST could not be read, 0 otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

*> Same INTEGER-OF-DATE arithmetic DOCEXPR.cbl uses: the window
*> runs from the report date through the thirtieth day after it.
	FIX-THE-WINDOW.
		MOVE WS-REPORT-DATE TO WS-DATE-NUMERIC.
		COMPUTE WS-REPORT-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC).
		COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(
			WS-REPORT-DAY-NUMBER + WS-WINDOW-DAYS).
		MOVE WS-DATE-NUMERIC TO WS-WINDOW-END.

*> Revoked passes are not listed - nobody is meant to renew those -
*> and neither are passes already lapsed: the desk refuses those the
*> moment the card is shown.
	LIST-EXPIRING-PASSES.
		OPEN INPUT PASSMAST-FILE.
		IF WS-PASSMAST-STATUS NOT = "00"
			MOVE 8 TO WS-RETURN-CODE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "PASSMAST NO DISPONIBLE, STATUS "
				WS-PASSMAST-STATUS DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		ELSE
			PERFORM READ-PASSMAST-RECORD
			PERFORM UNTIL WS-EOF
				IF PASS-ACTIVE
					AND PASS-VALID-TO NOT < WS-REPORT-DATE
					AND PASS-VALID-TO NOT > WS-WINDOW-END
					PERFORM WRITE-EXPIRING-LINE
				END-IF
				PERFORM READ-PASSMAST-RECORD
			END-PERFORM
			CLOSE PASSMAST-FILE
		END-IF.

	READ-PASSMAST-RECORD.
		READ PASSMAST-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

*> The sponsor's extension comes from HOSTMAST so the renewal call
*> can be made straight off the listing; a sponsor who has left
*> shows no extension, which is itself a reason to re-sponsor the
*> pass rather than renew it.
	WRITE-EXPIRING-LINE.
		ADD 1 TO WS-EXPIRING-COUNT.
		MOVE PASS-VALID-TO TO WS-DATE-NUMERIC.
		COMPUTE WS-EXPIRY-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC).
		COMPUTE WS-DAYS-LEFT =
			WS-EXPIRY-DAY-NUMBER - WS-REPORT-DAY-NUMBER.
		CALL "HostValid" USING PASS-HOST WS-HOST-EXTENSION
			WS-HOST-VALID-SW.
		IF NOT WS-HOST-VALID
			MOVE SPACES TO WS-HOST-EXTENSION
		END-IF.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING PASS-NUMBER " " PASS-NAME(1:20) " " PASS-HOST(1:20)
			" " WS-HOST-EXTENSION " " PASS-VALID-TO " "
			WS-DAYS-LEFT DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		CALL "CharConv" USING WS-DEVICE-TYPE WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

	WRITE-REPORT-LINE.
		MOVE WS-DETAIL-LINE TO PASSEXP-REPORT-LINE.
		WRITE PASSEXP-REPORT-LINE.
