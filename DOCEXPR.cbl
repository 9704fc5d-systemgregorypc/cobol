*> Weekly acknowledgment expiry report: reads the DOCACK register and
*> lists every safety induction and NDA whose expiry falls within
*> the next 30 days of the run date (a YYYYMMDD command-line
*> argument, or today when absent), with how many days each has
*> left - so repeat visitors are re-briefed or re-signed ahead of
*> their next visit instead of being held at the desk on the day.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DocExpr.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DOCACK-FILE ASSIGN TO "DOCACK"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS DACK-KEY
			FILE STATUS IS WS-DOCACK-STATUS.
		SELECT DOCEXP-REPORT-FILE ASSIGN TO "DOCEXPR.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD DOCACK-FILE.
	COPY DOCACKR.
	FD DOCEXP-REPORT-FILE.
	01 DOCEXP-REPORT-LINE	PIC X(80).
	WORKING-STORAGE SECTION.
	COPY CODEPAGE.
	01 WS-DOCACK-STATUS	PIC X(02).
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
		OPEN OUTPUT DOCEXP-REPORT-FILE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "FIRMAS QUE CADUCAN DEL " WS-REPORT-DATE
			" AL " WS-WINDOW-END DELIMITED BY SIZE
			INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "VISITANTE                      DOC FIRMADO  "
			"CADUCA   DIAS" DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		PERFORM LIST-EXPIRING-SIGNATURES.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING "FIRMAS POR CADUCAR: " WS-EXPIRING-COUNT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.
		CLOSE DOCEXP-REPORT-FILE.
*> The return code tells a driving chain (BATCHRUN) how the step
*> went: 8 when DOCACK could not be read, 0 otherwise.
		MOVE WS-RETURN-CODE TO RETURN-CODE.
		GOBACK.

*> Same INTEGER-OF-DATE arithmetic OperSign.cbl uses for its
*> password age: the window runs from the report date through the
*> thirtieth day after it.
	FIX-THE-WINDOW.
		MOVE WS-REPORT-DATE TO WS-DATE-NUMERIC.
		COMPUTE WS-REPORT-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC).
		COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(
			WS-REPORT-DAY-NUMBER + WS-WINDOW-DAYS).
		MOVE WS-DATE-NUMERIC TO WS-WINDOW-END.

*> Already-lapsed signatures are not listed: the desk finds those
*> the moment the visitor arrives. A signature with no expiry never
*> lapses and never appears.
	LIST-EXPIRING-SIGNATURES.
		OPEN INPUT DOCACK-FILE.
		IF WS-DOCACK-STATUS NOT = "00"
			MOVE 8 TO WS-RETURN-CODE
			MOVE SPACES TO WS-DETAIL-LINE
			STRING "DOCACK NO DISPONIBLE, STATUS "
				WS-DOCACK-STATUS DELIMITED BY SIZE
				INTO WS-DETAIL-LINE
			PERFORM WRITE-REPORT-LINE
		ELSE
			PERFORM READ-DOCACK-RECORD
			PERFORM UNTIL WS-EOF
				IF DACK-EXPIRY-DATE NOT = SPACES
					AND DACK-EXPIRY-DATE NOT < WS-REPORT-DATE
					AND DACK-EXPIRY-DATE NOT > WS-WINDOW-END
					PERFORM WRITE-EXPIRING-LINE
				END-IF
				PERFORM READ-DOCACK-RECORD
			END-PERFORM
			CLOSE DOCACK-FILE
		END-IF.

	READ-DOCACK-RECORD.
		READ DOCACK-FILE NEXT RECORD
			AT END SET WS-EOF TO TRUE
		END-READ.

	WRITE-EXPIRING-LINE.
		ADD 1 TO WS-EXPIRING-COUNT.
		MOVE DACK-EXPIRY-DATE TO WS-DATE-NUMERIC.
		COMPUTE WS-EXPIRY-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC).
		COMPUTE WS-DAYS-LEFT =
			WS-EXPIRY-DAY-NUMBER - WS-REPORT-DAY-NUMBER.
		MOVE SPACES TO WS-DETAIL-LINE.
		STRING DACK-NAME " " DACK-DOC-TYPE " " DACK-SIGNED-DATE
			" " DACK-EXPIRY-DATE " " WS-DAYS-LEFT
			DELIMITED BY SIZE INTO WS-DETAIL-LINE.
		CALL "CharConv" USING WS-DEVICE-TYPE WS-DETAIL-LINE.
		PERFORM WRITE-REPORT-LINE.

	WRITE-REPORT-LINE.
		MOVE WS-DETAIL-LINE TO DOCEXP-REPORT-LINE.
		WRITE DOCEXP-REPORT-LINE.
