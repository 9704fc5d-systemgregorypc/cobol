*> Interactive maintenance transaction for the PASSMAST contractor
*> passes: a signed-on supervisor keys in the number printed on the
*> pass card and either issues a new pass - holder, sponsoring host,
*> validity dates, permitted days and hours - renews an existing one
*> to a later expiry, or revokes it. A revoked pass stays on file so
*> the desk can tell a revoked card from a number never issued.
*> Restricted to supervisor-level operators, since a pass lets its
*> holder skip the appointment match every day for months - the
*> same gate BarMaint.cbl puts on its list.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PassMaint.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PASSMAST-FILE ASSIGN TO "PASSMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PASS-NUMBER
			FILE STATUS IS WS-PASSMAST-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD PASSMAST-FILE.
	COPY PASSREC.
	WORKING-STORAGE SECTION.
	01 WS-PASSMAST-STATUS	PIC X(02).
	01 WS-PASS-ENTRY	PIC X(06).
	01 WS-PASS-NO		PIC 9(06).
	01 WS-ACTION		PIC X(01).
	01 WS-QUIT-SW		PIC X(01) VALUE 'N'.
		88 WS-QUIT			VALUE 'Y'.
	01 WS-FOUND-SW		PIC X(01).
		88 WS-RECORD-FOUND		VALUE 'Y'.
	01 WS-ENTRY-OK-SW	PIC X(01).
		88 WS-ENTRY-OK			VALUE 'Y'.
	01 WS-NAME-VALID-SW	PIC X(01).
		88 WS-NAME-VALID		VALUE 'Y'.
	01 WS-HOST-EXTENSION	PIC X(05).
	01 WS-HOST-VALID-SW	PIC X(01).
		88 WS-HOST-VALID		VALUE 'Y'.
	01 WS-NEW-NAME		PIC X(30).
	01 WS-NEW-HOST		PIC X(30).
	01 WS-NEW-FROM		PIC X(08).
	01 WS-NEW-TO		PIC X(08).
	01 WS-NEW-DAYS		PIC X(07).
	01 WS-DAY-TALLY		PIC 9(02).
	01 WS-TIME-ENTRY	PIC X(04).
	01 WS-NEW-FROM-TIME	PIC 9(04).
	01 WS-NEW-TO-TIME	PIC 9(04).
	01 WS-DEFAULT-DAYS	PIC X(07) VALUE 'YYYYYNN'.
	01 WS-DEFAULT-FROM-TIME	PIC 9(04) VALUE 0600.
	01 WS-DEFAULT-TO-TIME	PIC 9(04) VALUE 2200.
	01 WS-TERM-DAYS		PIC 9(04) VALUE 90.
	01 WS-TODAY-DATE	PIC X(21).
	01 WS-BASE-DATE		PIC X(08).
	01 WS-DEFAULT-EXPIRY	PIC X(08).
	01 WS-DATE-NUMERIC	PIC 9(08).
	01 WS-DAY-NUMBER	PIC 9(07).
	01 WS-SIGNON-FUNCTION	PIC X(06) VALUE 'SIGNON'.
	01 WS-OPERATOR-ID	PIC X(08).
	01 WS-AUTH-LEVEL	PIC X(01).
	01 WS-SIGNON-SW		PIC X(01).
		88 WS-SIGNON-OK			VALUE 'Y'.
	01 WS-JOB-NAME		PIC X(08) VALUE 'PASSMNT'.
	01 WS-OUTCOME		PIC X(08).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		CALL "OperSign" USING WS-SIGNON-FUNCTION WS-OPERATOR-ID
			WS-AUTH-LEVEL WS-SIGNON-SW.
		IF NOT WS-SIGNON-OK
			STOP RUN
		END-IF.
		IF WS-AUTH-LEVEL NOT = 'S'
			DISPLAY "Se requiere nivel supervisor para mantener "
				"los pases de contratista."
			MOVE 'NOAUTH' TO WS-OUTCOME
			CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
				WS-OUTCOME
			STOP RUN
		END-IF.
		PERFORM OPEN-PASSMAST-FILE.
		PERFORM UNTIL WS-QUIT
			PERFORM MAINTAIN-CONTRACTOR-PASS
			PERFORM ASK-CONTINUE
		END-PERFORM.
		CLOSE PASSMAST-FILE.
		STOP RUN.

*> Same "35" create-then-reopen handling UserMaint.cbl uses, so the
*> first pass ever issued does not fail into an unopened file.
	OPEN-PASSMAST-FILE.
		OPEN I-O PASSMAST-FILE.
		IF WS-PASSMAST-STATUS = "35"
			OPEN OUTPUT PASSMAST-FILE
			CLOSE PASSMAST-FILE
			OPEN I-O PASSMAST-FILE
		END-IF.

	MAINTAIN-CONTRACTOR-PASS.
		MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
		DISPLAY "Numero de pase:".
		ACCEPT WS-PASS-ENTRY.
		MOVE 0 TO WS-PASS-NO.
		IF WS-PASS-ENTRY NOT = SPACES
			COMPUTE WS-PASS-NO = FUNCTION NUMVAL(WS-PASS-ENTRY)
		END-IF.
		IF WS-PASS-NO = 0
			DISPLAY "Numero de pase invalido."
		ELSE
			MOVE WS-PASS-NO TO PASS-NUMBER
			READ PASSMAST-FILE
				INVALID KEY MOVE 'N' TO WS-FOUND-SW
				NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
			END-READ
			IF WS-RECORD-FOUND
				PERFORM MAINTAIN-EXISTING-PASS
			ELSE
				PERFORM ISSUE-NEW-PASS
			END-IF
		END-IF.

	MAINTAIN-EXISTING-PASS.
		PERFORM SHOW-THE-PASS.
		IF PASS-REVOKED
			DISPLAY "Pase revocado; para readmitir al contratista "
				"emita un pase nuevo."
		ELSE
			DISPLAY "(R)enovar  re(V)ocar  (N)ada:"
			ACCEPT WS-ACTION
			MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
			EVALUATE WS-ACTION
				WHEN 'R'
					PERFORM RENEW-THE-PASS
				WHEN 'V'
					PERFORM REVOKE-THE-PASS
				WHEN OTHER
					CONTINUE
			END-EVALUATE
		END-IF.

	SHOW-THE-PASS.
		DISPLAY "Pase " PASS-NUMBER " de " PASS-NAME.
		DISPLAY "  Anfitrion " PASS-HOST.
		DISPLAY "  Valido del " PASS-VALID-FROM " al " PASS-VALID-TO
			" dias (L-D) " PASS-DAYS " de " PASS-FROM-TIME " a "
			PASS-TO-TIME.
		IF PASS-REVOKED
			DISPLAY "  REVOCADO el " PASS-UPDATED-DATE " por "
				PASS-UPDATED-BY
		END-IF.

*> A renewal runs on from the current expiry, or from today for a
*> pass that has already lapsed, so the sponsor renewing early does
*> not lose the days still left on the card. The sponsor is checked
*> again as on issue (HostValid): a pass whose host has since left
*> is not renewed - issue a new one under a current host instead.
	RENEW-THE-PASS.
		MOVE 'N' TO WS-ENTRY-OK-SW.
		CALL "HostValid" USING PASS-HOST WS-HOST-EXTENSION
			WS-HOST-VALID-SW.
		IF NOT WS-HOST-VALID
			DISPLAY "Anfitrion " PASS-HOST " no figura en el "
				"maestro de empleados; pase no renovado."
		ELSE
			IF PASS-VALID-TO < WS-TODAY-DATE(1:8)
				MOVE WS-TODAY-DATE(1:8) TO WS-BASE-DATE
			ELSE
				MOVE PASS-VALID-TO TO WS-BASE-DATE
			END-IF
			PERFORM ASK-FOR-EXPIRY
		END-IF.
		IF WS-ENTRY-OK
			MOVE WS-NEW-TO TO PASS-VALID-TO
			PERFORM STAMP-THE-PASS
			REWRITE PASS-RECORD
			IF WS-PASSMAST-STATUS = "00"
				MOVE 'RENEW' TO WS-OUTCOME
				DISPLAY "Pase renovado hasta " PASS-VALID-TO "."
			ELSE
				DISPLAY "Error al renovar pase, status "
					WS-PASSMAST-STATUS
				MOVE 'RWFAIL' TO WS-OUTCOME
			END-IF
			CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
				WS-OUTCOME
		END-IF.

	REVOKE-THE-PASS.
		SET PASS-REVOKED TO TRUE.
		PERFORM STAMP-THE-PASS.
		REWRITE PASS-RECORD.
		IF WS-PASSMAST-STATUS = "00"
			MOVE 'REVOKE' TO WS-OUTCOME
			DISPLAY "Pase " PASS-NUMBER " revocado."
		ELSE
			DISPLAY "Error al revocar pase, status "
				WS-PASSMAST-STATUS
			MOVE 'RWFAIL' TO WS-OUTCOME
		END-IF.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
			WS-OUTCOME.

*> Each answer is checked as it is keyed and the first bad one ends
*> the issue with nothing written. The holder must be a name the
*> capture path accepts (NameValid) and the sponsor a current
*> employee on HOSTMAST (HostValid), since the sponsor is the
*> person the desk calls every morning the contractor arrives.
	ISSUE-NEW-PASS.
		DISPLAY "Pase no emitido. (E)mitir pase  (N)ada:".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		IF WS-ACTION = 'E'
			MOVE 'N' TO WS-ENTRY-OK-SW
			PERFORM ASK-FOR-HOLDER
			IF WS-ENTRY-OK
				PERFORM ASK-FOR-VALIDITY
			END-IF
			IF WS-ENTRY-OK
				PERFORM ASK-FOR-DAYS
			END-IF
			IF WS-ENTRY-OK
				PERFORM ASK-FOR-HOURS
			END-IF
			IF WS-ENTRY-OK
				PERFORM WRITE-NEW-PASS
			ELSE
				DISPLAY "Pase no emitido."
			END-IF
		END-IF.

	ASK-FOR-HOLDER.
		MOVE 'N' TO WS-ENTRY-OK-SW.
		DISPLAY "Nombre del contratista:".
		ACCEPT WS-NEW-NAME.
		CALL "NameValid" USING WS-NEW-NAME WS-NAME-VALID-SW.
		IF NOT WS-NAME-VALID
			DISPLAY "Nombre invalido."
		ELSE
			DISPLAY "Anfitrion responsable:"
			ACCEPT WS-NEW-HOST
			CALL "HostValid" USING WS-NEW-HOST WS-HOST-EXTENSION
				WS-HOST-VALID-SW
			IF WS-HOST-VALID
				SET WS-ENTRY-OK TO TRUE
			ELSE
				DISPLAY "Anfitrion " WS-NEW-HOST " no figura en el "
					"maestro de empleados."
			END-IF
		END-IF.

*> The start date defaults to today and the expiry to the usual
*> contract term after it, found with the same INTEGER-OF-DATE
*> arithmetic DocMaint.cbl uses for a signature's expiry.
	ASK-FOR-VALIDITY.
		MOVE 'N' TO WS-ENTRY-OK-SW.
		DISPLAY "Valido desde AAAAMMDD (vacio = "
			WS-TODAY-DATE(1:8) "):".
		ACCEPT WS-NEW-FROM.
		IF WS-NEW-FROM = SPACES
			MOVE WS-TODAY-DATE(1:8) TO WS-NEW-FROM
		END-IF.
		IF WS-NEW-FROM IS NOT NUMERIC
			DISPLAY "Fecha de inicio invalida."
		ELSE
			MOVE WS-NEW-FROM TO WS-DATE-NUMERIC
			IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC) NOT = 0
				DISPLAY "Fecha de inicio invalida."
			ELSE
				MOVE WS-NEW-FROM TO WS-BASE-DATE
				PERFORM ASK-FOR-EXPIRY
			END-IF
		END-IF.

*> A keyed expiry before the start (or before today) would issue a
*> pass that admits nobody, so it is refused.
	ASK-FOR-EXPIRY.
		MOVE 'N' TO WS-ENTRY-OK-SW.
		MOVE WS-BASE-DATE TO WS-DATE-NUMERIC.
		COMPUTE WS-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
			+ WS-TERM-DAYS.
		COMPUTE WS-DATE-NUMERIC =
			FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
		MOVE WS-DATE-NUMERIC TO WS-DEFAULT-EXPIRY.
		DISPLAY "Valido hasta AAAAMMDD (vacio = " WS-DEFAULT-EXPIRY
			"):".
		ACCEPT WS-NEW-TO.
		IF WS-NEW-TO = SPACES
			MOVE WS-DEFAULT-EXPIRY TO WS-NEW-TO
		END-IF.
		IF WS-NEW-TO IS NOT NUMERIC
			OR WS-NEW-TO < WS-BASE-DATE
			OR WS-NEW-TO < WS-TODAY-DATE(1:8)
			DISPLAY "Fecha de caducidad invalida."
		ELSE
			MOVE WS-NEW-TO TO WS-DATE-NUMERIC
			IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC) NOT = 0
				DISPLAY "Fecha de caducidad invalida."
			ELSE
				SET WS-ENTRY-OK TO TRUE
			END-IF
		END-IF.

*> One letter per weekday, Monday first: S (si) or Y admits the
*> holder that day, N does not. Cleaning crews mostly work the
*> weekdays, so that is the default.
	ASK-FOR-DAYS.
		MOVE 'N' TO WS-ENTRY-OK-SW.
		DISPLAY "Dias permitidos L-D, S/N por dia (vacio = "
			"SSSSSNN):".
		ACCEPT WS-NEW-DAYS.
		MOVE FUNCTION UPPER-CASE(WS-NEW-DAYS) TO WS-NEW-DAYS.
		IF WS-NEW-DAYS = SPACES
			MOVE WS-DEFAULT-DAYS TO WS-NEW-DAYS
		END-IF.
		INSPECT WS-NEW-DAYS REPLACING ALL 'S' BY 'Y'.
		MOVE 0 TO WS-DAY-TALLY.
		INSPECT WS-NEW-DAYS TALLYING WS-DAY-TALLY
			FOR ALL 'Y' ALL 'N'.
		IF WS-DAY-TALLY NOT = 7
			DISPLAY "Dias invalidos: siete letras S o N."
		ELSE
			IF WS-NEW-DAYS = 'NNNNNNN'
				DISPLAY "El pase debe admitir al menos un dia."
			ELSE
				SET WS-ENTRY-OK TO TRUE
			END-IF
		END-IF.

*> Both times are clock times, HHMM, checked hour and minute the way
*> SiteMaint checks the closing time.
	ASK-FOR-HOURS.
		MOVE 'N' TO WS-ENTRY-OK-SW.
		DISPLAY "Hora de entrada desde HHMM (vacio = "
			WS-DEFAULT-FROM-TIME "):".
		ACCEPT WS-TIME-ENTRY.
		IF WS-TIME-ENTRY = SPACES
			MOVE WS-DEFAULT-FROM-TIME TO WS-TIME-ENTRY
		END-IF.
		IF WS-TIME-ENTRY IS NUMERIC
			MOVE WS-TIME-ENTRY TO WS-NEW-FROM-TIME
			DISPLAY "Hora de entrada hasta HHMM (vacio = "
				WS-DEFAULT-TO-TIME "):"
			ACCEPT WS-TIME-ENTRY
			IF WS-TIME-ENTRY = SPACES
				MOVE WS-DEFAULT-TO-TIME TO WS-TIME-ENTRY
			END-IF
			IF WS-TIME-ENTRY IS NUMERIC
				MOVE WS-TIME-ENTRY TO WS-NEW-TO-TIME
				IF WS-NEW-FROM-TIME(1:2) > '23'
					OR WS-NEW-FROM-TIME(3:2) > '59'
					OR WS-NEW-TO-TIME(1:2) > '23'
					OR WS-NEW-TO-TIME(3:2) > '59'
					OR WS-NEW-FROM-TIME > WS-NEW-TO-TIME
					DISPLAY "Horario invalido."
				ELSE
					SET WS-ENTRY-OK TO TRUE
				END-IF
			ELSE
				DISPLAY "Horario invalido."
			END-IF
		ELSE
			DISPLAY "Horario invalido."
		END-IF.

	WRITE-NEW-PASS.
		MOVE WS-PASS-NO TO PASS-NUMBER.
		MOVE WS-NEW-NAME TO PASS-NAME.
		MOVE WS-NEW-HOST TO PASS-HOST.
		MOVE WS-NEW-FROM TO PASS-VALID-FROM.
		MOVE WS-NEW-TO TO PASS-VALID-TO.
		MOVE WS-NEW-DAYS TO PASS-DAYS.
		MOVE WS-NEW-FROM-TIME TO PASS-FROM-TIME.
		MOVE WS-NEW-TO-TIME TO PASS-TO-TIME.
		SET PASS-ACTIVE TO TRUE.
		PERFORM STAMP-THE-PASS.
		WRITE PASS-RECORD.
		IF WS-PASSMAST-STATUS = "00"
			MOVE 'ADD' TO WS-OUTCOME
			DISPLAY "Pase " PASS-NUMBER " emitido hasta "
				PASS-VALID-TO "."
		ELSE
			DISPLAY "Error al emitir pase, status "
				WS-PASSMAST-STATUS
			MOVE 'WRTFAIL' TO WS-OUTCOME
		END-IF.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
			WS-OUTCOME.

	STAMP-THE-PASS.
		MOVE WS-OPERATOR-ID TO PASS-UPDATED-BY.
		MOVE WS-TODAY-DATE(1:8) TO PASS-UPDATED-DATE.

	ASK-CONTINUE.
		DISPLAY "Otro pase? (S/N):".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		IF WS-ACTION = 'N'
			SET WS-QUIT TO TRUE
		END-IF.
