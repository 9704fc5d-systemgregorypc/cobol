*> Interactive maintenance transaction for the DOCACK acknowledgment
*> register: the desk keys in a visitor's name and the document
*> (IND safety induction, NDA non-disclosure agreement) and records
*> the signature just taken - a first signature or a renewal - with
*> its expiry; a supervisor may also remove a signature recorded in
*> error. This is how a visitor UserInput held at the desk for a
*> missing or expired signature gets through on the next capture.
*> Recording is open to any signed-on operator, since the visitor
*> signs in front of the desk; removal is supervisor-only, the same
*> gate BarMaint.cbl puts on its list.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DocMaint.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DOCACK-FILE ASSIGN TO "DOCACK"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DACK-KEY
			FILE STATUS IS WS-DOCACK-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD DOCACK-FILE.
	COPY DOCACKR.
	WORKING-STORAGE SECTION.
	01 WS-DOCACK-STATUS	PIC X(02).
	01 WS-TARGET-NAME	PIC X(30).
	01 WS-TARGET-TYPE	PIC X(03).
		88 WS-TYPE-VALID		VALUES 'IND' 'NDA'.
	01 WS-ACTION		PIC X(01).
	01 WS-QUIT-SW		PIC X(01) VALUE 'N'.
		88 WS-QUIT			VALUE 'Y'.
	01 WS-FOUND-SW		PIC X(01).
		88 WS-RECORD-FOUND		VALUE 'Y'.
	01 WS-NAME-VALID-SW	PIC X(01).
		88 WS-NAME-VALID		VALUE 'Y'.
	01 WS-TODAY-DATE	PIC X(21).
	01 WS-DATE-NUMERIC	PIC 9(08).
	01 WS-DAY-NUMBER	PIC 9(07).
	01 WS-INDUCTION-DAYS	PIC 9(04) VALUE 365.
	01 WS-NDA-DAYS		PIC 9(04) VALUE 730.
	01 WS-DEFAULT-EXPIRY	PIC X(08).
	01 WS-NEW-EXPIRY	PIC X(08).
	01 WS-SIGNON-FUNCTION	PIC X(06) VALUE 'SIGNON'.
	01 WS-OPERATOR-ID	PIC X(08).
	01 WS-AUTH-LEVEL	PIC X(01).
	01 WS-SIGNON-SW		PIC X(01).
		88 WS-SIGNON-OK			VALUE 'Y'.
	01 WS-JOB-NAME		PIC X(08) VALUE 'DOCMAINT'.
	01 WS-OUTCOME		PIC X(08).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		CALL "OperSign" USING WS-SIGNON-FUNCTION WS-OPERATOR-ID
			WS-AUTH-LEVEL WS-SIGNON-SW.
		IF NOT WS-SIGNON-OK
			STOP RUN
		END-IF.
		PERFORM OPEN-DOCACK-FILE.
		PERFORM UNTIL WS-QUIT
			PERFORM MAINTAIN-ACKNOWLEDGMENT
			PERFORM ASK-CONTINUE
		END-PERFORM.
		CLOSE DOCACK-FILE.
		STOP RUN.

*> Same "35" create-then-reopen handling UserMaint.cbl uses, so the
*> first signature ever recorded does not fail into an unopened file.
	OPEN-DOCACK-FILE.
		OPEN I-O DOCACK-FILE.
		IF WS-DOCACK-STATUS = "35"
			OPEN OUTPUT DOCACK-FILE
			CLOSE DOCACK-FILE
			OPEN I-O DOCACK-FILE
		END-IF.

*> The same NameValid check the capture paths use: a signature under
*> a name check-in could never capture would never clear anybody.
	MAINTAIN-ACKNOWLEDGMENT.
		DISPLAY "Nombre del visitante:".
		ACCEPT WS-TARGET-NAME.
		CALL "NameValid" USING WS-TARGET-NAME WS-NAME-VALID-SW.
		IF NOT WS-NAME-VALID
			DISPLAY "Nombre invalido."
		ELSE
			DISPLAY "Documento (IND induccion, NDA "
				"confidencialidad):"
			ACCEPT WS-TARGET-TYPE
			MOVE FUNCTION UPPER-CASE(WS-TARGET-TYPE)
				TO WS-TARGET-TYPE
			IF NOT WS-TYPE-VALID
				DISPLAY "Documento invalido."
			ELSE
				MOVE WS-TARGET-NAME TO DACK-NAME
				MOVE WS-TARGET-TYPE TO DACK-DOC-TYPE
				READ DOCACK-FILE
					INVALID KEY MOVE 'N' TO WS-FOUND-SW
					NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
				END-READ
				IF WS-RECORD-FOUND
					PERFORM MAINTAIN-EXISTING-SIGNATURE
				ELSE
					PERFORM RECORD-FIRST-SIGNATURE
				END-IF
			END-IF
		END-IF.

	MAINTAIN-EXISTING-SIGNATURE.
		DISPLAY "Firmado: " DACK-NAME " " DACK-DOC-TYPE
			" el " DACK-SIGNED-DATE " caduca " DACK-EXPIRY-DATE.
		DISPLAY "(R)enovar firma  (E)liminar  (N)ada:".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		EVALUATE WS-ACTION
			WHEN 'R'
				PERFORM ASK-FOR-EXPIRY
				IF WS-NEW-EXPIRY NOT = SPACES
					PERFORM STAMP-THE-SIGNATURE
					REWRITE DOCACK-RECORD
					IF WS-DOCACK-STATUS = "00"
						MOVE 'CORRECT' TO WS-OUTCOME
						DISPLAY "Firma renovada hasta "
							DACK-EXPIRY-DATE "."
					ELSE
						DISPLAY "Error al renovar firma, status "
							WS-DOCACK-STATUS
						MOVE 'RWFAIL' TO WS-OUTCOME
					END-IF
					CALL "AuditLog" USING WS-JOB-NAME
						WS-OPERATOR-ID WS-OUTCOME
				END-IF
			WHEN 'E'
				PERFORM REMOVE-THE-SIGNATURE
			WHEN OTHER
				CONTINUE
		END-EVALUATE.

*> Removing a signature can stop a visitor at the desk tomorrow, so
*> it is a supervisor's decision; the refusal is audited.
	REMOVE-THE-SIGNATURE.
		IF WS-AUTH-LEVEL NOT = 'S'
			DISPLAY "Se requiere nivel supervisor para eliminar "
				"una firma."
			MOVE 'NOAUTH' TO WS-OUTCOME
		ELSE
			DELETE DOCACK-FILE RECORD
			IF WS-DOCACK-STATUS = "00"
				MOVE 'DELETE' TO WS-OUTCOME
			ELSE
				DISPLAY "Error al eliminar firma, status "
					WS-DOCACK-STATUS
				MOVE 'DELFAIL' TO WS-OUTCOME
			END-IF
		END-IF.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
			WS-OUTCOME.

	RECORD-FIRST-SIGNATURE.
		DISPLAY "Sin firma registrada. (R)egistrar firma  (N)ada:".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		IF WS-ACTION = 'R'
			PERFORM ASK-FOR-EXPIRY
			IF WS-NEW-EXPIRY NOT = SPACES
				MOVE WS-TARGET-NAME TO DACK-NAME
				MOVE WS-TARGET-TYPE TO DACK-DOC-TYPE
				PERFORM STAMP-THE-SIGNATURE
				WRITE DOCACK-RECORD
				IF WS-DOCACK-STATUS = "00"
					MOVE 'ADD' TO WS-OUTCOME
					DISPLAY "Firma registrada hasta "
						DACK-EXPIRY-DATE "."
				ELSE
					DISPLAY "Error al registrar firma, status "
						WS-DOCACK-STATUS
					MOVE 'WRTFAIL' TO WS-OUTCOME
				END-IF
				CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
					WS-OUTCOME
			END-IF
		END-IF.

	STAMP-THE-SIGNATURE.
		MOVE WS-TODAY-DATE(1:8) TO DACK-SIGNED-DATE.
		MOVE WS-NEW-EXPIRY TO DACK-EXPIRY-DATE.
		MOVE WS-OPERATOR-ID TO DACK-RECORDED-BY.

*> The induction is re-watched yearly and the NDA re-signed every
*> two years unless the document itself says otherwise, so a blank
*> answer takes that default - found with the same INTEGER-OF-DATE
*> arithmetic OperSign.cbl uses for its password age. A keyed date
*> already past would record a signature that clears nobody, so it
*> is refused and nothing is recorded (WS-NEW-EXPIRY left SPACES).
	ASK-FOR-EXPIRY.
		MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
		MOVE WS-TODAY-DATE(1:8) TO WS-DATE-NUMERIC.
		COMPUTE WS-DAY-NUMBER =
			FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC).
		IF WS-TARGET-TYPE = 'IND'
			ADD WS-INDUCTION-DAYS TO WS-DAY-NUMBER
		ELSE
			ADD WS-NDA-DAYS TO WS-DAY-NUMBER
		END-IF.
		COMPUTE WS-DATE-NUMERIC =
			FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
		MOVE WS-DATE-NUMERIC TO WS-DEFAULT-EXPIRY.
		DISPLAY "Caducidad AAAAMMDD (vacio = " WS-DEFAULT-EXPIRY
			"):".
		ACCEPT WS-NEW-EXPIRY.
		IF WS-NEW-EXPIRY = SPACES
			MOVE WS-DEFAULT-EXPIRY TO WS-NEW-EXPIRY
		ELSE
			IF WS-NEW-EXPIRY IS NOT NUMERIC
				OR WS-NEW-EXPIRY < WS-TODAY-DATE(1:8)
				DISPLAY "Fecha de caducidad invalida, firma no "
					"registrada."
				MOVE SPACES TO WS-NEW-EXPIRY
			END-IF
		END-IF.

	ASK-CONTINUE.
		DISPLAY "Otra firma? (S/N):".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		IF WS-ACTION = 'N'
			SET WS-QUIT TO TRUE
		END-IF.
