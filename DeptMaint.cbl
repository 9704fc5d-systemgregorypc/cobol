*> Interactive maintenance transaction for the DEPTMAST department
*> rules: a signed-on supervisor keys in a department, exactly as
*> HOST-DEPARTMENT on HOSTMAST spells it, and marks whether its
*> visitors must have a signed NDA on the DOCACK register before
*> UserInput lets them through, or removes the rule. Supervisor-only,
*> the same gate BarMaint.cbl puts on the barred list: these rules
*> decide who is held at the desk.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DeptMaint.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DEPT-NAME
			FILE STATUS IS WS-DEPTMAST-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD DEPTMAST-FILE.
	COPY DEPTREC.
	WORKING-STORAGE SECTION.
	01 WS-DEPTMAST-STATUS	PIC X(02).
	01 WS-TARGET-DEPT	PIC X(20).
	01 WS-ACTION		PIC X(01).
	01 WS-NDA-ANSWER	PIC X(01).
	01 WS-QUIT-SW		PIC X(01) VALUE 'N'.
		88 WS-QUIT			VALUE 'Y'.
	01 WS-FOUND-SW		PIC X(01).
		88 WS-RECORD-FOUND		VALUE 'Y'.
	01 WS-SIGNON-FUNCTION	PIC X(06) VALUE 'SIGNON'.
	01 WS-OPERATOR-ID	PIC X(08).
	01 WS-AUTH-LEVEL	PIC X(01).
	01 WS-SIGNON-SW		PIC X(01).
		88 WS-SIGNON-OK			VALUE 'Y'.
	01 WS-JOB-NAME		PIC X(08) VALUE 'DEPTMNT'.
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
				"las reglas de departamento."
			MOVE 'NOAUTH' TO WS-OUTCOME
			CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
				WS-OUTCOME
			STOP RUN
		END-IF.
		PERFORM OPEN-DEPTMAST-FILE.
		PERFORM UNTIL WS-QUIT
			PERFORM MAINTAIN-DEPARTMENT
			PERFORM ASK-CONTINUE
		END-PERFORM.
		CLOSE DEPTMAST-FILE.
		STOP RUN.

*> Same "35" create-then-reopen handling UserMaint.cbl uses.
	OPEN-DEPTMAST-FILE.
		OPEN I-O DEPTMAST-FILE.
		IF WS-DEPTMAST-STATUS = "35"
			OPEN OUTPUT DEPTMAST-FILE
			CLOSE DEPTMAST-FILE
			OPEN I-O DEPTMAST-FILE
		END-IF.

	MAINTAIN-DEPARTMENT.
		DISPLAY "Departamento:".
		ACCEPT WS-TARGET-DEPT.
		IF WS-TARGET-DEPT = SPACES
			DISPLAY "Departamento invalido."
		ELSE
			MOVE WS-TARGET-DEPT TO DEPT-NAME
			READ DEPTMAST-FILE
				INVALID KEY MOVE 'N' TO WS-FOUND-SW
				NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
			END-READ
			IF WS-RECORD-FOUND
				PERFORM MAINTAIN-EXISTING-DEPARTMENT
			ELSE
				PERFORM REGISTER-NEW-DEPARTMENT
			END-IF
		END-IF.

	MAINTAIN-EXISTING-DEPARTMENT.
		DISPLAY "Departamento: " DEPT-NAME " exige NDA: "
			DEPT-NDA-SW.
		DISPLAY "(C)ambiar regla  (E)liminar  (N)ada:".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		EVALUATE WS-ACTION
			WHEN 'C'
				PERFORM ASK-NDA-RULE
				REWRITE DEPT-RECORD
				IF WS-DEPTMAST-STATUS = "00"
					MOVE 'CORRECT' TO WS-OUTCOME
				ELSE
					DISPLAY "Error al cambiar regla, status "
						WS-DEPTMAST-STATUS
					MOVE 'RWFAIL' TO WS-OUTCOME
				END-IF
				CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
					WS-OUTCOME
			WHEN 'E'
				DELETE DEPTMAST-FILE RECORD
				IF WS-DEPTMAST-STATUS = "00"
					MOVE 'DELETE' TO WS-OUTCOME
				ELSE
					DISPLAY "Error al eliminar regla, status "
						WS-DEPTMAST-STATUS
					MOVE 'DELFAIL' TO WS-OUTCOME
				END-IF
				CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
					WS-OUTCOME
			WHEN OTHER
				CONTINUE
		END-EVALUATE.

	REGISTER-NEW-DEPARTMENT.
		DISPLAY "Sin regla registrada. (A)lta  (N)ada:".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		IF WS-ACTION = 'A'
			MOVE WS-TARGET-DEPT TO DEPT-NAME
			PERFORM ASK-NDA-RULE
			WRITE DEPT-RECORD
			IF WS-DEPTMAST-STATUS = "00"
				MOVE 'ADD' TO WS-OUTCOME
			ELSE
				DISPLAY "Error al registrar regla, status "
					WS-DEPTMAST-STATUS
				MOVE 'WRTFAIL' TO WS-OUTCOME
			END-IF
			CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
				WS-OUTCOME
		END-IF.

	ASK-NDA-RULE.
		DISPLAY "Exige NDA a sus visitantes? (S/N):".
		ACCEPT WS-NDA-ANSWER.
		MOVE FUNCTION UPPER-CASE(WS-NDA-ANSWER) TO WS-NDA-ANSWER.
		IF WS-NDA-ANSWER = 'S'
			SET DEPT-NDA-REQUIRED TO TRUE
		ELSE
			SET DEPT-NDA-NOT-REQUIRED TO TRUE
		END-IF.

	ASK-CONTINUE.
		DISPLAY "Otro departamento? (S/N):".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		IF WS-ACTION = 'N'
			SET WS-QUIT TO TRUE
		END-IF.
