*> Interactive maintenance transaction for the RATECTL chargeback
*> rates: a signed-on supervisor keys in the month a set of rates
*> takes effect from (YYYYMM) and either records the rates for it -
*> per visit, per visitor-hour, per badge not returned - with the
*> ledger account they post to, changes them, or removes them.
*> ChargeRpt charges each month at the latest rates in force for it,
*> so a new tariff is a new month here, not an edit of the old one.
*> Supervisor-only, the way SiteMaint guards the occupancy limit:
*> these figures become money on another department's budget.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RateMaint.
	AUTHOR. jose gregorio .
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT RATECTL-FILE ASSIGN TO "RATECTL"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RATE-FROM-MONTH
			FILE STATUS IS WS-RATECTL-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD RATECTL-FILE.
	COPY RATEREC.
	WORKING-STORAGE SECTION.
	01 WS-RATECTL-STATUS	PIC X(02).
	01 WS-TARGET-MONTH	PIC X(06).
	01 WS-ACTION		PIC X(01).
	01 WS-QUIT-SW		PIC X(01) VALUE 'N'.
		88 WS-QUIT			VALUE 'Y'.
	01 WS-FOUND-SW		PIC X(01).
		88 WS-RECORD-FOUND		VALUE 'Y'.
	01 WS-RATES-OK-SW	PIC X(01).
		88 WS-RATES-OK			VALUE 'Y'.
	01 WS-EOF-SW		PIC X(01).
		88 WS-EOF			VALUE 'Y'.
	01 WS-AMOUNT-ENTRY	PIC X(08).
	01 WS-AMOUNT-SIGNED	PIC S9(05)V99.
	01 WS-AMOUNT		PIC 9(03)V99.
	01 WS-ACCOUNT-ENTRY	PIC X(08).
	01 WS-NEW-VISIT-RATE	PIC 9(03)V99.
	01 WS-NEW-HOUR-RATE	PIC 9(03)V99.
	01 WS-NEW-BADGE-RATE	PIC 9(03)V99.
	01 WS-NEW-ACCOUNT	PIC X(08).
	01 WS-VISIT-DISPLAY	PIC ZZ9.99.
	01 WS-HOUR-DISPLAY	PIC ZZ9.99.
	01 WS-BADGE-DISPLAY	PIC ZZ9.99.
	01 WS-TODAY-DATE	PIC X(21).
	01 WS-SIGNON-FUNCTION	PIC X(06) VALUE 'SIGNON'.
	01 WS-OPERATOR-ID	PIC X(08).
	01 WS-AUTH-LEVEL	PIC X(01).
	01 WS-SIGNON-SW		PIC X(01).
		88 WS-SIGNON-OK			VALUE 'Y'.
	01 WS-JOB-NAME		PIC X(08) VALUE 'RATEMNT'.
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
				"las tarifas de repercusion."
			MOVE 'NOAUTH' TO WS-OUTCOME
			CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
				WS-OUTCOME
			STOP RUN
		END-IF.
		PERFORM OPEN-RATECTL-FILE.
		PERFORM LIST-THE-RATES.
		PERFORM UNTIL WS-QUIT
			PERFORM MAINTAIN-RATES
			PERFORM ASK-CONTINUE
		END-PERFORM.
		CLOSE RATECTL-FILE.
		STOP RUN.

*> Same "35" create-then-reopen handling UserMaint.cbl uses, so the
*> first tariff ever recorded does not fail into an unopened file.
	OPEN-RATECTL-FILE.
		OPEN I-O RATECTL-FILE.
		IF WS-RATECTL-STATUS = "35"
			OPEN OUTPUT RATECTL-FILE
			CLOSE RATECTL-FILE
			OPEN I-O RATECTL-FILE
		END-IF.

*> The whole tariff history is a handful of records; it is shown up
*> front so the supervisor sees which month is in force before
*> keying a new one.
	LIST-THE-RATES.
		MOVE LOW-VALUES TO RATE-FROM-MONTH.
		MOVE 'N' TO WS-EOF-SW.
		START RATECTL-FILE KEY IS NOT LESS THAN RATE-FROM-MONTH
			INVALID KEY SET WS-EOF TO TRUE
		END-START.
		IF WS-EOF
			DISPLAY "No hay tarifas registradas."
		END-IF.
		PERFORM UNTIL WS-EOF
			READ RATECTL-FILE NEXT RECORD
				AT END SET WS-EOF TO TRUE
				NOT AT END PERFORM SHOW-THE-RATES
			END-READ
		END-PERFORM.

	MAINTAIN-RATES.
		DISPLAY "Mes de entrada en vigor (AAAAMM):".
		ACCEPT WS-TARGET-MONTH.
		IF WS-TARGET-MONTH NOT NUMERIC
			OR WS-TARGET-MONTH(5:2) < '01'
			OR WS-TARGET-MONTH(5:2) > '12'
			DISPLAY "Mes invalido."
		ELSE
			MOVE WS-TARGET-MONTH TO RATE-FROM-MONTH
			READ RATECTL-FILE
				INVALID KEY MOVE 'N' TO WS-FOUND-SW
				NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
			END-READ
			IF WS-RECORD-FOUND
				PERFORM MAINTAIN-EXISTING-RATES
			ELSE
				PERFORM RECORD-NEW-RATES
			END-IF
		END-IF.

	SHOW-THE-RATES.
		MOVE RATE-PER-VISIT TO WS-VISIT-DISPLAY.
		MOVE RATE-PER-HOUR TO WS-HOUR-DISPLAY.
		MOVE RATE-PER-BADGE TO WS-BADGE-DISPLAY.
		DISPLAY "Desde " RATE-FROM-MONTH ": visita " WS-VISIT-DISPLAY
			"  hora " WS-HOUR-DISPLAY "  gafete " WS-BADGE-DISPLAY
			"  cuenta " RATE-GL-ACCOUNT.

	MAINTAIN-EXISTING-RATES.
		PERFORM SHOW-THE-RATES.
		DISPLAY "(C)ambiar  (E)liminar  (N)ada:".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		EVALUATE WS-ACTION
			WHEN 'C'
				PERFORM ACCEPT-THE-RATES
				IF WS-RATES-OK
					PERFORM MOVE-THE-RATES
					REWRITE RATE-RECORD
					IF WS-RATECTL-STATUS = "00"
						MOVE 'CORRECT' TO WS-OUTCOME
					ELSE
						DISPLAY "Error al cambiar tarifas, "
							"status " WS-RATECTL-STATUS
						MOVE 'RWFAIL' TO WS-OUTCOME
					END-IF
					CALL "AuditLog" USING WS-JOB-NAME
						WS-OPERATOR-ID WS-OUTCOME
				END-IF
			WHEN 'E'
				DELETE RATECTL-FILE RECORD
				IF WS-RATECTL-STATUS = "00"
					MOVE 'DELETE' TO WS-OUTCOME
				ELSE
					DISPLAY "Error al eliminar tarifas, status "
						WS-RATECTL-STATUS
					MOVE 'DELFAIL' TO WS-OUTCOME
				END-IF
				CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
					WS-OUTCOME
			WHEN OTHER
				CONTINUE
		END-EVALUATE.

	RECORD-NEW-RATES.
		DISPLAY "Sin tarifas desde ese mes. (A)gregar  (N)ada:".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		IF WS-ACTION = 'A'
			MOVE WS-TARGET-MONTH TO RATE-FROM-MONTH
			MOVE 0 TO RATE-PER-VISIT
			MOVE 0 TO RATE-PER-HOUR
			MOVE 0 TO RATE-PER-BADGE
			MOVE SPACES TO RATE-GL-ACCOUNT
			PERFORM ACCEPT-THE-RATES
			IF WS-RATES-OK
				PERFORM MOVE-THE-RATES
				WRITE RATE-RECORD
				IF WS-RATECTL-STATUS = "00"
					MOVE 'ADD' TO WS-OUTCOME
				ELSE
					DISPLAY "Error al grabar tarifas, status "
						WS-RATECTL-STATUS
					MOVE 'WRTFAIL' TO WS-OUTCOME
				END-IF
				CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
					WS-OUTCOME
			END-IF
		END-IF.

*> Every figure is keyed as text and read with NUMVAL, the way
*> PassMaint reads a pass number; an empty answer keeps the figure
*> already on the record. A rate that is not a number, is negative
*> or does not fit 999.99 - or a missing ledger account - refuses
*> the whole set, so a half-keyed tariff never reaches the charge.
	ACCEPT-THE-RATES.
		MOVE 'Y' TO WS-RATES-OK-SW.
		MOVE RATE-PER-VISIT TO WS-AMOUNT.
		DISPLAY "Importe por visita:".
		PERFORM ACCEPT-ONE-RATE.
		MOVE WS-AMOUNT TO WS-NEW-VISIT-RATE.
		MOVE RATE-PER-HOUR TO WS-AMOUNT.
		DISPLAY "Importe por hora de visitante en sitio:".
		PERFORM ACCEPT-ONE-RATE.
		MOVE WS-AMOUNT TO WS-NEW-HOUR-RATE.
		MOVE RATE-PER-BADGE TO WS-AMOUNT.
		DISPLAY "Importe por gafete no devuelto:".
		PERFORM ACCEPT-ONE-RATE.
		MOVE WS-AMOUNT TO WS-NEW-BADGE-RATE.
		DISPLAY "Cuenta contable de repercusion:".
		ACCEPT WS-ACCOUNT-ENTRY.
		IF WS-ACCOUNT-ENTRY = SPACES
			MOVE RATE-GL-ACCOUNT TO WS-NEW-ACCOUNT
		ELSE
			MOVE FUNCTION UPPER-CASE(WS-ACCOUNT-ENTRY)
				TO WS-NEW-ACCOUNT
		END-IF.
		IF WS-NEW-ACCOUNT = SPACES
			DISPLAY "Falta la cuenta contable."
			MOVE 'N' TO WS-RATES-OK-SW
		END-IF.
		IF NOT WS-RATES-OK
			DISPLAY "Tarifas no grabadas."
		END-IF.

	ACCEPT-ONE-RATE.
		ACCEPT WS-AMOUNT-ENTRY.
		IF WS-AMOUNT-ENTRY NOT = SPACES
			IF FUNCTION TEST-NUMVAL(WS-AMOUNT-ENTRY) NOT = 0
				DISPLAY "Importe invalido: " WS-AMOUNT-ENTRY
				MOVE 'N' TO WS-RATES-OK-SW
			ELSE
				COMPUTE WS-AMOUNT-SIGNED =
					FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
				IF WS-AMOUNT-SIGNED < 0
					OR WS-AMOUNT-SIGNED > 999.99
					DISPLAY "Importe fuera de rango: "
						WS-AMOUNT-ENTRY
					MOVE 'N' TO WS-RATES-OK-SW
				ELSE
					MOVE WS-AMOUNT-SIGNED TO WS-AMOUNT
				END-IF
			END-IF
		END-IF.

	MOVE-THE-RATES.
		MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
		MOVE WS-NEW-VISIT-RATE TO RATE-PER-VISIT.
		MOVE WS-NEW-HOUR-RATE TO RATE-PER-HOUR.
		MOVE WS-NEW-BADGE-RATE TO RATE-PER-BADGE.
		MOVE WS-NEW-ACCOUNT TO RATE-GL-ACCOUNT.
		MOVE WS-OPERATOR-ID TO RATE-UPDATED-BY.
		MOVE WS-TODAY-DATE(1:8) TO RATE-UPDATED-DATE.

	ASK-CONTINUE.
		DISPLAY "Otras tarifas? (S/N):".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		IF WS-ACTION = 'N'
			SET WS-QUIT TO TRUE
		END-IF.
