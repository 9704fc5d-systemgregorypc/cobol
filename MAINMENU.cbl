	01 WS-AUTH-LEVEL	PIC X(01).
	01 WS-SIGNON-SW		PIC X(01).
		88 WS-SIGNON-OK			VALUE 'Y'.
	01 WS-DESK-FUNCTION	PIC X(06) VALUE 'SET'.
	01 WS-DESK-CODE		PIC X(04) VALUE SPACES.
	01 WS-PASS-ENTRY	PIC X(06).
	01 WS-PASS-NO		PIC 9(06).

	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		IF WS-COMMAND-LINE(1:2) NOT = SPACES
			MOVE WS-COMMAND-LINE(1:2) TO WS-LANG-CODE
		END-IF.
*> The desk code after the language code (e.g. "EN NORT") ties the
*> kiosk to its lobby; a kiosk started without one asks at sign-on.
		IF WS-COMMAND-LINE(4:4) NOT = SPACES
			MOVE WS-COMMAND-LINE(4:4) TO WS-DESK-CODE
		END-IF.
*> The desk operator opening the kiosk signs on once; OperSign
*> remembers the ID for the whole run unit, so every capture and
*> greeting audited downstream carries the real operator.
		IF NOT WS-SIGNON-OK
			STOP RUN
		END-IF.
*> The north and south lobbies share one USERMAST; the desk the
*> operator signs on at is remembered by OperSign for the run unit
*> and stamped on every capture, and the lobby's own occupancy limit
*> is enforced against it.
		PERFORM UNTIL WS-DESK-CODE NOT = SPACES
			DISPLAY "Codigo de recepcion (mostrador):"
			ACCEPT WS-DESK-CODE
		END-PERFORM.
		CALL "OperSignDesk" USING WS-DESK-FUNCTION WS-DESK-CODE.
*> A contractor on a long-term pass keys the pass number instead of
*> a name and gets the express check-in; everybody else presses
*> enter and is captured as before.
		DISPLAY "Numero de pase de contratista (vacio = visitante):".
		ACCEPT WS-PASS-ENTRY.
		IF WS-PASS-ENTRY = SPACES
			CALL "UserInputCaptured" USING WS-VISITOR-NAME
				WS-RETURNING-SW WS-STORE-OK-SW
		ELSE
			COMPUTE WS-PASS-NO = FUNCTION NUMVAL(WS-PASS-ENTRY)
			CALL "UserInputPass" USING WS-PASS-NO WS-VISITOR-NAME
				WS-RETURNING-SW WS-STORE-OK-SW
		END-IF.
*> A capture the storing path refused - barred visitor, occupancy
*> limit - or failed to write must not be followed by a greeting;
*> the desk just turned that visitor away.
