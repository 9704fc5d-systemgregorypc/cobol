*>            has signed on yet this run unit, sign on first, so a
*>            program reached through MAINMENU/BATCHRUN and the same
*>            program run standalone both end up signed on.
*> The OperSignDesk entry remembers, the same way, which reception
*> desk (lobby) the operator signed on at - MAINMENU sets it at
*> sign-on - so every capture in the run unit is stamped with the
*> desk it came in through:
*>   SET    - remember the given desk code.
*>   QUERY  - return the remembered desk code, SPACES if none.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. OperSign.
	AUTHOR. jose gregorio .
		88 WS-SIGNED-ON			VALUE 'Y'.
	01 WS-CURRENT-OPERATOR	PIC X(08) VALUE SPACES.
	01 WS-CURRENT-AUTH	PIC X(01) VALUE SPACES.
	01 WS-CURRENT-DESK	PIC X(04) VALUE SPACES.
	01 WS-ATTEMPT-COUNT	PIC 9(01).
	01 WS-MAX-ATTEMPTS	PIC 9(01) VALUE 3.
	01 WS-ENTERED-ID	PIC X(08).
	01 LS-SIGNON-SW		PIC X(01).
		88 LS-SIGNON-OK		VALUE 'Y'.
		88 LS-SIGNON-FAILED	VALUE 'N'.
	01 LS-DESK-FUNCTION	PIC X(06).
		88 LS-DESK-SET		VALUE 'SET'.
		88 LS-DESK-QUERY	VALUE 'QUERY'.
	01 LS-DESK-CODE		PIC X(04).

	PROCEDURE DIVISION USING LS-FUNCTION LS-OPERATOR-ID LS-AUTH-LEVEL
		LS-SIGNON-SW.
		MOVE WS-SIGNED-ON-SW TO LS-SIGNON-SW.
		GOBACK.

	OPER-SIGN-DESK.
	ENTRY "OperSignDesk" USING LS-DESK-FUNCTION LS-DESK-CODE.
		EVALUATE TRUE
			WHEN LS-DESK-SET
				MOVE FUNCTION UPPER-CASE(LS-DESK-CODE)
					TO WS-CURRENT-DESK
			WHEN LS-DESK-QUERY
				CONTINUE
		END-EVALUATE.
		MOVE WS-CURRENT-DESK TO LS-DESK-CODE.
		GOBACK.

	SIGN-ON-OPERATOR.
		PERFORM OPEN-OPERMAST-FILE.
		MOVE 0 TO WS-ATTEMPT-COUNT.
