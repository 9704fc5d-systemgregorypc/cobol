*> details, or removes the employee. Appointments book against this
*> file and check-in validates against it, so the desk finally has
*> one spelling - and one extension - per host.
*> A host registered here is active. Leavers are marked inactive by
*> the daily HrFeed run, not here; a change made here leaves that
*> status as it is, so it is shown alongside the details.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. HostMaint.
	AUTHOR. jose gregorio .
	MAINTAIN-EXISTING-HOST.
		DISPLAY "Anfitrion " HOST-NAME " extension " HOST-EXTENSION
			" depto " HOST-DEPARTMENT.
		IF HOST-INACTIVE
			DISPLAY "  Dado de baja por RRHH el " HOST-LEFT-DATE
		END-IF.
		DISPLAY "(C)ambiar  (E)liminar  (N)ada:".
		ACCEPT WS-ACTION.
		MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
		IF WS-ACTION = 'A'
			MOVE WS-TARGET-NAME TO HOST-NAME
			PERFORM ACCEPT-HOST-DETAILS
			SET HOST-ACTIVE TO TRUE
			MOVE SPACES TO HOST-LEFT-DATE
			WRITE HOST-RECORD
			IF WS-HOSTMAST-STATUS = "00"
				MOVE 'ADD' TO WS-OUTCOME
