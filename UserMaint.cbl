	01 WS-OCC-LIMIT		PIC 9(05).
	01 WS-WAS-ONSITE-SW	PIC X(01).
		88 WS-WAS-ONSITE		VALUE 'Y'.
	01 WS-WAS-DESK		PIC X(04).
	01 WS-JOB-NAME		PIC X(08) VALUE 'USRMAINT'.
	01 WS-OPERATOR-ID	PIC X(08).
	01 WS-AUTH-LEVEL	PIC X(01).
					ELSE
						MOVE 'N' TO WS-WAS-ONSITE-SW
					END-IF
					MOVE UM-DESK-CODE TO WS-WAS-DESK
					DELETE USERMAST-FILE RECORD
					IF WS-USERMAST-STATUS = "00"
						MOVE 'DELETE' TO WS-OUTCOME
								WS-SITE-FUNCTION
								WS-ONSITE-COUNT
								WS-OCC-LIMIT
								WS-WAS-DESK
						END-IF
					ELSE
						DISPLAY "Error al eliminar registro, status "
