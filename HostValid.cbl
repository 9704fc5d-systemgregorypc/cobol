*> host is instead of each keeping its own free-text idea. With no
*> HOSTMAST on file at all, every host is invalid - register the
*> employees through HostMaint first.
*> The HostValidDept entry gives the same verdict plus the host's
*> department, for the check-in paths that apply department rules
*> (the NDA requirement DEPTMAST carries).
*> An employee HrFeed has marked inactive is not a valid host: the
*> record is still there, but no booking, check-in or pass is taken
*> against someone who has left, and no extension comes back.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. HostValid.
	AUTHOR. jose gregorio .
	COPY HOSTREC.
	WORKING-STORAGE SECTION.
	01 WS-HOSTMAST-STATUS	PIC X(02).
	01 WS-HOST-DEPARTMENT	PIC X(20).
	LINKAGE SECTION.
	01 LS-HOST-NAME		PIC X(30).
	01 LS-HOST-EXTENSION	PIC X(05).
	01 LS-VALID-SW		PIC X(01).
		88 LS-HOST-VALID	VALUE 'Y'.
		88 LS-HOST-INVALID	VALUE 'N'.
	01 LS-HOST-DEPARTMENT	PIC X(20).

	PROCEDURE DIVISION USING LS-HOST-NAME LS-HOST-EXTENSION
		LS-VALID-SW.
	MAIN-PARAGRAPH.
		PERFORM LOOK-UP-HOST.
		GOBACK.

	HOST-VALID-DEPT.
	ENTRY "HostValidDept" USING LS-HOST-NAME LS-HOST-EXTENSION
		LS-VALID-SW LS-HOST-DEPARTMENT.
		PERFORM LOOK-UP-HOST.
		MOVE WS-HOST-DEPARTMENT TO LS-HOST-DEPARTMENT.
		GOBACK.

	LOOK-UP-HOST.
		SET LS-HOST-INVALID TO TRUE.
		MOVE SPACES TO WS-HOST-DEPARTMENT.
		MOVE SPACES TO LS-HOST-EXTENSION.
		OPEN INPUT HOSTMAST-FILE.
		IF WS-HOSTMAST-STATUS = "35"
					INVALID KEY
						CONTINUE
					NOT INVALID KEY
						IF NOT HOST-INACTIVE
							SET LS-HOST-VALID TO TRUE
							MOVE HOST-EXTENSION
								TO LS-HOST-EXTENSION
							MOVE HOST-DEPARTMENT
								TO WS-HOST-DEPARTMENT
						END-IF
				END-READ
			ELSE
				DISPLAY "HOSTMAST no disponible, status "
			END-IF
			CLOSE HOSTMAST-FILE
		END-IF.
