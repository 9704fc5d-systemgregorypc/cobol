			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BARRED-NAME
			FILE STATUS IS WS-BARRED-STATUS.
		SELECT DOCACK-FILE ASSIGN TO "DOCACK"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DACK-KEY
			FILE STATUS IS WS-DOCACK-STATUS.
		SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DEPT-NAME
			FILE STATUS IS WS-DEPTMAST-STATUS.
		SELECT PASSMAST-FILE ASSIGN TO "PASSMAST"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PASS-NUMBER
			FILE STATUS IS WS-PASSMAST-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD USERMAST-FILE.
	COPY SUSPREC.
	FD BARRED-FILE.
	COPY BARREDR.
	FD DOCACK-FILE.
	COPY DOCACKR.
	FD DEPTMAST-FILE.
	COPY DEPTREC.
	FD PASSMAST-FILE.
	COPY PASSREC.
	WORKING-STORAGE SECTION.
	COPY CODEPAGE.
	01 UserName.
	01 WS-RUN-MODE		PIC X(05) VALUE 'INTER'.
		88 WS-BATCH-MODE		VALUE 'BATCH'.
		88 WS-GROUP-MODE		VALUE 'GROUP'.
		88 WS-PASS-MODE			VALUE 'PASS'.
	01 WS-GROUP-ID		PIC X(13) VALUE SPACES.
	01 WS-GROUP-SIZE	PIC 9(03).
	01 WS-GROUP-SIZE-DISP	PIC ZZ9.
	01 WS-SITE-FUNCTION	PIC X(06).
	01 WS-ONSITE-COUNT	PIC 9(05).
	01 WS-OCC-LIMIT		PIC 9(05).
	01 WS-SITE-DESK		PIC X(04).
	01 WS-LIMIT-WHERE	PIC X(20).
	01 WS-DESK-FUNCTION	PIC X(06).
	01 WS-DESK-CODE		PIC X(04) VALUE SPACES.
	01 WS-ASK-PLATE-SW	PIC X(01) VALUE 'Y'.
		88 WS-ASK-PLATE			VALUE 'Y'.
	01 WS-PARK-FUNCTION	PIC X(07).
	01 WS-PLATE		PIC X(10).
	01 WS-BAY-NO		PIC 9(03).
	01 WS-VISIT-KEY		PIC X(26).
	01 WS-PARK-SW		PIC X(01).
		88 WS-PARK-OK			VALUE 'Y'.
	01 WS-BARRED-STATUS	PIC X(02).
	01 WS-DENIED-SW		PIC X(01).
		88 WS-CAPTURE-DENIED		VALUE 'Y'.
	01 WS-BADGE-NO		PIC 9(04).
	01 WS-BADGE-SW		PIC X(01).
		88 WS-BADGE-OK			VALUE 'Y'.
	01 WS-DOCACK-STATUS	PIC X(02).
	01 WS-DEPTMAST-STATUS	PIC X(02).
	01 WS-EXPECTED-HOST	PIC X(30).
	01 WS-HOST-DEPARTMENT	PIC X(20).
	01 WS-DOC-REFUSAL	PIC X(08).
	01 WS-DOC-VALID-SW	PIC X(01).
		88 WS-DOC-VALID			VALUE 'Y'.
	01 WS-NDA-REQUIRED-SW	PIC X(01).
		88 WS-NDA-REQUIRED		VALUE 'Y'.
	01 WS-PASSMAST-STATUS	PIC X(02).
	01 WS-PASS-NO		PIC 9(06).
	01 WS-PASS-HOST		PIC X(30).
	01 WS-PASS-REFUSAL	PIC X(08).
	01 WS-CONTRACTOR-SW	PIC X(01) VALUE 'N'.
		88 WS-CONTRACTOR-VISIT		VALUE 'Y'.
	01 WS-DATE-NUMERIC	PIC 9(08).
	01 WS-WEEKDAY		PIC 9(01).
	01 WS-TIME-NOW		PIC 9(04).
	LINKAGE SECTION.
	01 LS-CAPTURED-NAME	PIC X(30).
	01 LS-RETURNING-SW	PIC X(01).
	01 LS-RESUBMIT-NAME	PIC X(30).
	01 LS-STORE-OK-SW	PIC X(01).
	01 LS-PASS-NO		PIC 9(06).
	PROCEDURE DIVISION.
	MAIN-PARAGRAPH.
		PERFORM SIGN-ON-OPERATOR.
		IF WS-COMMAND-LINE(1:5) = 'GROUP'
			SET WS-GROUP-MODE TO TRUE
		END-IF.
*> PASS on the command line is the contractor's express check-in;
*> the pass number may follow it (e.g. "PASS 000123") or is asked
*> for.
		IF WS-COMMAND-LINE(1:5) = 'PASS'
			SET WS-PASS-MODE TO TRUE
		END-IF.
*> An optional run identifier after BATCH tags this run's suspense
*> records so SuspRepair can pull back exactly the rejects of one
*> upstream file; without one the run date serves as the tag.
				MOVE WS-TODAY-DATE(1:8) TO WS-RUN-ID
			END-IF
		END-IF.
		PERFORM ESTABLISH-THE-DESK.
		IF WS-BATCH-MODE
			MOVE 'N' TO WS-ASK-PLATE-SW
		ELSE
			MOVE 'Y' TO WS-ASK-PLATE-SW
		END-IF.
		EVALUATE TRUE
			WHEN WS-BATCH-MODE
				PERFORM BATCH-PROCESS-UPSTREAM-NAMES
			WHEN WS-GROUP-MODE
				PERFORM GROUP-CAPTURE-NAMES
			WHEN WS-PASS-MODE
				PERFORM CAPTURE-PASS-HOLDER
			WHEN OTHER
				PERFORM CAPTURE-AND-STORE-NAME
		END-EVALUATE.
	ENTRY "UserInputCaptured" USING LS-CAPTURED-NAME
		LS-RETURNING-SW LS-STORE-OK-SW.
		PERFORM SIGN-ON-OPERATOR.
		MOVE 'Y' TO WS-ASK-PLATE-SW.
		PERFORM GET-VALID-USER-NAME.
		PERFORM STORE-CAPTURED-NAME.
		IF WS-OUTCOME = 'SUCCESS'
		MOVE WS-RETURNING-SW TO LS-RETURNING-SW.
		GOBACK.

*> Entry point used by MAINMENU when the visitor at the kiosk shows
*> a contractor pass: the pass number stands in for the name
*> prompt, and the answer comes back the way UserInputCaptured's
*> does, with the name from the pass so the caller can greet them.
	USERINPUT-PASS.
	ENTRY "UserInputPass" USING LS-PASS-NO LS-CAPTURED-NAME
		LS-RETURNING-SW LS-STORE-OK-SW.
		PERFORM SIGN-ON-OPERATOR.
		MOVE 'Y' TO WS-ASK-PLATE-SW.
		MOVE LS-PASS-NO TO WS-PASS-NO.
		PERFORM EXPRESS-PASS-CAPTURE.
		IF WS-OUTCOME = 'SUCCESS'
			MOVE 'Y' TO LS-STORE-OK-SW
		ELSE
			MOVE 'N' TO LS-STORE-OK-SW
		END-IF.
		MOVE WS-CANDIDATE-NAME TO LS-CAPTURED-NAME.
		MOVE WS-RETURNING-SW TO LS-RETURNING-SW.
		GOBACK.

*> Entry point used by SuspRepair to push a repaired suspense name
*> through the one real storing path - prior-visit count,
*> appointment match, audit line and all - so a resubmitted visitor
	ENTRY "UserInputResubmit" USING LS-RESUBMIT-NAME
		LS-STORE-OK-SW.
		PERFORM SIGN-ON-OPERATOR.
		MOVE 'N' TO WS-ASK-PLATE-SW.
		MOVE 'N' TO LS-STORE-OK-SW.
		MOVE LS-RESUBMIT-NAME TO WS-CANDIDATE-NAME.
		PERFORM VALIDATE-USER-NAME.
		PERFORM GET-VALID-USER-NAME.
		PERFORM BUILD-GREETING-AND-STORE.

	CAPTURE-PASS-HOLDER.
		IF WS-COMMAND-LINE(6:6) IS NUMERIC
			MOVE WS-COMMAND-LINE(6:6) TO WS-PASS-NO
		ELSE
			DISPLAY "Numero de pase de contratista:"
			ACCEPT WS-PASS-NO
		END-IF.
		PERFORM EXPRESS-PASS-CAPTURE.
		IF WS-OUTCOME = 'SUCCESS'
			STRING "Bienvenido de nuevo " WS-CANDIDATE-NAME
				DELIMITED BY SIZE INTO WS-GREETING-TEXT
			CALL "CharConv" USING WS-DEVICE-TYPE WS-GREETING-TEXT
			DISPLAY WS-GREETING-TEXT
		END-IF.

*> Express check-in for cleaning crews and maintenance contractors
*> who come in every day on a long-term PASSMAST pass issued through
*> PassMaint. The pass is checked first - unknown, revoked, outside
*> its validity dates, presented on a day or at an hour it does not
*> cover, or sponsored by a host no longer active on HOSTMAST - and
*> a refused pass is audited under its own outcome (NOPASS, PASSREV,
*> PASSEXP, PASSHRS, PASSHST) with nothing stored; the
*> contractor can still be captured by name like any walk-in. A good
*> pass supplies the name and the sponsoring host and goes through
*> the one real storing path, so the barred screen, the document
*> screen and the occupancy limit still apply - only the
*> appointment match and the visitor badge are skipped.
	EXPRESS-PASS-CAPTURE.
		MOVE 'N' TO WS-CONTRACTOR-SW.
		MOVE SPACES TO WS-CANDIDATE-NAME.
		MOVE 'N' TO WS-RETURNING-SW.
		PERFORM CHECK-CONTRACTOR-PASS.
		IF WS-PASS-REFUSAL NOT = SPACES
			DISPLAY "Registre la visita por la captura normal o "
				"renueve el pase con PassMaint."
			MOVE WS-PASS-REFUSAL TO WS-OUTCOME
			CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID
				WS-OUTCOME
		ELSE
			SET WS-CONTRACTOR-VISIT TO TRUE
			PERFORM STORE-CAPTURED-NAME
			MOVE 'N' TO WS-CONTRACTOR-SW
		END-IF.

*> No PASSMAST on file means no pass was ever issued.
	CHECK-CONTRACTOR-PASS.
		MOVE 'NOPASS' TO WS-PASS-REFUSAL.
		MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
		OPEN INPUT PASSMAST-FILE.
		IF WS-PASSMAST-STATUS = "00"
			MOVE WS-PASS-NO TO PASS-NUMBER
			READ PASSMAST-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM TEST-PASS-VALIDITY
			END-READ
			CLOSE PASSMAST-FILE
		END-IF.
		IF WS-PASS-REFUSAL = 'NOPASS'
			DISPLAY "PASE " WS-PASS-NO " NO REGISTRADO."
		END-IF.

*> The weekday comes from the same INTEGER-OF-DATE arithmetic
*> VISSTATS.cbl uses (day 1 of that count is a Monday), so it
*> indexes PASS-DAYS Monday first. The hours are the pass's own,
*> both ends inclusive, against the time of day at the desk. The
*> sponsor is looked up the way PassMaint does on issue: a host who
*> has left since the pass was issued no longer answers for it.
	TEST-PASS-VALIDITY.
		MOVE SPACES TO WS-PASS-REFUSAL.
		MOVE PASS-NAME TO WS-CANDIDATE-NAME.
		MOVE PASS-HOST TO WS-PASS-HOST.
		CALL "HostValid" USING WS-PASS-HOST WS-HOST-EXTENSION
			WS-HOST-VALID-SW.
		MOVE WS-TODAY-DATE(1:8) TO WS-DATE-NUMERIC.
		COMPUTE WS-WEEKDAY =
			FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
				- 1, 7) + 1.
		MOVE WS-TODAY-DATE(9:4) TO WS-TIME-NOW.
		EVALUATE TRUE
			WHEN PASS-REVOKED
				MOVE 'PASSREV' TO WS-PASS-REFUSAL
				DISPLAY "PASE REVOCADO: " PASS-NUMBER " "
					PASS-NAME
			WHEN WS-TODAY-DATE(1:8) < PASS-VALID-FROM
				OR WS-TODAY-DATE(1:8) > PASS-VALID-TO
				MOVE 'PASSEXP' TO WS-PASS-REFUSAL
				DISPLAY "PASE FUERA DE VIGENCIA: " PASS-NUMBER " "
					PASS-NAME
				DISPLAY "  Valido del " PASS-VALID-FROM " al "
					PASS-VALID-TO
			WHEN PASS-DAY-SW(WS-WEEKDAY) NOT = 'Y'
				OR WS-TIME-NOW < PASS-FROM-TIME
				OR WS-TIME-NOW > PASS-TO-TIME
				MOVE 'PASSHRS' TO WS-PASS-REFUSAL
				DISPLAY "PASE FUERA DE HORARIO: " PASS-NUMBER " "
					PASS-NAME
				DISPLAY "  Dias (L-D) " PASS-DAYS " de "
					PASS-FROM-TIME " a " PASS-TO-TIME
			WHEN NOT WS-HOST-VALID
				MOVE 'PASSHST' TO WS-PASS-REFUSAL
				DISPLAY "ANFITRION DEL PASE NO ACTIVO: " PASS-NUMBER
					" " PASS-NAME
				DISPLAY "  Anfitrion " PASS-HOST
			WHEN OTHER
				DISPLAY "Pase " PASS-NUMBER " de " PASS-NAME
					" valido hasta " PASS-VALID-TO
		END-EVALUATE.

*> Captures a party of visitors as one unit: every member's record
*> goes through the one real storing path - prior visits, barred
*> screen, occupancy, badge and all - stamped with a shared group
			DISPLAY "Acceso denegado."
			GOBACK
		END-IF.
		MOVE 'QUERY' TO WS-DESK-FUNCTION.
		CALL "OperSignDesk" USING WS-DESK-FUNCTION WS-DESK-CODE.

*> Every capture is stamped with the reception desk it came in
*> through. OperSign remembers the desk MAINMENU signed on at; a
*> standalone interactive run asks once and remembers it the same
*> way. The batch load takes the desk after the run identifier on
*> the command line (e.g. "BATCH EVT00001 NORT") and otherwise
*> stores its names against the building alone, desk SPACES.
	ESTABLISH-THE-DESK.
		IF WS-BATCH-MODE
			MOVE WS-COMMAND-LINE(16:4) TO WS-DESK-CODE
		ELSE
			IF WS-DESK-CODE = SPACES
				PERFORM UNTIL WS-DESK-CODE NOT = SPACES
					DISPLAY "Codigo de recepcion (mostrador):"
					ACCEPT WS-DESK-CODE
				END-PERFORM
				MOVE 'SET' TO WS-DESK-FUNCTION
				CALL "OperSignDesk" USING WS-DESK-FUNCTION
					WS-DESK-CODE
			END-IF
		END-IF.
		MOVE FUNCTION UPPER-CASE(WS-DESK-CODE) TO WS-DESK-CODE.

*> Batch mode: pre-loaded event roster, one name per line, read from
*> UPSTREAM-NAMES instead of an operator sitting at a terminal. Each
*> load and suspense resubmission all come through here - so the
*> barred-visitor screen in front of the WRITE covers every way a
*> name can reach USERMAST. A refused capture is audited with the
*> distinct DENIED outcome instead of SUCCESS; a visitor held for a
*> missing signature carries the document refusal (NOINDUC, NONDA)
*> instead.
	STORE-CAPTURED-NAME.
		MOVE 'SUCCESS' TO WS-OUTCOME.
		PERFORM SCREEN-BARRED-VISITOR.
		IF WS-CAPTURE-DENIED
			MOVE 'DENIED' TO WS-OUTCOME
		ELSE
			PERFORM SCREEN-DOCUMENT-ACKS
			IF WS-CAPTURE-DENIED
				MOVE WS-DOC-REFUSAL TO WS-OUTCOME
			ELSE
				PERFORM CHECK-OCCUPANCY-LIMIT
				IF WS-CAPTURE-DENIED
					MOVE 'ATLIMIT' TO WS-OUTCOME
				ELSE
					PERFORM WRITE-USERMAST-RECORD
				END-IF
			END-IF
		END-IF.
		CALL "AuditLog" USING WS-JOB-NAME WS-OPERATOR-ID WS-OUTCOME.
			END-IF
		END-IF.

*> Screened the way SCREEN-BARRED-VISITOR screens BARRLIST, against
*> the DOCACK register: every visitor needs a safety induction on
*> file that has not expired, and a visitor whose host's department
*> is marked on DEPTMAST as requiring an NDA needs a current NDA as
*> well. The host is the one today's appointment names - looked up
*> here without stamping the appointment, which only a stored visit
*> may do - or, for a contractor on a pass, the pass's sponsor. No
*> DOCACK on file means nobody has signed anything yet;
*> no DEPTMAST means no department asks for an NDA. There is no
*> supervisor override: the visitor waits at the desk while the
*> signature is recorded through DocMaint and is then captured
*> again. The batch load sends the name to suspense under the
*> refusal, for SuspRepair to resubmit once the paper is in.
	SCREEN-DOCUMENT-ACKS.
		MOVE 'N' TO WS-DENIED-SW.
		MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE.
		OPEN INPUT DOCACK-FILE.
		MOVE 'IND' TO DACK-DOC-TYPE.
		PERFORM CHECK-ONE-DOCUMENT.
		IF NOT WS-DOC-VALID
			MOVE 'NOINDUC' TO WS-DOC-REFUSAL
			PERFORM HANDLE-DOCUMENT-HOLD
		ELSE
			IF WS-CONTRACTOR-VISIT
				MOVE WS-PASS-HOST TO WS-EXPECTED-HOST
			ELSE
				PERFORM LOOK-UP-EXPECTED-HOST
			END-IF
			PERFORM CHECK-HOST-NDA-RULE
			IF WS-NDA-REQUIRED
				MOVE 'NDA' TO DACK-DOC-TYPE
				PERFORM CHECK-ONE-DOCUMENT
				IF NOT WS-DOC-VALID
					MOVE 'NONDA' TO WS-DOC-REFUSAL
					PERFORM HANDLE-DOCUMENT-HOLD
				END-IF
			END-IF
		END-IF.
		IF WS-DOCACK-STATUS = "00"
			CLOSE DOCACK-FILE
		END-IF.

*> An expiry of SPACES is a signature that never lapses.
	CHECK-ONE-DOCUMENT.
		MOVE 'N' TO WS-DOC-VALID-SW.
		IF WS-DOCACK-STATUS = "00"
			MOVE WS-CANDIDATE-NAME TO DACK-NAME
			READ DOCACK-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					IF DACK-EXPIRY-DATE = SPACES
						OR DACK-EXPIRY-DATE NOT < WS-TODAY-DATE(1:8)
						SET WS-DOC-VALID TO TRUE
					END-IF
			END-READ
		END-IF.

	LOOK-UP-EXPECTED-HOST.
		MOVE SPACES TO WS-EXPECTED-HOST.
		OPEN INPUT APPTMAST-FILE.
		IF WS-APPTMAST-STATUS = "00"
			MOVE WS-TODAY-DATE(1:8) TO APPT-DATE
			MOVE WS-CANDIDATE-NAME TO APPT-NAME
			READ APPTMAST-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE APPT-HOST TO WS-EXPECTED-HOST
			END-READ
			CLOSE APPTMAST-FILE
		END-IF.

*> A walk-in has no host and so no department rule; a host HostValid
*> does not know has no department to apply one from.
	CHECK-HOST-NDA-RULE.
		MOVE 'N' TO WS-NDA-REQUIRED-SW.
		IF WS-EXPECTED-HOST NOT = SPACES
			CALL "HostValidDept" USING WS-EXPECTED-HOST
				WS-HOST-EXTENSION WS-HOST-VALID-SW
				WS-HOST-DEPARTMENT
			IF WS-HOST-VALID AND WS-HOST-DEPARTMENT NOT = SPACES
				OPEN INPUT DEPTMAST-FILE
				IF WS-DEPTMAST-STATUS = "00"
					MOVE WS-HOST-DEPARTMENT TO DEPT-NAME
					READ DEPTMAST-FILE
						INVALID KEY
							CONTINUE
						NOT INVALID KEY
							IF DEPT-NDA-REQUIRED
								SET WS-NDA-REQUIRED TO TRUE
							END-IF
					END-READ
					CLOSE DEPTMAST-FILE
				END-IF
			END-IF
		END-IF.

	HANDLE-DOCUMENT-HOLD.
		SET WS-CAPTURE-DENIED TO TRUE.
		IF WS-DOC-REFUSAL = 'NOINDUC'
			DISPLAY "SIN INDUCCION DE SEGURIDAD VIGENTE: "
				WS-CANDIDATE-NAME
		ELSE
			DISPLAY "SIN ACUERDO DE CONFIDENCIALIDAD VIGENTE: "
				WS-CANDIDATE-NAME
			DISPLAY "  Exigido por el departamento "
				WS-HOST-DEPARTMENT " de " WS-EXPECTED-HOST
		END-IF.
		IF WS-BATCH-MODE
			DISPLAY "Registro sin firma a suspenso: "
				WS-CANDIDATE-NAME
			MOVE WS-DOC-REFUSAL TO WS-SUSP-REASON
			PERFORM WRITE-SUSPENSE-RECORD
		ELSE
			DISPLAY "Visitante retenido en recepcion: registre la "
				"firma con DocMaint y vuelva a capturarlo."
		END-IF.

*> Fire code caps how many visitors the building may hold; SiteCtl
*> keeps the live count, stepped up on every stored arrival and down
*> on every stamped departure. At the limit the capture is blocked -
*> supervisor-overridable at the desk, straight to suspense in batch
*> where nobody is present to decide. A limit of zero means no limit
*> is configured. The building's limit is checked first, then the
*> capturing desk's own lobby limit; either one full blocks the
*> capture, and the supervisor is asked only once.
	CHECK-OCCUPANCY-LIMIT.
		MOVE SPACES TO WS-SITE-DESK.
		MOVE 'el edificio' TO WS-LIMIT-WHERE.
		PERFORM TEST-ONE-LIMIT.
		IF NOT WS-CAPTURE-DENIED AND WS-DESK-CODE NOT = SPACES
			MOVE WS-DESK-CODE TO WS-SITE-DESK
			MOVE SPACES TO WS-LIMIT-WHERE
			STRING "la recepcion " WS-DESK-CODE DELIMITED BY SIZE
				INTO WS-LIMIT-WHERE
			PERFORM TEST-ONE-LIMIT
		END-IF.
		IF WS-CAPTURE-DENIED
			IF WS-BATCH-MODE
				DISPLAY "Registro al limite a suspenso: "
					WS-CANDIDATE-NAME
			END-IF
		END-IF.

	TEST-ONE-LIMIT.
		MOVE 'QUERY' TO WS-SITE-FUNCTION.
		CALL "SiteCtl" USING WS-SITE-FUNCTION WS-ONSITE-COUNT
			WS-OCC-LIMIT WS-SITE-DESK.
		IF WS-OCC-LIMIT > 0
			AND WS-ONSITE-COUNT >= WS-OCC-LIMIT
			SET WS-CAPTURE-DENIED TO TRUE
			DISPLAY "AFORO COMPLETO: " WS-ONSITE-COUNT " de "
				WS-OCC-LIMIT " en " WS-LIMIT-WHERE
		END-IF.

*> The override gets its own OVERRIDE audit line at decision time;
*> the capture that follows still writes its normal SUCCESS line, so
*> Recon's master-versus-SUCCESS balance stays square. Shared by the
			OPEN I-O USERMAST-FILE
		END-IF.
		PERFORM COUNT-PRIOR-VISITS.
		IF WS-CONTRACTOR-VISIT
			PERFORM ADMIT-PASS-HOLDER
		ELSE
			PERFORM MATCH-APPOINTMENT
			PERFORM ISSUE-VISITOR-BADGE
		END-IF.
		MOVE FUNCTION CURRENT-DATE TO UM-CAPTURE-TS.
		MOVE WS-SEQ-NO TO UM-SEQ-NO.
		PERFORM ASSIGN-VISITOR-BAY.
		MOVE WS-CANDIDATE-NAME TO UM-NAME.
		SET UM-ON-SITE TO TRUE.
		COMPUTE UM-VISIT-COUNT = WS-PRIOR-VISITS + 1.
		EVALUATE TRUE
			WHEN WS-CONTRACTOR-VISIT
				SET UM-CONTRACTOR TO TRUE
				MOVE WS-PASS-HOST TO UM-HOST
			WHEN WS-APPT-MATCHED
				SET UM-BY-APPOINTMENT TO TRUE
				MOVE WS-APPT-HOST TO UM-HOST
			WHEN OTHER
				SET UM-WALK-IN TO TRUE
				MOVE SPACES TO UM-HOST
		END-EVALUATE.
		MOVE WS-BADGE-NO TO UM-BADGE-NO.
		MOVE WS-GROUP-ID TO UM-GROUP-ID.
		SET UM-NO-OVERNIGHT TO TRUE.
		MOVE WS-DESK-CODE TO UM-DESK-CODE.
		MOVE WS-PLATE TO UM-PLATE.
		MOVE WS-BAY-NO TO UM-BAY-NO.
		WRITE USERMAST-RECORD.
		IF WS-USERMAST-STATUS NOT = "00"
			DISPLAY "Error al grabar USERMAST, status " WS-USERMAST-STATUS
			MOVE 'WRTFAIL' TO WS-OUTCOME
			PERFORM RELEASE-UNUSED-BADGE
			PERFORM RELEASE-UNUSED-BAY
		ELSE
			ADD 1 TO WS-SEQ-NO
			PERFORM COUNT-SITE-ARRIVAL
			MOVE 0 TO WS-BADGE-NO
		END-IF.

*> The bay goes back the same way the badge does when the WRITE
*> fails: a bay held for a visit that was never stored would sit
*> occupied until somebody noticed it on the car park report.
	RELEASE-UNUSED-BAY.
		IF WS-BAY-NO > 0
			MOVE 'RELEASE' TO WS-PARK-FUNCTION
			MOVE 'N' TO WS-PARK-SW
			CALL "ParkCtl" USING WS-PARK-FUNCTION WS-BAY-NO
				WS-PLATE WS-CANDIDATE-NAME WS-VISIT-KEY WS-PARK-SW
			MOVE 0 TO WS-BAY-NO
		END-IF.

*> A visitor who came by car gives the plate at the desk and is
*> sent to the next free visitor bay from PARKMAST, handed out by
*> ParkCtl the way BadgeCtl hands out badges; the bay is tied to
*> this visit's USERMAST key so check-out can release it and the
*> car park report can tell a car whose driver has left. A full car
*> park still records the plate, bay zero. The batch load and
*> suspense resubmission have nobody at the desk to ask, so they
*> record no car.
	ASSIGN-VISITOR-BAY.
		MOVE SPACES TO WS-PLATE.
		MOVE 0 TO WS-BAY-NO.
		IF WS-ASK-PLATE
			DISPLAY "Matricula del vehiculo (vacio = sin vehiculo):"
			ACCEPT WS-PLATE
			MOVE FUNCTION UPPER-CASE(WS-PLATE) TO WS-PLATE
		END-IF.
		IF WS-PLATE NOT = SPACES
			MOVE UM-SEQ-KEY TO WS-VISIT-KEY
			MOVE 'ASSIGN' TO WS-PARK-FUNCTION
			MOVE 'N' TO WS-PARK-SW
			CALL "ParkCtl" USING WS-PARK-FUNCTION WS-BAY-NO
				WS-PLATE WS-CANDIDATE-NAME WS-VISIT-KEY WS-PARK-SW
			IF WS-PARK-OK
				DISPLAY "Indique la plaza de aparcamiento numero "
					WS-BAY-NO
			ELSE
				MOVE 0 TO WS-BAY-NO
				DISPLAY "Sin plazas libres, vehiculo sin plaza."
			END-IF
		END-IF.

*> Only a stored arrival counts toward occupancy. The desk gets an
*> early warning while the building fills, before the hard block at
*> the limit turns visitors away. The arrival counts against the
*> capturing desk's lobby and the building together; the answer is
*> the lobby's, so the building's figure is asked for separately.
	COUNT-SITE-ARRIVAL.
		MOVE 'ARRIVE' TO WS-SITE-FUNCTION.
		CALL "SiteCtl" USING WS-SITE-FUNCTION WS-ONSITE-COUNT
			WS-OCC-LIMIT WS-DESK-CODE.
		IF WS-DESK-CODE = SPACES
			MOVE 'el edificio' TO WS-LIMIT-WHERE
		ELSE
			MOVE SPACES TO WS-LIMIT-WHERE
			STRING "la recepcion " WS-DESK-CODE DELIMITED BY SIZE
				INTO WS-LIMIT-WHERE
		END-IF.
		PERFORM WARN-NEAR-LIMIT.
		IF WS-DESK-CODE NOT = SPACES
			MOVE 'QUERY' TO WS-SITE-FUNCTION
			MOVE SPACES TO WS-SITE-DESK
			CALL "SiteCtl" USING WS-SITE-FUNCTION WS-ONSITE-COUNT
				WS-OCC-LIMIT WS-SITE-DESK
			MOVE 'el edificio' TO WS-LIMIT-WHERE
			PERFORM WARN-NEAR-LIMIT
		END-IF.

	WARN-NEAR-LIMIT.
		IF WS-OCC-LIMIT > 0
			AND WS-ONSITE-COUNT >= WS-OCC-LIMIT - 5
			DISPLAY "AVISO DE AFORO: " WS-ONSITE-COUNT " de "
				WS-OCC-LIMIT " en " WS-LIMIT-WHERE
		END-IF.

*> Every capture hands the visitor a physical numbered badge from
			DISPLAY "Sin gafetes disponibles, visita sin gafete."
		END-IF.

*> A contractor wears the pass card, not a pool badge, and has no
*> appointment to stamp; the sponsor is told they are in, the same
*> way an appointment's host is.
	ADMIT-PASS-HOLDER.
		MOVE 'N' TO WS-APPT-MATCH-SW.
		MOVE 0 TO WS-BADGE-NO.
		MOVE WS-PASS-HOST TO WS-APPT-HOST.
		PERFORM VALIDATE-APPOINTMENT-HOST.

*> UM-NAME is an alternate key WITH DUPLICATES, so how often this
*> name has been seen before is the same counting pass UserMaint.cbl
*> makes before walking its matches. A regular gets the distinct
