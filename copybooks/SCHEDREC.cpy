*> Batch schedule control record layout, one line per step of the
*> chain BATCHRUN drives, in the order the steps are to run (logical
*> name SCHEDCTL - the scheduler maps it to the night's schedule, or
*> to the daytime capture chain's). Adding, dropping or reordering a
*> job is an edit to this file; BATCHRUN itself does not change.
*> SCHED-STEP-NAME is the step's job name, the name its checkpoint
*> and the run summary carry; SCHED-PROGRAM is the program CALLed
*> for it. USERINPT, PREDFMSG and ROSTER are the capture chain's own
*> steps, which hand the visitor from one to the next, and are known
*> to BATCHRUN by step name with no program needed.
*> SCHED-RUN-RULE says on which days the step runs:
*>   'D' every day;
*>   'M' only on the days of the month listed in SCHED-MONTH-DAY
*>       (up to seven, unused ones left blank; 99 is the last day of
*>       the month, whatever its number);
*>   'W' only on the weekdays marked 'Y' in SCHED-WEEKDAY-SW, Monday
*>       first, Sunday last, the way PASS-DAYS marks them;
*>   'X' never - the step is kept on the list but held.
*> SCHED-ON-FAIL says what a failure of the step does to the chain:
*> 'S' stops it there, so a restart under the same run-id resumes at
*> the failed step; 'C' lets the chain continue with the next step.
*> A step fails when the program cannot be CALLed or hands back a
*> return code above 4 (4 is a warning: the step ran, with something
*> on its report worth reading).
*> What the step sees as its command line: when SCHED-DATE-ARG is
*> 'Y', the run date less SCHED-DATE-OFFSET days as YYYYMMDD in
*> columns 1-8 followed by SCHED-PARM from column 9; otherwise
*> SCHED-PARM alone. A line with '*' in column 1 is a comment.
*> The nightly schedule, for example:
*>   RECON    Recon                D                C Y001
*>   USEREXTR UserExtr             D                S N000
*>   USERACK  UserAck              D                C N000
*>   AUDSUMM  AudSumm              D                C Y001
*>   AUDARCH  AudArch              M 01             C Y090
*>   USERARCH UserArch             M 01             S Y365
*>   VISSTATS VisStats             W YYYYYNN        C Y001
*>   BADGERPT BadgeRpt             D                C N000
*>   APPTRPT  ApptRpt              D                C Y001
01 SCHED-RECORD.
	05 SCHED-STEP-NAME	PIC X(08).
	05 SCHED-COMMENT-VIEW REDEFINES SCHED-STEP-NAME.
		10 SCHED-FIRST-CHAR	PIC X(01).
			88 SCHED-COMMENT-LINE	VALUE '*'.
		10 FILLER		PIC X(07).
	05 FILLER		PIC X(01).
	05 SCHED-PROGRAM	PIC X(20).
	05 FILLER		PIC X(01).
	05 SCHED-RUN-RULE	PIC X(01).
		88 SCHED-RUN-DAILY	VALUE 'D'.
		88 SCHED-RUN-MONTH-DAYS	VALUE 'M'.
		88 SCHED-RUN-WEEKDAYS	VALUE 'W'.
		88 SCHED-RUN-HELD	VALUE 'X'.
		88 SCHED-RUN-RULE-VALID	VALUE 'D' 'M' 'W' 'X'.
	05 FILLER		PIC X(01).
	05 SCHED-RUN-DAYS	PIC X(14).
	05 SCHED-MONTH-DAY-VIEW REDEFINES SCHED-RUN-DAYS.
		10 SCHED-MONTH-DAY OCCURS 7 TIMES PIC X(02).
	05 SCHED-WEEKDAY-VIEW REDEFINES SCHED-RUN-DAYS.
		10 SCHED-WEEKDAY-SW OCCURS 7 TIMES PIC X(01).
		10 FILLER		PIC X(07).
	05 FILLER		PIC X(01).
	05 SCHED-ON-FAIL	PIC X(01).
		88 SCHED-STOP-ON-FAIL	VALUE 'S'.
		88 SCHED-CONTINUE-ON-FAIL	VALUE 'C'.
	05 FILLER		PIC X(01).
	05 SCHED-DATE-ARG	PIC X(01).
		88 SCHED-PASS-DATE	VALUE 'Y'.
	05 SCHED-DATE-OFFSET	PIC 9(03).
	05 FILLER		PIC X(01).
	05 SCHED-PARM		PIC X(26).
