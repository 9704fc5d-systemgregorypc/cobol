*> HR employee file record layout, one line per employee in the
*> daily file the HR department sends (logical name HRFEED). The
*> name is the employee's name as reception books against it - the
*> HOSTMAST key. HR-STATUS is 'A' for an employee in post and 'T'
*> for one who has left; HR-EFFECTIVE-DATE (YYYYMMDD) is the leaving
*> date of a 'T' line and is not used on an 'A' line. The employee
*> number is HR's own and only appears on the listings, so HR can
*> find the line it has to correct.
01 HR-FEED-RECORD.
	05 HR-EMPLOYEE-NO	PIC X(08).
	05 HR-NAME		PIC X(30).
	05 HR-EXTENSION		PIC X(05).
	05 HR-DEPARTMENT	PIC X(20).
	05 HR-STATUS		PIC X(01).
		88 HR-IN-POST		VALUE 'A'.
		88 HR-TERMINATED	VALUE 'T'.
	05 HR-EFFECTIVE-DATE	PIC X(08).
	05 FILLER		PIC X(08).
