*> Department rule record layout for the DEPTMAST file: one record
*> per department that needs something of its visitors beyond the
*> site-wide rules, keyed by the department name exactly as
*> HOST-DEPARTMENT on HOSTMAST carries it. DEPT-NDA-SW marks the
*> departments whose visitors must have a signed NDA on the DOCACK
*> register before check-in lets them through. A department with no
*> record here asks nothing extra. DeptMaint maintains the file.
01 DEPT-RECORD.
	05 DEPT-NAME		PIC X(20).
	05 DEPT-NDA-SW		PIC X(01).
		88 DEPT-NDA-REQUIRED	VALUE 'Y'.
		88 DEPT-NDA-NOT-REQUIRED	VALUE 'N'.
