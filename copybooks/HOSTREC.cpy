*> "J Smith", "JOHN SMITH" and "Jonh Smith" stop being three
*> different hosts. The extension is what the desk dials when the
*> visitor lands.
*> HrFeed keeps the file current from the HR employee file each day.
*> A leaver is not deleted - the record stays, marked inactive with
*> the date HR gave for the leaving, so old visits and bookings still
*> find their host while HostValid refuses any new business for them.
01 HOST-RECORD.
	05 HOST-NAME		PIC X(30).
	05 HOST-EXTENSION	PIC X(05).
	05 HOST-DEPARTMENT	PIC X(20).
	05 HOST-STATUS-SW	PIC X(01).
		88 HOST-ACTIVE		VALUE 'A'.
		88 HOST-INACTIVE	VALUE 'I'.
	05 HOST-LEFT-DATE	PIC X(08).
