*> Visitor parking bay record layout for the PARKMAST file: one
*> record per numbered visitor bay, kept the way BADGEREC.cpy keeps
*> the badge pool. Check-in (through ParkCtl) takes the lowest free
*> bay and stamps the car's licence plate, the driver, the visit
*> that brought the car (the driver's USERMAST key) and when the bay
*> was taken; check-out releases it. PARK-PLATE is carried as an
*> alternate key so PlateLook can answer "whose car is this?" from
*> the plate alone; a free bay carries SPACES there.
01 PARK-RECORD.
	05 PARK-BAY-NO		PIC 9(03).
	05 PARK-STATUS-SW	PIC X(01).
		88 PARK-AVAILABLE	VALUE 'A'.
		88 PARK-OCCUPIED	VALUE 'O'.
	05 PARK-PLATE		PIC X(10).
	05 PARK-HOLDER-NAME	PIC X(30).
	05 PARK-VISIT-KEY.
		10 PARK-VISIT-TS	PIC X(21).
		10 PARK-VISIT-SEQ	PIC 9(05).
	05 PARK-ASSIGNED-TS	PIC X(21).
