*> Daily site occupancy record layout for the SITEOCC file: one
*> record per date and reception desk, keyed YYYYMMDD plus the desk
*> code, carrying the live count of visitors on site and the day's
*> occupancy high-water mark. The record with a desk of SPACES is the
*> whole building; each lobby's record counts the visitors who came
*> in through that desk. SiteCtl steps the building and the desk
*> count up at every arrival UserInput stores and down at every
*> departure CheckOut stamps; VisStats reads the high-water back so
*> facilities can see how close the building - or one lobby -
*> actually runs to its limit.
01 SITE-OCC-RECORD.
	05 SITE-OCC-KEY.
		10 SITE-OCC-DATE	PIC X(08).
		10 SITE-OCC-DESK	PIC X(04).
	05 SITE-OCC-COUNT	PIC 9(05).
	05 SITE-OCC-HIGHWATER	PIC 9(05).
