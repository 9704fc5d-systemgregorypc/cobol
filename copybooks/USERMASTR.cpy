*> the traffic is repeat without recounting the file.
*> UM-VISIT-TYPE records whether check-in matched an APPTMAST
*> appointment for the day ('A', with the host employee carried in
*> UM-HOST) or the visitor walked in unannounced ('W'). A contractor
*> admitted on a long-term PASSMAST pass is 'C', with the pass's
*> sponsoring host in UM-HOST and no visitor badge (UM-BADGE-NO
*> zero) - the pass card is what they wear.
*> UM-BADGE-NO is the physical numbered badge BadgeCtl issued this
*> visit from the BADGEMAST pool; zero means the visit was recorded
*> with no badge (the pool was empty at capture).
*> today's party); the whole party checks out in one action and
*> the roster shows them as one unit. SPACES means the visitor
*> arrived alone.
*> UM-OVERNIGHT-DATE is the date of the day close at which a
*> supervisor authorized this visitor to stay on site overnight;
*> SPACES means no overnight stay was ever authorized. DayClose asks
*> again every night, so a date older than tonight's close does not
*> cover tonight.
*> UM-DESK-CODE is the reception desk (lobby) the visitor came in
*> through, the one the operator signed on at in MAINMENU. SiteCtl
*> counts the visitor against that lobby's occupancy, and the
*> roster, muster, statistics and check-out can be cut by it. SPACES
*> is a capture with no desk (an unattended batch load, or a visit
*> from before there was more than one desk).
*> UM-PLATE is the licence plate of the car the visitor came in,
*> SPACES when they came on foot; UM-BAY-NO is the visitor parking
*> bay ParkCtl assigned it from PARKMAST, zero when there is no car
*> or no bay was free. Check-out releases the bay through it.
01 USERMAST-RECORD.
	05 UM-SEQ-KEY.
		10 UM-CAPTURE-TS	PIC X(21).
	05 UM-VISIT-TYPE	PIC X(01).
		88 UM-BY-APPOINTMENT	VALUE 'A'.
		88 UM-WALK-IN		VALUE 'W'.
		88 UM-CONTRACTOR	VALUE 'C'.
	05 UM-HOST		PIC X(30).
	05 UM-BADGE-NO		PIC 9(04).
	05 UM-GROUP-ID		PIC X(13).
	05 UM-OVERNIGHT-DATE	PIC X(08).
		88 UM-NO-OVERNIGHT	VALUE SPACES.
	05 UM-DESK-CODE		PIC X(04).
	05 UM-PLATE		PIC X(10).
	05 UM-BAY-NO		PIC 9(03).
