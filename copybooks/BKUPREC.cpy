*> Unload record layout for the master backups MastBkup writes and
*> MastRest reloads: one unload file per indexed master, opened by a
*> header record naming the master and the run date and time, then
*> one detail record per master record (the record image as it sits
*> on the master, key first), closed by a trailer carrying the
*> record count and the key hash total KeyHash builds over every
*> detail key. A restore that does not reproduce both totals from
*> the details is refused before the live master is touched.
01 BKUP-RECORD.
	05 BK-REC-TYPE		PIC X(01).
		88 BK-HEADER		VALUE 'H'.
		88 BK-DETAIL		VALUE 'D'.
		88 BK-TRAILER		VALUE 'T'.
	05 BK-DATA		PIC X(200).
	05 BK-HEADER-VIEW REDEFINES BK-DATA.
		10 BK-HDR-MASTER	PIC X(10).
		10 BK-HDR-DATE		PIC X(08).
		10 BK-HDR-TIME		PIC X(06).
		10 BK-HDR-KEY-LEN	PIC 9(03).
		10 FILLER		PIC X(173).
	05 BK-TRAILER-VIEW REDEFINES BK-DATA.
		10 BK-TRL-MASTER	PIC X(10).
		10 BK-TRL-COUNT		PIC 9(09).
		10 BK-TRL-HASH		PIC 9(15).
		10 FILLER		PIC X(166).
