*> Site configuration record layout for the SITECFG file: a small
*> set of control records, one per setting, keyed by SITE-CFG-ID.
*> 'OCCLIMIT' holds the fire-code visitor occupancy limit for lobby
*> plus floors. SiteCtl reads it on every arrival check and SiteMaint
*> lets a supervisor set it when the fire marshal re-rates the
*> building. A limit of zero means no limit is enforced.
*> 'LIM-' followed by a desk code (e.g. 'LIM-NORT') holds that
*> lobby's own fire-code limit, in the same layout; a desk with no
*> such record has no limit of its own, only the building's.
*> 'CLOSTIME' holds the building's daily closing time (HHMM) in the
*> same value bytes, seen through SITE-CLOSING-VIEW: DayClose treats
*> anyone still on site past it as an overstay. Sharing the bytes
*> keeps the record length unchanged, so existing SITECFG datasets
*> take the new record without a conversion.
01 SITE-CONFIG-RECORD.
	05 SITE-CFG-ID		PIC X(08).
	05 SITE-OCCUPANCY-LIMIT	PIC 9(05).
	05 SITE-CLOSING-VIEW REDEFINES SITE-OCCUPANCY-LIMIT.
		10 SITE-CLOSING-TIME	PIC 9(04).
		10 FILLER		PIC X(01).
