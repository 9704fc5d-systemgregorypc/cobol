*> Key hash for the master unloads: weighs every character of a
*> record key by its position (character code times column) and
*> returns the sum, so two keys with the same letters in a different
*> order still hash apart. MastBkup adds the hash of every record it
*> unloads into the trailer total and MastRest recomputes it from
*> the detail records before reloading - both through this one
*> routine, so the two can never drift apart.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. KeyHash.
	AUTHOR. jose gregorio .
	DATA DIVISION.
	WORKING-STORAGE SECTION.
	01 WS-POS		PIC 9(03).
	LINKAGE SECTION.
	01 LS-KEY-DATA		PIC X(200).
	01 LS-KEY-LEN		PIC 9(03).
	01 LS-KEY-HASH		PIC 9(09).

	PROCEDURE DIVISION USING LS-KEY-DATA LS-KEY-LEN LS-KEY-HASH.
	MAIN-PARAGRAPH.
		MOVE 0 TO LS-KEY-HASH.
		PERFORM VARYING WS-POS FROM 1 BY 1
			UNTIL WS-POS > LS-KEY-LEN OR WS-POS > 200
			COMPUTE LS-KEY-HASH = LS-KEY-HASH
				+ FUNCTION ORD(LS-KEY-DATA(WS-POS:1)) * WS-POS
		END-PERFORM.
		GOBACK.
