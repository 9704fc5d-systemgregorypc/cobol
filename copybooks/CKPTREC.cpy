	05 CKPT-LAST-PROGRAM	PIC X(08).
	05 CKPT-TIMESTAMP	PIC X(21).
	05 CKPT-LAST-LINE	PIC 9(05).
*> CKPT-CHAIN-STATUS is how the chain under this run-id ended:
*> 'C' it reached its last step, 'S' a failed step stopped it, blank
*> while it is still under way (or never ran a step at all, as for a
*> standalone name load's line checkpoint). CKPT-STEP-ENTRY keeps
*> one entry per step the chain has dealt with - completed 'R',
*> skipped by its run-on-days rule 'S', failed 'F' - with the
*> return code the step handed back and when; a step dealt with
*> again on a restart replaces its own entry. The record grew for
*> these, and like the last time it did there is no converter:
*> RESTCTL is deleted between batch windows and CkptCtl recreates it
*> empty.
	05 CKPT-CHAIN-STATUS	PIC X(01).
		88 CKPT-CHAIN-COMPLETE	VALUE 'C'.
		88 CKPT-CHAIN-STOPPED	VALUE 'S'.
	05 CKPT-STEP-COUNT	PIC 9(02).
	05 CKPT-STEP-ENTRY OCCURS 20 TIMES.
		10 CKPT-STEP-NAME	PIC X(08).
		10 CKPT-STEP-STATUS	PIC X(01).
			88 CKPT-STEP-RAN	VALUE 'R'.
			88 CKPT-STEP-SKIPPED	VALUE 'S'.
			88 CKPT-STEP-FAILED	VALUE 'F'.
		10 CKPT-STEP-RC		PIC 9(04).
		10 CKPT-STEP-TS		PIC X(14).
