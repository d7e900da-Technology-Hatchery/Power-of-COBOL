*> On a site with no xmitreg yet, NEXT answers sequence 1 and never
*> blocks - exactly the unregistered behavior the interfaces always
*> had. Same call-and-fill shape as parmget.
*> Function "STAT" hands back the latest generation's own status
*> letter in the fourth parameter instead of a blocked flag - space
*> when the file-id has never been generated - for a run that adds
*> lines to an interface rather than rebuilding it, and so has to
*> know whether the generation on disk is still waiting to go
*> ("G"), with the ledger ("T") or done with ("A").
identification division.
program-id. xmitctl.
environment division.
01	LK-XMIT-FUNCTION		pic X(4).
	88	LK-XMIT-NEXT			value "NEXT".
	88	LK-XMIT-GEN				value "GEN ".
	88	LK-XMIT-STAT			value "STAT".
01	LK-XMIT-FILE-ID			pic X(8).
01	LK-XMIT-SEQ				pic 9(6).
01	LK-XMIT-BLOCKED-SW		pic X.
		when LK-XMIT-GEN
			perform C100-record-generation
			move "N" to LK-XMIT-BLOCKED-SW
		when LK-XMIT-STAT
			perform B100-find-latest
			move W30-latest-seq to LK-XMIT-SEQ
			move W30-latest-status to LK-XMIT-BLOCKED-SW
	end-evaluate
	goback.
B100-find-latest.
