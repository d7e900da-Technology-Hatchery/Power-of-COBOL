*> code, so the morning after a failure the operations report
*> (opsrpt, ch6/prog30.cbl) shows what ran and where it stopped
*> instead of the console scroll being the only record.
*> A step that stops the cycle is raised to the OPS mailbox through
*> notify (ch9/prog36.cbl) too, not left for the morning report.
identification division.
program-id. empbatch.
environment division.
	88	W40-cal-run				value "Y".
01	W40-cal-reason			pic X(30).
01	W60-step-start			pic 9(8).
01	W60-rc-show				pic -(3)9.
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
	copy date-routines.
	copy notify-parms.
linkage section.
01	LK-signon-verified		pic X.
	88	LK-signon-ok			value "Y".
Z100-abort.
	display "Employee batch cycle stopped - step " W10-step-name
		" returned code " W20-step-rc
	perform Z200-raise-failure
	move W20-step-rc to return-code
	goback.
Z200-raise-failure.
	move "OPS" to NTF-RECIPIENT
	move "STEPFAIL" to NTF-EVENT-TYPE
	move spaces to NTF-REFERENCE
	string "empbatch" W40-run-date W10-step-name
		delimited by size into NTF-REFERENCE
	end-string
	move "empbatch" to NTF-PROGRAM
	move W20-step-rc to W60-rc-show
	move spaces to NTF-MESSAGE
	string "empbatch " W40-run-date " stopped: step " W10-step-name
		" returned " W60-rc-show
		delimited by size into NTF-MESSAGE
	end-string
	call "notify" using NTF-PARMS end-call.
