*> second run in apply mode ("A") prints the same register and
*> writes each change through salaudit and empjrnl exactly like
*> any other salary change.
*> The journal and salary-audit records written here carry the
*> operator opsignon returned (jrnl-operator, saud-operator), so
*> sodrpt (ch9/prog34.cbl) can set who changed a record against
*> what else the same person ran.
identification division.
program-id. annincr.
environment division.
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5) value spaces.
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
A100-start.
	*> Update authority required (opsignon level "U") - apply mode
	*> rewrites salaries.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	move emp-changed-date of emp-list-rec to saud-changed-date
	move emp-changed-time of emp-list-rec to saud-changed-time
	move W30-run-date to saud-eff-date
	move W90-operator-id to saud-operator
	write sal-audit-file-rec
	if not W90-audit-ok
		display "annincr: unable to write salaudit, status "
	move DR-TS-DATE to jrnl-ts-date
	move DR-TS-TIME to jrnl-ts-time
	move "annincr " to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
