*> alphanumeric field or zero numeric field means "leave what is on
*> the record" - the same sparse-update convention the head-office
*> feed has always used.
*> The journal and salary-audit records written here carry the
*> operator opsignon returned (jrnl-operator, saud-operator), so
*> sodrpt (ch9/prog34.cbl) can set who changed a record against
*> what else the same person ran.
identification division.
program-id. empbmnt.
environment division.
01	W90-audit-status		pic XX.
	88	W90-audit-ok			value "00".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5) value spaces.
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-bkup-sw				pic X.
	if LK-signon-verified is omitted
		*> Update authority required (opsignon level "U") - this
		*> program rewrites the master.
		call "opsignon" using W90-signon-sw W90-auth-level
			W90-operator-id
		end-call
		if not W90-signon-ok
			move 16 to return-code
			goback
	move DR-TS-DATE to jrnl-ts-date
	move DR-TS-TIME to jrnl-ts-time
	move "empbmnt " to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
	move emp-salary of emp-list-rec to saud-new-salary
	move emp-changed-date of emp-list-rec to saud-changed-date
	move emp-changed-time of emp-list-rec to saud-changed-time
	move W90-operator-id to saud-operator
	write sal-audit-file-rec
	if not W90-audit-ok
		display "empbmnt: unable to write salaudit, status "
