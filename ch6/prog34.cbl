*> and everything still upcoming. Runs as a nitecycl step with the
*> shared run date, or standalone with an operator as-of date -
*> the periodend shape.
*> The journal and salary-audit records written here carry the
*> operator opsignon returned (jrnl-operator, saud-operator), so
*> sodrpt (ch9/prog34.cbl) can set who changed a record against
*> what else the same person ran.
identification division.
program-id. empfutr.
environment division.
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5) value spaces.
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
*> The same dual-control gate empmaint applies at the keyboard
		*> opsignon level-"U" gate empbatch and periodend demand
		*> outside the cycle. Driven by nitecycl, the cycle's own
		*> sign-on already covered it.
		call "opsignon" using W90-signon-sw W90-auth-level
			W90-operator-id
		end-call
		if not W90-signon-ok
			move 16 to return-code
			goback
	move DR-TS-DATE to jrnl-ts-date
	move DR-TS-TIME to jrnl-ts-time
	move "empfutr " to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
	move emp-changed-date of emp-list-rec to saud-changed-date
	move emp-changed-time of emp-list-rec to saud-changed-time
	move epc-eff-date of pend-chg-rec to saud-eff-date
	move W90-operator-id to saud-operator
	write sal-audit-file-rec.
C400-write-position-history.
	if not W90-pos-ok
