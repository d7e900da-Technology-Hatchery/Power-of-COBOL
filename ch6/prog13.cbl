*> and then archived one keyed read at a time, so the scan never
*> deletes underneath its own position. emphrpt (ch6/prog14.cbl)
*> answers reference requests from the archive afterwards.
*> The journal records written here carry the operator opsignon
*> returned (jrnl-operator), so sodrpt (ch9/prog34.cbl) can set
*> who changed a record against what else the same person ran.
identification division.
program-id. emparch.
environment division.
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5) value spaces.
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-bkup-sw				pic X.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> deletes master records.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	move DR-TS-DATE to jrnl-ts-date
	move DR-TS-TIME to jrnl-ts-time
	move "emparch" to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
