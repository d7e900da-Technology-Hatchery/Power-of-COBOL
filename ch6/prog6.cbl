*> failure stops the run. This is the "load emp001" step of the
*> batch cycle (empbatch, ch6/prog7.cbl) that sits between newhire's
*> edit/validate pass and the reports.
*> The journal records written here carry the operator opsignon
*> returned (jrnl-operator), so sodrpt (ch9/prog34.cbl) can set
*> who changed a record against what else the same person ran.
*> Position control: the postmast post newhire checked is filled
*> through postctl (ch9/prog35.cbl) the moment the hire is on
*> emp001. A post that has stopped being vacant since the edit
*> (postmnt closed it, or another load took it) holds the hire
*> back - skipped and counted, never loaded into a seat that no
*> longer exists.
identification division.
program-id. newhload.
environment division.
	05	W20-read-count		pic 9(5) comp value 0.
	05	W20-added-count		pic 9(5) comp value 0.
	05	W20-dup-count		pic 9(5) comp value 0.
	05	W20-post-skip-count	pic 9(5) comp value 0.
01	W60-ctl-delta			pic S9(3) value 0.
01	W60-jrnl-action			pic X.
01	W70-max-retries			pic 9(2) value 5.
01	W70-attempt-count		pic 9(2) value 0.
01	W70-retry-sw			pic X value "Y".
	88	W70-retry-again			value "Y".
01	W40-post-work.
	05	W40-post-function	pic X(4).
	05	W40-post-date		pic 9(8).
	05	W40-post-ok-sw		pic X.
		88	W40-post-ok				value "Y".
01	W40-post-rec.
	copy post-rec.
01	W90-acc-status			pic XX.
	88	W90-acc-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
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
	display "New-hire records read:                  " W20-read-count
	display "New-hire records added to emp001:        " W20-added-count
	display "New-hire records skipped as duplicates:  " W20-dup-count
	display "New-hire records held - post not vacant: " W20-post-skip-count
	move 0 to return-code
	goback.
B100-load-one.
	move "CHK " to W40-post-function
	accept W40-post-date from date yyyymmdd
	call "postctl" using W40-post-function emp-post-id of newhacc-rec
		emp-id of newhacc-rec W40-post-date W90-operator-id
		W40-post-rec W40-post-ok-sw
	end-call
	if not W40-post-ok or not pst-is-vacant of W40-post-rec
		add 1 to W20-post-skip-count
		display "newhload: employee " emp-id of newhacc-rec
			" held back - post " emp-post-id of newhacc-rec
			" is no longer vacant."
		exit paragraph
	end-if
	move newhacc-rec to emp-list-rec
	*> Every load starts on probation - confirmation is empmaint's
	*> decision later, never the file feed's default. The pay
			add 1 to W20-added-count
			move "W" to W60-jrnl-action
			perform J200-write-journal
			move "FILL" to W40-post-function
			call "postctl" using W40-post-function
				emp-post-id of newhacc-rec emp-id of newhacc-rec
				W40-post-date W90-operator-id W40-post-rec W40-post-ok-sw
			end-call
			move 1 to W60-ctl-delta
			perform G100-adjust-ctl-count
	end-write.
	move DR-TS-DATE to jrnl-ts-date
	move DR-TS-TIME to jrnl-ts-time
	move "newhload" to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
