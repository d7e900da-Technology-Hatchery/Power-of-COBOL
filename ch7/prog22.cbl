*> Programme master maintenance.
*> Maintains prgmast (prog-rec.cpy) - each academic programme's
*> graduation requirement: total credits, the core subjects that
*> must all be passed, and the minimum credit-weighted average - in
*> the same menu-driven indexed shape subjmnt (ch7/prog13.cbl)
*> gives the subject table. Credits must be 1 to 999 and the
*> average 0 to 100; each core subject validates through subjedit
*> (ch9/prog26.cbl), and a blank entry ends the list. Classes are
*> tied to a programme in clsmaint (ch7/prog10.cbl); the degree
*> audit degaudit (ch7/prog23.cbl) reads the requirement back.
identification division.
program-id. prgmaint.
environment division.
input-output section.
file-control.
	select prg-mast assign to "prgmast"
		organization is indexed
		access mode is dynamic
		record key is prg-code of prg-mast-rec
		file status is W90-prg-status.
data division.
file section.
fd	prg-mast.
01	prg-mast-rec.
	copy prog-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-valid-sw		pic X value "N".
		88	W10-valid				value "Y".
	05	W10-subj-valid-sw	pic X.
		88	W10-subj-valid			value "Y".
	05	W10-core-done-sw	pic X value "N".
		88	W10-core-done			value "Y".
01	W20-counters.
	05	W20-core-sub		pic 9(2) comp value 0.
01	W30-menu-choice			pic 9.
01	W40-prg-code			pic X(4).
01	W40-core-subj			pic X(4).
01	W90-prg-status			pic XX.
	88	W90-prg-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> writes reference data.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> A brand new prgmast that has never been created can't be
	*> opened i-o at all (status 35) - open it output once to bring
	*> it into existence, then reopen i-o the normal way.
	open i-o prg-mast
	if W90-prg-status = "35"
		open output prg-mast
		close prg-mast
		open i-o prg-mast
	end-if
	if not W90-prg-ok
		display "prgmaint: unable to open prgmast, status " W90-prg-status
		move 16 to return-code
		goback
	end-if
	perform until W30-menu-choice = 5
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-add
			when 2 perform D200-change
			when 3 perform D300-delete
			when 4 perform D400-inquire
			when 5 continue
			when other display "Please choose 1 through 5."
		end-evaluate
	end-perform
	close prg-mast
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Programme Master Maintenance"
	display "1. Add programme"
	display "2. Change programme"
	display "3. Delete programme"
	display "4. Inquire programme"
	display "5. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add.
	display "Enter programme code: " with no advancing
	accept W40-prg-code
	if W40-prg-code = spaces
		display "Programme code is required."
		exit paragraph
	end-if
	perform F100-find-programme
	if W10-found
		display "Programme " W40-prg-code " already exists."
	else
		move spaces to prg-mast-rec
		move W40-prg-code to prg-code of prg-mast-rec
		perform D150-capture-fields
		if W10-valid
			write prg-mast-rec
				invalid key
					display "Programme not added, status " W90-prg-status
				not invalid key
					display "Programme added."
			end-write
		end-if
	end-if.
D150-capture-fields.
	move "N" to W10-valid-sw
	display "Enter description: " with no advancing
	accept prg-desc of prg-mast-rec
	display "Enter total credits required (1-999): " with no advancing
	accept prg-credits-req of prg-mast-rec
	if prg-credits-req of prg-mast-rec = 0
		display "Credits must be 1 to 999 - not accepted."
		exit paragraph
	end-if
	display "Enter minimum credit-weighted average (0-100): "
		with no advancing
	accept prg-min-avg of prg-mast-rec
	if prg-min-avg of prg-mast-rec > 100
		display "Average must be 0-100 - not accepted."
		exit paragraph
	end-if
	*> The core list is keyed afresh each time - a blank ends it.
	perform varying W20-core-sub from 1 by 1 until W20-core-sub > 20
		move spaces to prg-core-subj of prg-mast-rec(W20-core-sub)
	end-perform
	display "Enter core subjects, blank to finish:"
	move "N" to W10-core-done-sw
	move "Y" to W10-subj-valid-sw
	perform varying W20-core-sub from 1 by 1
			until W20-core-sub > 20 or W10-core-done
				or not W10-subj-valid
		display "  core subject " W20-core-sub ": " with no advancing
		accept W40-core-subj
		if W40-core-subj = spaces
			move "Y" to W10-core-done-sw
		else
			call "subjedit" using W40-core-subj W10-subj-valid-sw
			end-call
			if W10-subj-valid
				move W40-core-subj
					to prg-core-subj of prg-mast-rec(W20-core-sub)
			else
				display "Subject " W40-core-subj
					" is not on subjmast - not accepted."
			end-if
		end-if
	end-perform
	if W10-subj-valid
		move "Y" to W10-valid-sw
	end-if.
D200-change.
	display "Enter programme code: " with no advancing
	accept W40-prg-code
	perform F100-find-programme
	if W10-found
		perform D150-capture-fields
		if W10-valid
			rewrite prg-mast-rec
				invalid key
					display "Programme not updated, status "
						W90-prg-status
				not invalid key
					display "Programme updated."
			end-rewrite
		end-if
	else
		display "Programme not found."
	end-if.
D300-delete.
	display "Enter programme code: " with no advancing
	accept W40-prg-code
	perform F100-find-programme
	if W10-found
		delete prg-mast record
			invalid key
				display "Programme not deleted, status " W90-prg-status
			not invalid key
				display "Programme deleted."
		end-delete
	else
		display "Programme not found."
	end-if.
D400-inquire.
	display "Enter programme code: " with no advancing
	accept W40-prg-code
	perform F100-find-programme
	if W10-found
		display "Code:          " prg-code of prg-mast-rec
		display "Description:   " prg-desc of prg-mast-rec
		display "Credits req'd: " prg-credits-req of prg-mast-rec
		display "Min average:   " prg-min-avg of prg-mast-rec
		display "Core subjects:"
		perform varying W20-core-sub from 1 by 1 until W20-core-sub > 20
			if prg-core-subj of prg-mast-rec(W20-core-sub) not = spaces
				display "  " prg-core-subj of prg-mast-rec(W20-core-sub)
			end-if
		end-perform
	else
		display "Programme not found."
	end-if.
F100-find-programme.
	move W40-prg-code to prg-code of prg-mast-rec
	read prg-mast
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
