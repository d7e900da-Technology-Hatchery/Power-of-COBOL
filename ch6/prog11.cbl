*> committed. A COMMIT run rewrites each selected employee and
*> appends a sal-audit-rec entry to salaudit for every record
*> touched, exactly as empmaint does for its one-at-a-time changes.
*> The journal and salary-audit records written here carry the
*> operator opsignon returned (jrnl-operator, saud-operator), so
*> sodrpt (ch9/prog34.cbl) can set who changed a record against
*> what else the same person ran.
*> Selection 4 takes the merit run's proposal file instead of a
*> department, grade or branch: meritrun (ch6/prog49.cbl) writes
*> meritprp (merit-prp-rec.cpy) with each appraised employee's own
*> percentage, and this run applies each one to that employee only
*> - preview first for the what-if, commit once it is signed off.
identification division.
program-id. saladj.
environment division.
		file status is W90-jrnl-status.
	select adj-rpt assign to "saladj01"
		file status is W90-rpt-status.
	select merit-prp assign to "meritprp"
		file status is W90-prp-status.
data division.
file section.
fd	emp-list.
fd	adj-rpt
	label records are standard.
01	rpt-line			pic X(80).
fd	merit-prp.
01	merit-prp-rec.
	copy merit-prp-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W30-by-dept				value 1.
		88	W30-by-grade			value 2.
		88	W30-by-branch			value 3.
		88	W30-by-merit			value 4.
	05	W30-select-dept		pic X(4).
	05	W30-select-grade	pic X(2).
	05	W30-select-branch	pic X(3).
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5) value spaces.
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-bkup-sw				pic X.
	88	W90-bkup-ok				value "Y".
01	W90-jrnl-status			pic XX.
	88	W90-jrnl-ok				value "00".
01	W90-prp-status			pic XX.
	88	W90-prp-ok				value "00".
01	W60-jrnl-action			pic X.
*> The merit proposals, loaded whole for selection 4.
01	W60-merit-table.
	05	W60-merit-count		pic 9(5) comp value 0.
	05	W60-merit-entry occurs 5000 times indexed by W60-merit-idx.
		10	W60-merit-emp-id	pic X(5).
		10	W60-merit-percent	pic S9(3)v99.
01	W50-page-header-1.
	05	filler				pic X(26) value "Mass Salary Adjustment - ".
	05	W50-mode-label		pic X(8).
A100-start.
	*> Update authority required (opsignon level "U") - a commit run
	*> rewrites the master.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	move 0 to return-code
	goback.
B100-accept-criteria.
	display "Select employees by: 1 department, 2 job grade, 3 branch, "
		"4 merit proposals: " with no advancing
	accept W30-select-type
	if W30-by-merit
		perform B200-load-merit-proposals
	end-if
	evaluate true
		when W30-by-dept
			display "Enter department code: " with no advancing
		when W30-by-branch
			display "Enter branch code: " with no advancing
			accept W30-select-branch
		when W30-by-merit
			*> Each employee's percentage comes off meritprp.
			move "P" to W30-adj-basis
		when other
			display "saladj: selection must be 1, 2, 3 or 4."
			move 16 to return-code
			goback
	end-evaluate
	if not W30-by-merit
		display "Adjustment basis (P percent / F flat amount): "
			with no advancing
		accept W30-adj-basis
	end-if
	evaluate true
		when W30-by-merit
			continue
		when W30-adj-is-percent
			display "Enter percentage (negative for a cut): "
				with no advancing
		move "N" to W10-commit-sw
		move "PREVIEW" to W50-mode-label
	end-if.
B200-load-merit-proposals.
	open input merit-prp
	if not W90-prp-ok
		display "saladj: unable to open meritprp, status " W90-prp-status
			" - run meritrun first."
		move 16 to return-code
		goback
	end-if
	move "N" to W10-eof-sw
	perform Z200-read-merit
	perform until W10-eof
		if W60-merit-count >= 5000
			*> A partial merit round would quietly skip people.
			display "saladj: meritprp outgrew its table - "
				"adjustment not run."
			close merit-prp
			move 16 to return-code
			goback
		end-if
		add 1 to W60-merit-count
		move mpr-emp-id to W60-merit-emp-id(W60-merit-count)
		move mpr-percent to W60-merit-percent(W60-merit-count)
		perform Z200-read-merit
	end-perform
	close merit-prp
	move "N" to W10-eof-sw
	if W60-merit-count = 0
		display "saladj: meritprp holds no proposals - nothing to do."
		move 8 to return-code
		goback
	end-if
	display W60-merit-count " merit proposal(s) loaded from meritprp.".
C100-check-selection.
	move "N" to W10-selected-sw
	evaluate true
			if emp-br-code of emp-list-rec = W30-select-branch
				move "Y" to W10-selected-sw
			end-if
		when W30-by-merit
			set W60-merit-idx to 1
			search W60-merit-entry
				at end continue
				when W60-merit-idx > W60-merit-count
					continue
				when W60-merit-emp-id(W60-merit-idx)
						= emp-id of emp-list-rec
					move "Y" to W10-selected-sw
					move W60-merit-percent(W60-merit-idx)
						to W30-adj-percent
			end-search
	end-evaluate.
D100-adjust-one.
	move emp-salary of emp-list-rec to W40-old-salary
	move W60-change-date to jrnl-ts-date
	move W60-change-time to jrnl-ts-time
	move "saladj" to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
	move W40-new-salary to saud-new-salary
	move W60-change-date to saud-changed-date
	move W60-change-time to saud-changed-time
	move W90-operator-id to saud-operator
	write sal-audit-file-rec
	if not W90-audit-ok
		display "saladj: unable to write salaudit, status "
	if not W10-eof and emp-id of emp-list-rec = "99999"
		move "Y" to W10-eof-sw
	end-if.
Z200-read-merit.
	read merit-prp
		at end move "Y" to W10-eof-sw
	end-read.
