*> wins; a date before the first change answers with that first
*> change's OLD values; an employee with no history at all answers
*> with the current master record, which has never changed.
*> Post transfers: under position control (postmast, post-rec.cpy)
*> a department, grade or branch move is a move between posts, so it
*> is keyed here rather than in empmaint. The transfer needs update
*> authority of its own - the reports above only ever needed a
*> plain sign-on - and stays out while the nightly cycle holds the
*> batch lock. The target post must be vacant and the salary must
*> sit in its grade's band; the old post is vacated and the new one
*> filled through postctl (ch9/prog35.cbl) as of the effective
*> date, emp001 takes the post's department, grade and branch
*> behind an empbkup generation, and the move is journaled to
*> empjrnl and written to poshist like any other position change.
*> A future-dated change already parked on emppend (emp-pend-rec.cpy)
*> for the employee carries the old post in its after-image - left
*> alone, empfutr (ch6/prog34.cbl) would put the employee back in
*> the post they left on the day it falls due. The transfer
*> re-points every such pending change at the new post, department,
*> grade and branch, the way restruct (ch6/prog54.cbl) re-points
*> them for a restructure.
identification division.
program-id. emppos.
environment division.
		file status is W90-emp-status.
	select pos-rpt assign to "emppos01"
		file status is W90-rpt-status.
	select jrnl-file assign to "empjrnl"
		file status is W90-jrnl-status.
	select pend-chg-file assign to "emppend"
		file status is W90-pend-status.
data division.
file section.
fd	pos-hist-file.
fd	pos-rpt
	label records are standard.
01	rpt-line			pic X(80).
fd	jrnl-file.
01	jrnl-rec.
	copy emp-jrnl-rec.
fd	pend-chg-file.
01	pend-chg-rec.
	copy emp-pend-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-found				value "Y".
	05	W10-any-hist-sw		pic X value "N".
		88	W10-any-hist			value "Y".
	05	W10-pend-eof-sw		pic X value "N".
		88	W10-pend-eof			value "Y".
01	W20-counters.
	05	W20-line-count		pic 9(4) comp value 0.
	05	W20-pend-count		pic 9(4) comp value 0.
01	W30-menu-choice			pic 9.
01	W30-emp-id				pic X(5).
01	W30-asof-date			pic 9(8).
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5) value spaces.
01	W90-program-name		pic X(8) value "emppos  ".
01	W90-bkup-sw				pic X.
	88	W90-bkup-ok				value "Y".
01	W90-jrnl-status			pic XX.
	88	W90-jrnl-ok				value "00".
01	W90-pend-status			pic XX.
	88	W90-pend-ok				value "00".
01	W30-new-post-id			pic X(6).
01	W30-eff-date			pic 9(8).
01	W40-today				pic 9(8).
01	W40-old-post-id			pic X(6).
01	W40-old-dept			pic X(4).
01	W40-old-grade			pic X(2).
01	W40-post-work.
	05	W40-post-function	pic X(4).
	05	W40-post-ok-sw		pic X.
		88	W40-post-ok				value "Y".
01	W40-post-rec.
	copy post-rec.
01	W50-grade-valid-sw		pic X.
	88	W50-grade-valid			value "Y".
01	W50-band-valid-sw		pic X.
	88	W50-band-valid			value "Y".
01	W50-band-min			pic 9(5).
01	W50-band-max			pic 9(5).
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
	copy date-routines.
01	W50-rpt-header.
	05	filler				pic X(25) value "Career Report - Employee ".
	05	W50-hdr-emp			pic X(5).
		move 16 to return-code
		goback
	end-if
	perform until W30-menu-choice = 4
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-career-report
			when 2 perform D200-point-in-time
			when 3 perform D400-transfer
			when 4 continue
			when other display "Please choose 1 through 4."
		end-evaluate
	end-perform
	move 0 to return-code
	display "Position History"
	display "1. Career report for an employee"
	display "2. Point-in-time query"
	display "3. Transfer employee to another post"
	display "4. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-career-report.
		display "Employee " W30-emp-id " is not on emp001 and has "
			"no position history."
	end-if.
D400-transfer.
	*> The nightly cycle's batch lock (suitelok, ch9/prog27.cbl).
	move "CHK " to W35-lok-function
	move "emppos" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "emppos: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		exit paragraph
	end-if
	*> Update authority required (opsignon level "U") - a transfer
	*> rewrites the master, and the id rides the journal and poshist.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		exit paragraph
	end-if
	accept W40-today from date yyyymmdd
	display "Enter employee id: " with no advancing
	accept W30-emp-id
	display "Enter post id to transfer to: " with no advancing
	accept W30-new-post-id
	display "Enter effective date (yyyymmdd, 0 = today): "
		with no advancing
	accept W30-eff-date
	if W30-eff-date = 0
		move W40-today to W30-eff-date
	end-if
	move W30-eff-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID
		display "Effective date is not a valid date - no transfer."
		exit paragraph
	end-if
	if W30-eff-date > W40-today
		display "A transfer cannot be keyed ahead of its date - "
			"key it on the day."
		exit paragraph
	end-if
	*> Generation backup (empbkup, ch9/prog14.cbl) before the master
	*> is opened for update.
	call "empbkup" using W90-bkup-sw end-call
	if not W90-bkup-ok
		display "emppos: emp001 backup failed - no transfer."
		exit paragraph
	end-if
	open i-o emp-list
	if not W90-emp-ok
		display "emppos: unable to open emp001, status " W90-emp-status
		exit paragraph
	end-if
	move W30-emp-id to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found or W30-emp-id = "99999"
		display "Employee " W30-emp-id " is not on emp001."
		close emp-list
		exit paragraph
	end-if
	if emp-term-date of emp-list-rec not = 0
		display "Employee " W30-emp-id " has left - no transfer."
		close emp-list
		exit paragraph
	end-if
	if emp-post-id of emp-list-rec = W30-new-post-id
		display "Employee " W30-emp-id " already holds post "
			W30-new-post-id "."
		close emp-list
		exit paragraph
	end-if
	perform D410-check-new-post
	if not W40-post-ok
		close emp-list
		exit paragraph
	end-if
	open extend jrnl-file
	if W90-jrnl-status = "35"
		open output jrnl-file
	end-if
	if not W90-jrnl-ok
		display "emppos: unable to open empjrnl, status " W90-jrnl-status
			" - no transfer."
		close emp-list
		exit paragraph
	end-if
	perform D420-apply-transfer
	close emp-list
	close jrnl-file.
D410-check-new-post.
	move "CHK " to W40-post-function
	call "postctl" using W40-post-function W30-new-post-id W30-emp-id
		W30-eff-date W90-operator-id W40-post-rec W40-post-ok-sw
	end-call
	if not W40-post-ok
		display "Post " W30-new-post-id " is not on postmast - "
			"no transfer."
		exit paragraph
	end-if
	move "N" to W40-post-ok-sw
	if not pst-is-vacant of W40-post-rec
		display "Post " W30-new-post-id " is not vacant - no transfer."
		exit paragraph
	end-if
	call "grdedit" using
		pst-job-grade of W40-post-rec
		emp-salary of emp-list-rec
		W50-grade-valid-sw
		W50-band-valid-sw
		W50-band-min
		W50-band-max
	end-call
	if not W50-grade-valid
		display "Post " W30-new-post-id " carries an unknown grade - "
			"no transfer."
		exit paragraph
	end-if
	*> Hourly staff carry no annual salary - only the grade counts.
	if not W50-band-valid and emp-salary of emp-list-rec not = 0
		display "Salary is outside the band for grade "
			pst-job-grade of W40-post-rec " (" W50-band-min " to "
			W50-band-max ") - change the salary first; no transfer."
		exit paragraph
	end-if
	move "Y" to W40-post-ok-sw.
D420-apply-transfer.
	move emp-post-id of emp-list-rec to W40-old-post-id
	move emp-dept-code of emp-list-rec to W40-old-dept
	move emp-job-grade of emp-list-rec to W40-old-grade
	move "FILL" to W40-post-function
	call "postctl" using W40-post-function W30-new-post-id W30-emp-id
		W30-eff-date W90-operator-id W40-post-rec W40-post-ok-sw
	end-call
	if not W40-post-ok
		display "Post " W30-new-post-id " could not be filled - "
			"no transfer."
		exit paragraph
	end-if
	move W30-new-post-id to emp-post-id of emp-list-rec
	move pst-dept-code of W40-post-rec to emp-dept-code of emp-list-rec
	move pst-job-grade of W40-post-rec to emp-job-grade of emp-list-rec
	move pst-br-code of W40-post-rec to emp-br-code of emp-list-rec
	accept emp-changed-date of emp-list-rec from date yyyymmdd
	accept emp-changed-time of emp-list-rec from time
	rewrite emp-list-rec
		invalid key
			display "emppos: unable to rewrite emp001, status "
				W90-emp-status " - post " W30-new-post-id
				" filled but employee NOT moved; check postmast."
			exit paragraph
	end-rewrite
	perform J200-write-journal
	perform H200-write-position-history
	perform D430-repoint-pending
	if W40-old-post-id not = spaces
		move "VAC " to W40-post-function
		call "postctl" using W40-post-function W40-old-post-id
			W30-emp-id W30-eff-date W90-operator-id W40-post-rec
			W40-post-ok-sw
		end-call
		if not W40-post-ok
			display "emppos: old post " W40-old-post-id
				" NOT vacated - check postmast."
		end-if
	end-if
	display "Employee " W30-emp-id " transferred to post "
		W30-new-post-id " (" emp-dept-code of emp-list-rec " grade "
		emp-job-grade of emp-list-rec ") effective " W30-eff-date ".".
D430-repoint-pending.
	*> No emppend is no change waiting.
	move 0 to W20-pend-count
	open i-o pend-chg-file
	if not W90-pend-ok
		exit paragraph
	end-if
	move "N" to W10-pend-eof-sw
	perform Z200-read-pending
	perform until W10-pend-eof
		if epc-is-pending of pend-chg-rec
				and emp-id of epc-after-image of pend-chg-rec = W30-emp-id
			move W30-new-post-id
				to emp-post-id of epc-after-image of pend-chg-rec
			move emp-dept-code of emp-list-rec
				to emp-dept-code of epc-after-image of pend-chg-rec
			move emp-job-grade of emp-list-rec
				to emp-job-grade of epc-after-image of pend-chg-rec
			move emp-br-code of emp-list-rec
				to emp-br-code of epc-after-image of pend-chg-rec
			rewrite pend-chg-rec
			if W90-pend-ok
				add 1 to W20-pend-count
			else
				display "emppos: unable to rewrite emppend, status "
					W90-pend-status " - change due "
					epc-eff-date of pend-chg-rec " NOT re-pointed."
			end-if
		end-if
		perform Z200-read-pending
	end-perform
	close pend-chg-file
	if W20-pend-count > 0
		display W20-pend-count " pending change(s) on emppend "
			"re-pointed to post " W30-new-post-id "."
	end-if.
J200-write-journal.
	*> After-image of the transfer, stamped the DR-TIMESTAMP way -
	*> the same shape as empmaint's J200.
	move "R" to jrnl-action
	move emp-changed-date of emp-list-rec to jrnl-ts-date
	move emp-changed-time of emp-list-rec to jrnl-ts-time
	move "emppos" to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
		display "emppos: unable to write empjrnl, status " W90-jrnl-status
	end-if.
H200-write-position-history.
	*> The manager does not move with the post - old and new are the
	*> same on the poshist record.
	open extend pos-hist-file
	if W90-pos-status = "35"
		open output pos-hist-file
	end-if
	if not W90-pos-ok
		display "emppos: unable to open poshist, status " W90-pos-status
			" - transfer NOT recorded in position history."
	else
		move W30-emp-id to phs-emp-id
		move W30-eff-date to phs-eff-date
		move emp-changed-date of emp-list-rec to phs-ts-date
		move emp-changed-time of emp-list-rec to phs-ts-time
		move W90-operator-id to phs-operator
		move W40-old-dept to phs-old-dept
		move emp-dept-code of emp-list-rec to phs-new-dept
		move W40-old-grade to phs-old-grade
		move emp-job-grade of emp-list-rec to phs-new-grade
		move emp-mgr-id of emp-list-rec to phs-old-mgr
		move emp-mgr-id of emp-list-rec to phs-new-mgr
		write pos-hist-rec
		close pos-hist-file
	end-if.
Z100-read-history.
	read pos-hist-file
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-pending.
	read pend-chg-file
		at end move "Y" to W10-pend-eof-sw
	end-read.
