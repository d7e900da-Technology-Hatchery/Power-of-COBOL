*> Annual performance appraisal maintenance.
*> emp-incr-hold-sw was keyed by hand in empmaint (ch6/prog1.cbl)
*> whenever a manager said someone should miss their increment, with
*> no record of why and no link from performance to pay. This keeps
*> the apprais file (appr-rec.cpy): each employee's rating for the
*> year (1 unsatisfactory to 5 outstanding), the reviewer - the
*> employee's manager on emp001 (emp-mgr-id), or a live employee
*> keyed in their place when there is no manager on file - the
*> review date and a comment. Re-keying a year replaces that year's
*> appraisal. An unsatisfactory rating sets the increment hold on
*> emp001 there and then, journaled through empjrnl, so neither
*> annincr (ch6/prog37.cbl) nor the merit run pays it; lifting the
*> hold stays a deliberate empmaint decision. Same nightly-lock and
*> update-authority sign-on as empmaint, behind an empbkup
*> generation because emp001 may be rewritten.
identification division.
program-id. apprmnt.
environment division.
input-output section.
file-control.
	select appr-file assign to "apprais"
		organization is indexed
		access mode is dynamic
		record key is apr-key of appr-file-rec
		file status is W90-appr-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select jrnl-file assign to "empjrnl"
		file status is W90-jrnl-status.
data division.
file section.
fd	appr-file.
01	appr-file-rec.
	copy appr-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	jrnl-file.
01	jrnl-rec.
	copy emp-jrnl-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-emp-found-sw	pic X value "N".
		88	W10-emp-found			value "Y".
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-reviewer-sw		pic X value "N".
		88	W10-reviewer-ok			value "Y".
01	W20-counters.
	05	W20-shown-count		pic 9(3) comp value 0.
01	W30-menu-choice			pic 9.
01	W30-emp-id				pic X(5).
01	W40-today				pic 9(8).
01	W40-today-parts redefines W40-today.
	05	W40-today-year		pic 9(4).
	05	W40-today-mmdd		pic 9(4).
01	W40-old-rating			pic 9.
01	appr-work.
	copy appr-rec.
*> Holds the employee's record while the reviewer's own record is
*> read through the same emp-list buffer.
01	W60-emp-hold.
	copy emp-rec.
01	W90-appr-status			pic XX.
	88	W90-appr-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-jrnl-status			pic XX.
	88	W90-jrnl-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "apprmnt ".
01	W90-act-event			pic X.
01	W90-bkup-sw				pic X.
	88	W90-bkup-ok				value "Y".
	copy date-routines.
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
procedure division.
A100-start.
	*> The nightly cycle's batch lock (suitelok, ch9/prog27.cbl).
	move "CHK " to W35-lok-function
	move "apprmnt" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "apprmnt: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U"), and the id
	*> rides every appraisal and journal record.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> Generation backup (empbkup, ch9/prog14.cbl) before the master
	*> is opened for update - an unsatisfactory rating rewrites it.
	call "empbkup" using W90-bkup-sw end-call
	if not W90-bkup-ok
		display "apprmnt: emp001 backup failed - maintenance not started."
		move 16 to return-code
		goback
	end-if
	*> A brand new apprais is brought into existence the way empmaint
	*> creates emp001 the first time.
	open i-o appr-file
	if W90-appr-status = "35"
		open output appr-file
		close appr-file
		open i-o appr-file
	end-if
	if not W90-appr-ok
		display "apprmnt: unable to open apprais, status " W90-appr-status
		move 16 to return-code
		goback
	end-if
	open i-o emp-list
	if not W90-emp-ok
		display "apprmnt: unable to open emp001, status " W90-emp-status
		close appr-file
		move 16 to return-code
		goback
	end-if
	open extend jrnl-file
	if W90-jrnl-status = "35"
		open output jrnl-file
	end-if
	if not W90-jrnl-ok
		display "apprmnt: unable to open empjrnl, status " W90-jrnl-status
		close appr-file
		close emp-list
		move 16 to return-code
		goback
	end-if
	accept W40-today from date yyyymmdd
	perform until W30-menu-choice = 3
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-key-appraisal
			when 2 perform D200-inquire
			when 3 continue
			when other display "Please choose 1 through 3."
		end-evaluate
	end-perform
	close appr-file
	close emp-list
	close jrnl-file
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Performance Appraisals"
	display "1. Key or change an appraisal"
	display "2. Inquire an employee's appraisals"
	display "3. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-key-appraisal.
	display "Enter employee id: " with no advancing
	accept W30-emp-id
	perform F100-find-employee
	if not W10-emp-found
		display "Employee " W30-emp-id " is not on emp001."
		exit paragraph
	end-if
	if emp-term-date of emp-list-rec not = 0
		display "Employee " W30-emp-id " has left - no appraisal."
		exit paragraph
	end-if
	move W30-emp-id to apr-emp-id of appr-work
	display "Enter appraisal year (0 = " W40-today-year "): "
		with no advancing
	accept apr-year of appr-work
	if apr-year of appr-work = 0
		move W40-today-year to apr-year of appr-work
	end-if
	move apr-key of appr-work to apr-key of appr-file-rec
	read appr-file
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	move 0 to W40-old-rating
	if W10-found
		move apr-rating of appr-file-rec to W40-old-rating
		display "Replacing the " apr-year of appr-work
			" appraisal - rated " W40-old-rating " by "
			apr-reviewer of appr-file-rec "."
	end-if
	display "Rating (5 outstanding, 4 exceeds, 3 meets, "
		"2 needs improvement, 1 unsatisfactory): " with no advancing
	accept apr-rating of appr-work
	if not apr-rating-valid of appr-work
		display "Rating must be 1 through 5 - not saved."
		exit paragraph
	end-if
	perform E100-find-reviewer
	if not W10-reviewer-ok
		exit paragraph
	end-if
	display "Enter review date (yyyymmdd, 0 = today): " with no advancing
	accept apr-review-date of appr-work
	if apr-review-date of appr-work = 0
		move W40-today to apr-review-date of appr-work
	end-if
	move apr-review-date of appr-work to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID or apr-review-date of appr-work > W40-today
		display "Review date must be a valid date, not in the future "
			"- not saved."
		exit paragraph
	end-if
	display "Comment: " with no advancing
	accept apr-comment of appr-work
	move W90-operator-id to apr-keyed-by of appr-work
	move W40-today to apr-keyed-date of appr-work
	move appr-work to appr-file-rec
	if W10-found
		rewrite appr-file-rec
			invalid key
				display "Appraisal not updated, status " W90-appr-status
				exit paragraph
		end-rewrite
	else
		write appr-file-rec
			invalid key
				display "Appraisal not added, status " W90-appr-status
				exit paragraph
		end-write
	end-if
	display "Appraisal saved - " W30-emp-id " rated "
		apr-rating of appr-work " for " apr-year of appr-work
		", reviewer " apr-reviewer of appr-work "."
	if apr-unsatisfactory of appr-work
		perform D150-withhold-increment
	else
		if W40-old-rating = 1 and emp-incr-withheld of emp-list-rec
			display "The increment hold set by the earlier rating stays "
				"until it is lifted in empmaint."
		end-if
	end-if.
D150-withhold-increment.
	*> emp-list-rec still holds the employee - E100 put it back.
	if emp-incr-withheld of emp-list-rec
		display "Increment already withheld for " W30-emp-id "."
		exit paragraph
	end-if
	move "W" to emp-incr-hold-sw of emp-list-rec
	accept emp-changed-date of emp-list-rec from date yyyymmdd
	accept emp-changed-time of emp-list-rec from time
	rewrite emp-list-rec
		invalid key
			display "apprmnt: unable to rewrite emp001, status "
				W90-emp-status " - set the increment hold in empmaint."
		not invalid key
			perform J200-write-journal
			display "Unsatisfactory rating - annual increment now "
				"withheld for " W30-emp-id "."
	end-rewrite.
D200-inquire.
	display "Enter employee id: " with no advancing
	accept W30-emp-id
	move 0 to W20-shown-count
	move W30-emp-id to apr-emp-id of appr-file-rec
	move 0 to apr-year of appr-file-rec
	start appr-file key is >= apr-key of appr-file-rec
		invalid key move "Y" to W10-eof-sw
		not invalid key move "N" to W10-eof-sw
	end-start
	perform until W10-eof
		read appr-file next record
			at end move "Y" to W10-eof-sw
			not at end
				if apr-emp-id of appr-file-rec not = W30-emp-id
					move "Y" to W10-eof-sw
				else
					add 1 to W20-shown-count
					display apr-year of appr-file-rec "  rated "
						apr-rating of appr-file-rec "  by "
						apr-reviewer of appr-file-rec "  on "
						apr-review-date of appr-file-rec "  "
						apr-comment of appr-file-rec
				end-if
		end-read
	end-perform
	if W20-shown-count = 0
		display "No appraisals on file for " W30-emp-id "."
	end-if.
E100-find-reviewer.
	*> The reviewer is the manager on file; with no manager the
	*> reviewer is keyed, and must be a live employee other than the
	*> one being appraised. The read goes through the shared emp-list
	*> buffer, so the employee is saved and put back around it.
	move "N" to W10-reviewer-sw
	if emp-mgr-id of emp-list-rec not = spaces
		move emp-mgr-id of emp-list-rec to apr-reviewer of appr-work
		display "Reviewer: " apr-reviewer of appr-work " (manager on file)"
		move "Y" to W10-reviewer-sw
		exit paragraph
	end-if
	display "No manager on file - enter reviewer id: " with no advancing
	accept apr-reviewer of appr-work
	if apr-reviewer of appr-work = W30-emp-id
			or apr-reviewer of appr-work = "99999"
			or apr-reviewer of appr-work = spaces
		display "Reviewer must be another live employee - not saved."
		exit paragraph
	end-if
	move emp-list-rec to W60-emp-hold
	move apr-reviewer of appr-work to emp-id of emp-list-rec
	read emp-list
		invalid key
			display "Reviewer " apr-reviewer of appr-work
				" is not on emp001 - not saved."
		not invalid key
			if emp-term-date of emp-list-rec not = 0
				display "Reviewer " apr-reviewer of appr-work
					" has left - not saved."
			else
				move "Y" to W10-reviewer-sw
			end-if
	end-read
	*> Re-read the employee so a later rewrite has the current record.
	move W60-emp-hold to emp-list-rec
	perform F100-find-employee.
F100-find-employee.
	move "N" to W10-emp-found-sw
	if W30-emp-id = "99999"
		exit paragraph
	end-if
	move W30-emp-id to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-emp-found-sw
		not invalid key move "Y" to W10-emp-found-sw
	end-read.
J200-write-journal.
	*> After-image of the rewrite just applied, stamped the
	*> DR-TIMESTAMP way - the same shape as empmaint's J200.
	accept DR-TS-DATE from date yyyymmdd
	accept DR-TS-TIME from time
	move "R" to jrnl-action
	move DR-TS-DATE to jrnl-ts-date
	move DR-TS-TIME to jrnl-ts-time
	move "apprmnt" to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
		display "apprmnt: unable to write empjrnl, status " W90-jrnl-status
	end-if.
