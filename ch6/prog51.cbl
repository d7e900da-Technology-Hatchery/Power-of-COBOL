*> Training register - course completion capture.
*> Keys each course or certificate an employee completes onto the
*> certreg register (cert-rec.cpy). The employee must be live on
*> emp001 and the course active on coursmst (course-rec.cpy, kept
*> by crsmnt, ch6/prog50.cbl); the completion date may not be in
*> the future. The expiry is worked out here from the course's
*> validity in months - the same day of the month that many months
*> on, falling back to the month's last day (a 31 January
*> completion on a one-month course expires 28 or 29 February) - or
*> zero for a course that never lapses. A renewal is simply another
*> completion: every one is kept, and the latest is the one that
*> counts. A completion keyed in error can be removed. Same menu
*> shape, nightly lock and update-authority sign-on as persmnt
*> (ch6/prog43.cbl); every entry carries the operator who keyed it.
identification division.
program-id. certmnt.
environment division.
input-output section.
file-control.
	select cert-file assign to "certreg"
		organization is indexed
		access mode is dynamic
		record key is cert-key of cert-file-rec
		file status is W90-cert-status.
	select course-mast assign to "coursmst"
		organization is indexed
		access mode is dynamic
		record key is crs-code of course-mast-rec
		file status is W90-crs-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
data division.
file section.
fd	cert-file.
01	cert-file-rec.
	copy cert-rec.
fd	course-mast.
01	course-mast-rec.
	copy course-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-required-sw		pic X value "N".
		88	W10-required			value "Y".
01	W20-counters.
	05	W20-shown-count		pic 9(3) comp value 0.
	05	W20-gct-sub			pic 9(2) comp value 0.
	05	W20-month-total		pic 9(5) comp value 0.
01	W30-menu-choice			pic 9.
01	W30-confirm				pic X.
01	W30-emp-id				pic X(5).
01	W40-today				pic 9(8).
01	cert-work.
	copy cert-rec.
01	W40-expiry-work.
	05	W40-expiry-date		pic 9(8).
	05	filler redefines W40-expiry-date.
		10	W40-exp-year		pic 9(4).
		10	W40-exp-month		pic 9(2).
		10	W40-exp-day			pic 9(2).
01	W90-cert-status			pic XX.
	88	W90-cert-ok				value "00".
01	W90-crs-status			pic XX.
	88	W90-crs-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "certmnt ".
01	W90-act-event			pic X.
	copy date-routines.
	copy grade-cert-tab.
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
procedure division.
A100-start.
	*> The nightly cycle's batch lock (suitelok, ch9/prog27.cbl).
	move "CHK " to W35-lok-function
	move "certmnt" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "certmnt: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U"), and the id
	*> rides every register entry.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> A brand new certreg is brought into existence the way empmaint
	*> creates emp001 the first time.
	open i-o cert-file
	if W90-cert-status = "35"
		open output cert-file
		close cert-file
		open i-o cert-file
	end-if
	if not W90-cert-ok
		display "certmnt: unable to open certreg, status " W90-cert-status
		move 16 to return-code
		goback
	end-if
	open input course-mast
	if not W90-crs-ok
		display "certmnt: unable to open coursmst, status " W90-crs-status
			" - set courses up through crsmnt first."
		close cert-file
		move 16 to return-code
		goback
	end-if
	open input emp-list
	if not W90-emp-ok
		display "certmnt: unable to open emp001, status " W90-emp-status
		close cert-file
		close course-mast
		move 16 to return-code
		goback
	end-if
	accept W40-today from date yyyymmdd
	perform until W30-menu-choice = 4
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-record-completion
			when 2 perform D200-list-employee
			when 3 perform D300-remove-entry
			when 4 continue
			when other display "Please choose 1 through 4."
		end-evaluate
	end-perform
	close cert-file
	close course-mast
	close emp-list
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Training Register"
	display "1. Record a course completion"
	display "2. List an employee's register"
	display "3. Remove an entry keyed in error"
	display "4. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-record-completion.
	display "Enter employee id: " with no advancing
	accept cert-emp-id of cert-work
	perform F200-find-employee
	if not W10-found
		display "Employee " cert-emp-id of cert-work
			" is not on emp001."
		exit paragraph
	end-if
	if emp-term-date of emp-list-rec not = 0
			and emp-term-date of emp-list-rec <= W40-today
		display "Employee " cert-emp-id of cert-work
			" has left - nothing recorded."
		exit paragraph
	end-if
	display "Enter course code: " with no advancing
	accept cert-course-code of cert-work
	move cert-course-code of cert-work to crs-code of course-mast-rec
	read course-mast
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found
		display "Course " cert-course-code of cert-work
			" is not on coursmst - nothing recorded."
		exit paragraph
	end-if
	if crs-is-inactive of course-mast-rec
		display "Course " cert-course-code of cert-work
			" is inactive - nothing recorded."
		exit paragraph
	end-if
	display "Enter completion date (yyyymmdd, 0 = today): "
		with no advancing
	accept cert-completed-date of cert-work
	if cert-completed-date of cert-work = 0
		move W40-today to cert-completed-date of cert-work
	end-if
	move cert-completed-date of cert-work to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID or cert-completed-date of cert-work > W40-today
		display "Completion date must be a valid date, not in the "
			"future - nothing recorded."
		exit paragraph
	end-if
	perform E100-compute-expiry
	move W90-operator-id to cert-keyed-by of cert-work
	move W40-today to cert-keyed-date of cert-work
	move cert-work to cert-file-rec
	write cert-file-rec
		invalid key
			display "That completion is already on the register."
		not invalid key
			if cert-expiry-date of cert-work = 0
				display "Recorded - " crs-name of course-mast-rec
					" (does not expire)."
			else
				display "Recorded - " crs-name of course-mast-rec
					" valid to " cert-expiry-date of cert-work "."
			end-if
			perform E200-check-required
			if W10-required
				display "(A certificate grade "
					emp-job-grade of emp-list-rec " must hold.)"
			end-if
	end-write.
D200-list-employee.
	display "Enter employee id: " with no advancing
	accept W30-emp-id
	move 0 to W20-shown-count
	move W30-emp-id to cert-emp-id of cert-file-rec
	move low-values to cert-course-code of cert-file-rec
	move 0 to cert-completed-date of cert-file-rec
	start cert-file key is >= cert-key of cert-file-rec
		invalid key move "Y" to W10-eof-sw
		not invalid key move "N" to W10-eof-sw
	end-start
	perform until W10-eof
		read cert-file next record
			at end move "Y" to W10-eof-sw
			not at end
				if cert-emp-id of cert-file-rec not = W30-emp-id
					move "Y" to W10-eof-sw
				else
					add 1 to W20-shown-count
					display cert-course-code of cert-file-rec
						"  completed " cert-completed-date of cert-file-rec
						"  expires " cert-expiry-date of cert-file-rec
						"  keyed by " cert-keyed-by of cert-file-rec
				end-if
		end-read
	end-perform
	if W20-shown-count = 0
		display "No completions on the register for " W30-emp-id "."
	end-if.
D300-remove-entry.
	display "Enter employee id: " with no advancing
	accept cert-emp-id of cert-file-rec
	display "Enter course code: " with no advancing
	accept cert-course-code of cert-file-rec
	display "Enter completion date (yyyymmdd): " with no advancing
	accept cert-completed-date of cert-file-rec
	read cert-file
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found
		display "No such completion on the register."
		exit paragraph
	end-if
	display "Remove " cert-course-code of cert-file-rec " completed "
		cert-completed-date of cert-file-rec " keyed by "
		cert-keyed-by of cert-file-rec "? (Y/N): " with no advancing
	accept W30-confirm
	if W30-confirm not = "Y" and W30-confirm not = "y"
		display "Nothing removed."
		exit paragraph
	end-if
	delete cert-file record
		invalid key
			display "Entry not removed, status " W90-cert-status
		not invalid key
			display "Entry removed."
	end-delete.
E100-compute-expiry.
	*> Whole months on from the completion date, the day stepped
	*> back to the month's last valid day where it overruns.
	if crs-valid-months of course-mast-rec = 0
		move 0 to cert-expiry-date of cert-work
		exit paragraph
	end-if
	move cert-completed-date of cert-work to W40-expiry-date
	compute W20-month-total = (W40-exp-year * 12) + W40-exp-month - 1
		+ crs-valid-months of course-mast-rec
	divide W20-month-total by 12 giving W40-exp-year
		remainder W40-exp-month
	add 1 to W40-exp-month
	move W40-expiry-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	perform until not DR-DATE-INVALID or W40-exp-day <= 28
		subtract 1 from W40-exp-day
		move W40-expiry-date to DR-GREG-DATE
		move "G2J " to DR-FUNCTION
		call "daterotn" using DR-DATE-PARMS end-call
	end-perform
	move W40-expiry-date to cert-expiry-date of cert-work.
E200-check-required.
	move "N" to W10-required-sw
	perform varying W20-gct-sub from 1 by 1
			until W20-gct-sub > 6 or W10-required
		if GCT-GRADE(W20-gct-sub) = emp-job-grade of emp-list-rec
				and GCT-COURSE(W20-gct-sub)
					= cert-course-code of cert-work
			move "Y" to W10-required-sw
		end-if
	end-perform.
F200-find-employee.
	move "N" to W10-found-sw
	if cert-emp-id of cert-work = "99999"
		exit paragraph
	end-if
	move cert-emp-id of cert-work to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
