*> Training course master maintenance.
*> First aid, forklift and cash-handling certificates were tracked
*> in a binder. This maintains the coursmst course master
*> (course-rec.cpy) the training register is keyed against: the
*> course name and how many months a completion stays valid (zero
*> for a course that never lapses). Same menu shape as deptmnt
*> (ch6/prog22.cbl), behind the nightly lock and an update-authority
*> sign-on. There is no delete - completions on certreg keep their
*> course code for good - so a course that is no longer run is made
*> inactive, and certmnt (ch6/prog51.cbl) stops accepting new
*> completions for it. A course a job grade requires
*> (grade-cert-tab.cpy) cannot be made inactive.
identification division.
program-id. crsmnt.
environment division.
input-output section.
file-control.
	select course-mast assign to "coursmst"
		organization is indexed
		access mode is dynamic
		record key is crs-code of course-mast-rec
		file status is W90-crs-status.
data division.
file section.
fd	course-mast.
01	course-mast-rec.
	copy course-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-required-sw		pic X value "N".
		88	W10-required			value "Y".
01	W20-counters.
	05	W20-gct-sub			pic 9(2) comp value 0.
01	W30-menu-choice			pic 9.
01	W30-status				pic X.
01	W40-course-code			pic X(6).
01	W40-today				pic 9(8).
01	W90-crs-status			pic XX.
	88	W90-crs-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "crsmnt  ".
01	W90-act-event			pic X.
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
	copy grade-cert-tab.
procedure division.
A100-start.
	*> The nightly cycle's batch lock (suitelok, ch9/prog27.cbl).
	move "CHK " to W35-lok-function
	move "crsmnt" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "crsmnt: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U") - this program
	*> writes master data.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> A brand new coursmst is brought into existence the way
	*> deptmnt creates deptmast the first time.
	open i-o course-mast
	if W90-crs-status = "35"
		open output course-mast
		close course-mast
		open i-o course-mast
	end-if
	if not W90-crs-ok
		display "crsmnt: unable to open coursmst, status " W90-crs-status
		move 16 to return-code
		goback
	end-if
	accept W40-today from date yyyymmdd
	perform until W30-menu-choice = 4
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-add
			when 2 perform D200-change
			when 3 perform D400-inquire
			when 4 continue
			when other display "Please choose 1 through 4."
		end-evaluate
	end-perform
	close course-mast
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Training Course Master Maintenance"
	display "1. Add course"
	display "2. Change course"
	display "3. Inquire course"
	display "4. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add.
	display "Enter course code: " with no advancing
	accept W40-course-code
	if W40-course-code = spaces
		display "Course code is required - not added."
		exit paragraph
	end-if
	perform F100-find-course
	if W10-found
		display "Course " W40-course-code " already exists."
	else
		move W40-course-code to crs-code of course-mast-rec
		display "Enter course name: " with no advancing
		accept crs-name of course-mast-rec
		display "Enter months a completion stays valid (0 = never "
			"expires): " with no advancing
		accept crs-valid-months of course-mast-rec
		move "A" to crs-status of course-mast-rec
		move W40-today to crs-changed-date of course-mast-rec
		move W90-operator-id to crs-changed-by of course-mast-rec
		write course-mast-rec
			invalid key
				display "Course not added, status " W90-crs-status
			not invalid key
				display "Course added."
		end-write
	end-if.
D200-change.
	display "Enter course code: " with no advancing
	accept W40-course-code
	perform F100-find-course
	if not W10-found
		display "Course not found."
		exit paragraph
	end-if
	display "Enter new course name: " with no advancing
	accept crs-name of course-mast-rec
	display "Enter new months valid (0 = never expires): "
		with no advancing
	accept crs-valid-months of course-mast-rec
	display "Status (A active / I inactive): " with no advancing
	accept W30-status
	if W30-status = "I" or W30-status = "i"
		perform E100-check-required
		if W10-required
			display "Course " W40-course-code " is required for a job "
				"grade (grade-cert-tab) - it stays active."
			move "A" to crs-status of course-mast-rec
		else
			move "I" to crs-status of course-mast-rec
		end-if
	else
		move "A" to crs-status of course-mast-rec
	end-if
	move W40-today to crs-changed-date of course-mast-rec
	move W90-operator-id to crs-changed-by of course-mast-rec
	rewrite course-mast-rec
		invalid key
			display "Course not updated, status " W90-crs-status
		not invalid key
			display "Course updated. A new validity applies to "
				"completions keyed from now on."
	end-rewrite.
D400-inquire.
	display "Enter course code: " with no advancing
	accept W40-course-code
	perform F100-find-course
	if W10-found
		display "Code:   " crs-code of course-mast-rec
		display "Name:   " crs-name of course-mast-rec
		if crs-valid-months of course-mast-rec = 0
			display "Valid:  never expires"
		else
			display "Valid:  " crs-valid-months of course-mast-rec
				" months"
		end-if
		if crs-is-inactive of course-mast-rec
			display "Status: inactive"
		else
			display "Status: active"
		end-if
		perform E100-check-required
		if W10-required
			display "Required for one or more job grades."
		end-if
	else
		display "Course not found."
	end-if.
E100-check-required.
	move "N" to W10-required-sw
	perform varying W20-gct-sub from 1 by 1
			until W20-gct-sub > 6 or W10-required
		if GCT-COURSE(W20-gct-sub) = W40-course-code
			move "Y" to W10-required-sw
		end-if
	end-perform.
F100-find-course.
	move W40-course-code to crs-code of course-mast-rec
	read course-mast
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
