*> ctl-rec.cpy are kept in step: an existing pair is recognized and
*> skipped on the way in, and a fresh pair with today's date and
*> the true record count brackets the file on the way out.
*> Putting a student into a class - on add, or a change of class -
*> checks the prerequisites of the class's subjects first through
*> prereqck (ch9/prog42.cbl) and refuses, naming each one missing,
*> unless an academic override is keyed: a reason and a supervisor
*> sign-on (opsignon level "A"), logged on preqovr
*> (preq-ovr-rec.cpy) one record per missing prerequisite, the way
*> depmaint (ch3/prog14.cbl) logs a reactivation on depreact.
*> A class at its cls-capacity (clsmast) takes no more: the student
*> can instead be queued on the class waitlist stuwait
*> (stu-wait-rec.cpy), dated today - a new student goes on file as
*> "L" (waitlisted), an enrolled one stays in their current class.
*> When the status lifecycle withdraws or suspends an enrolled
*> student, the longest-waiting student for that class is promoted
*> into the place as of the same date; if they leave a place in
*> another class behind, that class's queue moves up in turn.
*> stuwait is loaded and written back with the master. Cancelled
*> entries are dropped as it loads - nothing reads them - and a
*> stuwait too big for the table stops the program before anything
*> is changed, rather than quietly losing the queue's tail when the
*> file is written back; promoted entries stay for stubill until
*> termroll (ch7/prog8.cbl) clears them at term end. Putting a
*> student back to "E" holds to the class's capacity exactly as
*> an add does: a full class refuses, a waitlisted student keeps
*> their place in the queue, and anyone else may be queued.
*> Graduation follows the degree audit: degaudit (ch7/prog23.cbl)
*> lists on gradlist (grad-rec.cpy) every final-term student who
*> meets their programme's requirement, and the graduate option
*> moves each one listed to "G" as of one effective date and marks
*> the entry done. "G" is given to nobody else - the status change
*> refuses it for a student the audit has not listed.
identification division.
program-id. stumaint.
environment division.
file-control.
	select pay-master-02 assign to "pay002"
		file status is W90-pay-status.
	select ovr-file assign to "preqovr"
		file status is W90-ovr-status.
	select cls-mast assign to "clsmast"
		organization is indexed
		access mode is dynamic
		record key is cls-code of cls-mast-rec
		file status is W90-cls-status.
	select wait-file assign to "stuwait"
		file status is W90-wait-status.
	select grad-file assign to "gradlist"
		file status is W90-grad-status.
data division.
file section.
fd	pay-master-02
01	ctl-record-02.
	copy ctl-rec.
	05	filler				pic X(30).
fd	ovr-file.
01	ovr-rec.
	copy preq-ovr-rec.
fd	cls-mast.
01	cls-mast-rec.
	copy cls-mast-rec.
fd	wait-file.
01	wait-rec.
	copy stu-wait-rec.
fd	grad-file.
01	grad-rec.
	copy grad-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-found				value "Y".
	05	W10-first-rec-sw	pic X value "Y".
		88	W10-first-rec			value "Y".
	05	W10-wait-sw			pic X value "N".
		88	W10-to-waitlist			value "Y".
	05	W10-cls-open-sw		pic X value "N".
		88	W10-cls-open			value "Y".
	05	W10-fill-sw			pic X value "N".
		88	W10-fill-done			value "Y".
	05	W10-listed-sw		pic X value "N".
		88	W10-listed				value "Y".
01	W20-counters.
	05	W20-stu-count		pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-found-sub		pic 9(4) comp value 0.
	05	W20-miss-sub		pic 9(2) comp value 0.
	05	W20-wait-count		pic 9(4) comp value 0.
	05	W20-wait-sub		pic 9(4) comp value 0.
	05	W20-wait-dropped	pic 9(4) comp value 0.
	05	W20-pick-sub		pic 9(4) comp value 0.
	05	W20-enrolled		pic 9(4) comp value 0.
	05	W20-vac-count		pic 9(2) comp value 0.
	05	W20-vac-sub			pic 9(2) comp value 0.
	05	W20-grad-count		pic 9(4) comp value 0.
	05	W20-grad-sub		pic 9(4) comp value 0.
	05	W20-graduated		pic 9(4) comp value 0.
01	W30-menu-choice			pic 9.
01	W30-student-no			pic X(5).
01	W40-run-date			pic 9(8).
01	W40-new-status			pic X.
01	W40-status-date			pic 9(8).
01	W40-old-class			pic X(4).
01	W40-override			pic X.
01	W40-ovr-reason			pic X(40).
01	W40-old-status			pic X.
01	W40-wait-choice			pic X.
01	W40-count-class			pic X(4).
01	W40-fill-class			pic X(4).
01	W40-leave-class			pic X(4).
01	W50-name-check			pic X(35).
01	W50-name-valid-sw		pic X.
	88	W50-name-valid			value "Y".
		copy student-rec replacing ==05== by ==10==.
01	stu-work.
	copy student-rec.
01	W60-wait-table.
	05	W60-wait-entry occurs 2000 times.
		copy stu-wait-rec replacing ==05== by ==10==.
*> Classes with a place just given up, still to be offered to
*> their waitlists.
01	W62-vac-table.
	05	W62-vac-class		pic X(4) occurs 50 times.
*> The degree audit's graduation list.
01	W64-grad-table.
	05	W64-grad-entry occurs 2000 times.
		copy grad-rec replacing ==05== by ==10==.
01	W90-pay-status			pic XX.
	88	W90-pay-ok				value "00".
01	W90-ovr-status			pic XX.
	88	W90-ovr-ok				value "00".
01	W90-cls-status			pic XX.
	88	W90-cls-ok				value "00".
01	W90-wait-status			pic XX.
	88	W90-wait-ok				value "00".
01	W90-grad-status			pic XX.
	88	W90-grad-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-super-level			pic X value "A".
01	W90-super-sw			pic X.
	88	W90-super-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "stumaint".
	copy preq-parms.
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
procedure division.
		goback
	end-if
	perform B100-load-master
	perform B200-load-waitlist
	if W20-wait-count > 2000
		display "stumaint: stuwait holds more than 2000 open entries - "
			"nothing changed; clear it at term end through termroll."
		move 16 to return-code
		goback
	end-if
	perform B300-load-gradlist
	*> Without the class table there is no capacity to hold to.
	open input cls-mast
	if W90-cls-ok
		move "Y" to W10-cls-open-sw
	end-if
	perform until W30-menu-choice = 7
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-add
			when 3 perform D300-delete
			when 4 perform D400-inquire
			when 5 perform D500-change-status
			when 6 perform D700-graduate-listed
			when 7 continue
			when other display "Please choose 1 through 7."
		end-evaluate
	end-perform
	perform E100-save-master
	perform E200-save-waitlist
	perform E300-save-gradlist
	if W10-cls-open
		close cls-mast
	end-if
	move 0 to return-code
	goback.
B100-load-master.
		close pay-master-02
		display "stumaint: " W20-stu-count " student(s) on file."
	end-if.
B200-load-waitlist.
	open input wait-file
	if W90-wait-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read wait-file
				at end move "Y" to W10-eof-sw
				not at end
					evaluate true
						when wl-is-cancelled of wait-rec
							add 1 to W20-wait-dropped
						when W20-wait-count < 2000
							add 1 to W20-wait-count
							move wait-rec
								to W60-wait-entry(W20-wait-count)
						when other
							*> One past the table - enough to refuse.
							move 2001 to W20-wait-count
							move "Y" to W10-eof-sw
					end-evaluate
			end-read
		end-perform
		close wait-file
	end-if.
B300-load-gradlist.
	open input grad-file
	if W90-grad-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read grad-file
				at end move "Y" to W10-eof-sw
				not at end
					if W20-grad-count < 2000
						add 1 to W20-grad-count
						move grad-rec to W64-grad-entry(W20-grad-count)
					end-if
			end-read
		end-perform
		close grad-file
	end-if.
C100-show-menu.
	display " "
	display "Student Master Maintenance"
	display "3. Delete student"
	display "4. Inquire student"
	display "5. Change enrollment status"
	display "6. Graduate students listed by the degree audit"
	display "7. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add.
			display "Student master is full - not added."
		else
			move W30-student-no to pay-studentNo of stu-work
			move spaces to W40-old-class
			move "N" to W10-wait-sw
			perform D150-capture-fields
			if W50-name-valid
				*> A fresh record enrolls as of today - or waits as of
				*> today for a full class.
				move "E" to pay-studentStatus of stu-work
				accept pay-statusDate of stu-work from date yyyymmdd
				if W10-to-waitlist
					move "L" to pay-studentStatus of stu-work
					perform D180-add-to-waitlist
				end-if
				add 1 to W20-stu-count
				move stu-work to W60-stu-entry(W20-stu-count)
				if W10-to-waitlist
					display "Student added to the waitlist for class "
						pay-classCode of stu-work "."
				else
					display "Student added."
				end-if
			end-if
		end-if
	end-if.
			if not W50-cls-valid
				display "Class code not on the class table - not accepted."
				move "N" to W50-name-valid-sw
			else
				if pay-classCode of stu-work not = W40-old-class
					perform D160-check-prerequisites
					if W50-name-valid
						perform D170-check-capacity
					end-if
				end-if
			end-if
		end-if
	end-if.
D160-check-prerequisites.
	move pay-studentNo of stu-work to PQ-STUDENT-NO
	move pay-classCode of stu-work to PQ-CLS-CODE
	call "prereqck" using PQ-PARMS end-call
	if PQ-ALL-MET
		exit paragraph
	end-if
	display "Prerequisites not met for class " PQ-CLS-CODE ":"
	perform varying W20-miss-sub from 1 by 1
			until W20-miss-sub > PQ-MISSING-COUNT
		display "  " PQ-FOR-SUBJECT(W20-miss-sub) " needs "
			PQ-REQ-SUBJECT(W20-miss-sub) " at "
			PQ-MIN-SCORE(W20-miss-sub) " - best on record "
			PQ-BEST-SCORE(W20-miss-sub)
	end-perform
	move "N" to W50-name-valid-sw
	display "Academic override (Y/N): " with no advancing
	accept W40-override
	if W40-override not = "Y" and W40-override not = "y"
		display "Not enrolled in " PQ-CLS-CODE " - not accepted."
		exit paragraph
	end-if
	display "Reason for override: " with no advancing
	accept W40-ovr-reason
	if W40-ovr-reason = spaces
		display "An override needs a reason - not accepted."
		exit paragraph
	end-if
	display "Supervisor sign-on required to override."
	call "opsignon" using W90-super-sw W90-super-level
		W90-operator-id W90-program-name
	end-call
	if not W90-super-ok
		display "Override not authorized - not accepted."
		exit paragraph
	end-if
	*> OPEN EXTEND does not create preqovr the first time - fall
	*> back to OUTPUT.
	open extend ovr-file
	if W90-ovr-status = "35"
		open output ovr-file
	end-if
	if not W90-ovr-ok
		display "stumaint: unable to open preqovr, status "
			W90-ovr-status " - override NOT logged, not accepted."
		exit paragraph
	end-if
	perform varying W20-miss-sub from 1 by 1
			until W20-miss-sub > PQ-MISSING-COUNT
		move spaces to ovr-rec
		move PQ-STUDENT-NO to pov-studentNo
		move PQ-CLS-CODE to pov-cls-code
		move PQ-REQ-SUBJECT(W20-miss-sub) to pov-subject
		accept pov-date from date yyyymmdd
		move W90-operator-id to pov-operator
		move W40-ovr-reason to pov-reason
		write ovr-rec
	end-perform
	close ovr-file
	move "Y" to W50-name-valid-sw
	display "Override logged.".
D170-check-capacity.
	*> Capacity zero (never keyed) or no class table - no limit.
	if not W10-cls-open
		exit paragraph
	end-if
	move pay-classCode of stu-work to cls-code of cls-mast-rec
	read cls-mast
		invalid key exit paragraph
	end-read
	if cls-capacity of cls-mast-rec = 0
		exit paragraph
	end-if
	move pay-classCode of stu-work to W40-count-class
	perform X200-count-enrolled
	if W20-enrolled < cls-capacity of cls-mast-rec
		exit paragraph
	end-if
	display "Class " W40-count-class " is full - " W20-enrolled
		" enrolled of " cls-capacity of cls-mast-rec "."
	move "N" to W50-name-valid-sw
	perform varying W20-wait-sub from 1 by 1
			until W20-wait-sub > W20-wait-count
		if wl-cls-code of W60-wait-entry(W20-wait-sub) = W40-count-class
				and wl-studentNo of W60-wait-entry(W20-wait-sub)
					= pay-studentNo of stu-work
				and wl-is-waiting of W60-wait-entry(W20-wait-sub)
			display "Student is already on its waitlist - not accepted."
			exit paragraph
		end-if
	end-perform
	if W20-wait-count >= 2000
		display "The waitlist file is full - not accepted."
		exit paragraph
	end-if
	display "Place on the waitlist (Y/N): " with no advancing
	accept W40-wait-choice
	if W40-wait-choice = "Y" or W40-wait-choice = "y"
		move "Y" to W50-name-valid-sw
		move "Y" to W10-wait-sw
	else
		display "Not enrolled in " W40-count-class " - not accepted."
	end-if.
D180-add-to-waitlist.
	add 1 to W20-wait-count
	move spaces to W60-wait-entry(W20-wait-count)
	move pay-classCode of stu-work
		to wl-cls-code of W60-wait-entry(W20-wait-count)
	move pay-studentNo of stu-work
		to wl-studentNo of W60-wait-entry(W20-wait-count)
	accept wl-date of W60-wait-entry(W20-wait-count) from date yyyymmdd
	move "W" to wl-status of W60-wait-entry(W20-wait-count)
	move wl-date of W60-wait-entry(W20-wait-count)
		to wl-status-date of W60-wait-entry(W20-wait-count).
D200-change.
	display "Enter student number: " with no advancing
	accept W30-student-no
	perform F100-find-student
	if W10-found
		move W60-stu-entry(W20-found-sub) to stu-work
		move pay-classCode of stu-work to W40-old-class
		move "N" to W10-wait-sw
		perform D150-capture-fields
		if W50-name-valid
			*> Waiting for a full class leaves the student where they
			*> are until a place opens.
			if W10-to-waitlist
				perform D180-add-to-waitlist
				move W40-old-class to pay-classCode of stu-work
			end-if
			move stu-work to W60-stu-entry(W20-found-sub)
			if W10-to-waitlist
				display "Student updated, staying in class "
					W40-old-class " on the waitlist for "
					wl-cls-code of W60-wait-entry(W20-wait-count) "."
			else
				display "Student updated."
			end-if
		end-if
	else
		display "Student not found."
	*> suspended, each with the date it took effect. A withdrawn or
	*> graduated student drops off rosters and averages at once and
	*> termroll archives them with this final status at term end.
	*> Withdrawing or suspending an enrolled student gives up their
	*> place to the class waitlist. Graduation is only open to a
	*> student the degree audit has put on gradlist.
	display "Enter student number: " with no advancing
	accept W30-student-no
	perform F100-find-student
		display "Status must be E, W, G or S - nothing changed."
		exit paragraph
	end-if
	if W40-new-status = "G"
		perform F200-find-graduate
		if not W10-listed
			display "Student is not on the degree audit's graduation "
				"list - nothing changed."
			exit paragraph
		end-if
	end-if
	if W40-new-status = "E"
			and not stu-is-enrolled of W60-stu-entry(W20-found-sub)
		perform D550-check-place
		if not W50-name-valid
			exit paragraph
		end-if
	end-if
	display "Enter effective date (yyyymmdd, 0 = today): "
		with no advancing
	accept W40-status-date
	if W40-status-date = 0
		accept W40-status-date from date yyyymmdd
	end-if
	move pay-studentStatus of W60-stu-entry(W20-found-sub)
		to W40-old-status
	move W40-new-status
		to pay-studentStatus of W60-stu-entry(W20-found-sub)
	move W40-status-date
		to pay-statusDate of W60-stu-entry(W20-found-sub)
	display "Enrollment status changed."
	if W40-new-status = "G"
		move "G" to grd-status of W64-grad-entry(W20-grad-sub)
	end-if
	if (W40-new-status = "W" or W40-new-status = "S")
			and (W40-old-status = "E" or W40-old-status = space)
		move 1 to W20-vac-count
		move pay-classCode of W60-stu-entry(W20-found-sub)
			to W62-vac-class(1)
		perform D600-fill-vacancies
	end-if.
D550-check-place.
	*> Back into the class on file takes a place like an add does. A
	*> waitlisted student is already queued and stays "L" until
	*> promoted; anyone else may join the queue instead.
	move W60-stu-entry(W20-found-sub) to stu-work
	move "Y" to W50-name-valid-sw
	move "N" to W10-wait-sw
	perform D170-check-capacity
	if W10-to-waitlist
		perform D180-add-to-waitlist
		move "L" to W40-new-status
		display "Student placed on the waitlist for class "
			pay-classCode of stu-work " - status goes to L."
	end-if.
D600-fill-vacancies.
	*> A promoted student who was enrolled elsewhere leaves a place
	*> there in turn - W62 grows while it is being worked through.
	perform varying W20-vac-sub from 1 by 1
			until W20-vac-sub > W20-vac-count
		move W62-vac-class(W20-vac-sub) to W40-fill-class
		perform D650-fill-class
	end-perform
	move 0 to W20-vac-count.
D650-fill-class.
	move 0 to cls-capacity of cls-mast-rec
	if W10-cls-open
		move W40-fill-class to cls-code of cls-mast-rec
		read cls-mast
			invalid key move 0 to cls-capacity of cls-mast-rec
		end-read
	end-if
	move "N" to W10-fill-sw
	perform until W10-fill-done
		perform D660-promote-one
	end-perform.
D660-promote-one.
	move W40-fill-class to W40-count-class
	perform X200-count-enrolled
	if cls-capacity of cls-mast-rec > 0
			and W20-enrolled >= cls-capacity of cls-mast-rec
		move "Y" to W10-fill-sw
		exit paragraph
	end-if
	*> Longest waiting first; the same day goes in the order queued.
	move 0 to W20-pick-sub
	perform varying W20-wait-sub from 1 by 1
			until W20-wait-sub > W20-wait-count
		if wl-cls-code of W60-wait-entry(W20-wait-sub) = W40-fill-class
				and wl-is-waiting of W60-wait-entry(W20-wait-sub)
			if W20-pick-sub = 0
				move W20-wait-sub to W20-pick-sub
			else
				if wl-date of W60-wait-entry(W20-wait-sub)
						< wl-date of W60-wait-entry(W20-pick-sub)
					move W20-wait-sub to W20-pick-sub
				end-if
			end-if
		end-if
	end-perform
	if W20-pick-sub = 0
		move "Y" to W10-fill-sw
		exit paragraph
	end-if
	move W40-status-date to wl-status-date of W60-wait-entry(W20-pick-sub)
	move wl-studentNo of W60-wait-entry(W20-pick-sub) to W30-student-no
	perform F100-find-student
	*> A student deleted, withdrawn, graduated or suspended since
	*> queueing has no claim on the place, and one enrolled in the
	*> class by hand meanwhile no longer needs it.
	if not W10-found
		move "C" to wl-status of W60-wait-entry(W20-pick-sub)
		exit paragraph
	end-if
	if not stu-is-enrolled of W60-stu-entry(W20-found-sub)
			and not stu-is-waitlisted of W60-stu-entry(W20-found-sub)
		move "C" to wl-status of W60-wait-entry(W20-pick-sub)
		exit paragraph
	end-if
	if stu-is-enrolled of W60-stu-entry(W20-found-sub)
			and pay-classCode of W60-stu-entry(W20-found-sub)
				= W40-fill-class
		move "C" to wl-status of W60-wait-entry(W20-pick-sub)
		exit paragraph
	end-if
	move spaces to W40-leave-class
	if stu-is-enrolled of W60-stu-entry(W20-found-sub)
		move pay-classCode of W60-stu-entry(W20-found-sub)
			to W40-leave-class
	end-if
	move "P" to wl-status of W60-wait-entry(W20-pick-sub)
	move W40-fill-class to pay-classCode of W60-stu-entry(W20-found-sub)
	move "E" to pay-studentStatus of W60-stu-entry(W20-found-sub)
	move W40-status-date to pay-statusDate of W60-stu-entry(W20-found-sub)
	display "Student " W30-student-no " promoted from the waitlist into "
		"class " W40-fill-class " as of " W40-status-date "."
	if W40-leave-class not = spaces and W40-leave-class not = W40-fill-class
			and W20-vac-count < 50
		add 1 to W20-vac-count
		move W40-leave-class to W62-vac-class(W20-vac-count)
	end-if.
D700-graduate-listed.
	*> Every student still "Q" on gradlist graduates as of one
	*> effective date. A student no longer enrolled since the audit
	*> ran is left for the office to look at.
	display "Enter effective date (yyyymmdd, 0 = today): "
		with no advancing
	accept W40-status-date
	if W40-status-date = 0
		accept W40-status-date from date yyyymmdd
	end-if
	move 0 to W20-graduated
	perform varying W20-grad-sub from 1 by 1
			until W20-grad-sub > W20-grad-count
		if grd-is-qualified of W64-grad-entry(W20-grad-sub)
			perform D750-graduate-one
		end-if
	end-perform
	display "Students graduated: " W20-graduated.
D750-graduate-one.
	move grd-studentNo of W64-grad-entry(W20-grad-sub) to W30-student-no
	perform F100-find-student
	if not W10-found
		display "  " W30-student-no " not on pay002 - skipped."
		exit paragraph
	end-if
	if not stu-is-enrolled of W60-stu-entry(W20-found-sub)
		display "  " W30-student-no " no longer enrolled - skipped."
		exit paragraph
	end-if
	move "G" to pay-studentStatus of W60-stu-entry(W20-found-sub)
	move W40-status-date to pay-statusDate of W60-stu-entry(W20-found-sub)
	move "G" to grd-status of W64-grad-entry(W20-grad-sub)
	add 1 to W20-graduated
	display "  " W30-student-no " "
		pay-studentName of W60-stu-entry(W20-found-sub) " graduated.".
F100-find-student.
	move "N" to W10-found-sw
	perform varying W20-sub1 from 1 by 1
			move W20-sub1 to W20-found-sub
		end-if
	end-perform.
F200-find-graduate.
	*> W20-grad-sub is left on the student's gradlist entry.
	move "N" to W10-listed-sw
	perform varying W20-grad-sub from 1 by 1
			until W20-grad-sub > W20-grad-count or W10-listed
		if grd-studentNo of W64-grad-entry(W20-grad-sub) = W30-student-no
			move "Y" to W10-listed-sw
		end-if
	end-perform
	if W10-listed
		subtract 1 from W20-grad-sub
	end-if.
E100-save-master.
	open output pay-master-02
	if not W90-pay-ok
		display "stumaint: pay002 rewritten, " W20-stu-count
			" student(s) under HDR/TRL control records."
	end-if.
E200-save-waitlist.
	if W20-wait-count = 0 and W20-wait-dropped = 0
		exit paragraph
	end-if
	open output wait-file
	if not W90-wait-ok
		display "stumaint: unable to rewrite stuwait, status "
			W90-wait-status
		exit paragraph
	end-if
	perform varying W20-wait-sub from 1 by 1
			until W20-wait-sub > W20-wait-count
		move W60-wait-entry(W20-wait-sub) to wait-rec
		write wait-rec
	end-perform
	close wait-file.
E300-save-gradlist.
	if W20-grad-count = 0
		exit paragraph
	end-if
	open output grad-file
	if not W90-grad-ok
		display "stumaint: unable to rewrite gradlist, status "
			W90-grad-status
		exit paragraph
	end-if
	perform varying W20-grad-sub from 1 by 1
			until W20-grad-sub > W20-grad-count
		move W64-grad-entry(W20-grad-sub) to grad-rec
		write grad-rec
	end-perform
	close grad-file.
X200-count-enrolled.
	*> Enrolled students in W40-count-class.
	move 0 to W20-enrolled
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-stu-count
		if pay-classCode of W60-stu-entry(W20-sub1) = W40-count-class
				and stu-is-enrolled of W60-stu-entry(W20-sub1)
			add 1 to W20-enrolled
		end-if
	end-perform.
Z100-read-master.
	read pay-master-02
		at end move "Y" to W10-eof-sw
