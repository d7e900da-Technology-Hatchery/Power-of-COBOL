*> Shift roster maintenance for hourly staff.
*> Branch supervisors planned shifts on a whiteboard. This keeps the
*> rostmast roster (roster-rec.cpy) instead: one shift per hourly
*> employee per day, start and end in 24-hour hhmm within the day,
*> the employee live and flagged hourly on emp001 exactly as
*> tmsedit (ch10/prog7.cbl) demands of a timesheet. Re-rostering a
*> day replaces its shift; a shift called off is removed. rostvar
*> (ch10/prog46.cbl) sets each day's clock punches against it.
*> The supervisor's other job is here too: hours tmsedit held back
*> on tmspend (tms-pend-rec.cpy, status "H") because no shift was
*> rostered for the day are listed, and each is accepted - it joins
*> the managers' tmsappr (ch10/prog24.cbl) queue as pending - or
*> rejected with the reason, the way tmsappr rejects. tmspend is
*> loaded whole and written back the tmsappr way. Same menu shape,
*> nightly lock and update-authority sign-on as the maintenance
*> programs; every shift carries the operator who keyed it.
identification division.
program-id. rostmnt.
environment division.
input-output section.
file-control.
	select roster-file assign to "rostmast"
		organization is indexed
		access mode is dynamic
		record key is ros-key of roster-file-rec
		file status is W90-ros-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select pend-file assign to "tmspend"
		file status is W90-pend-status.
data division.
file section.
fd	roster-file.
01	roster-file-rec.
	copy roster-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	pend-file.
01	pend-file-rec.
	copy tms-pend-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-valid-sw		pic X value "N".
		88	W10-valid				value "Y".
	05	W10-pend-over-sw	pic X value "N".
		88	W10-pend-over			value "Y".
	05	W10-changed-sw		pic X value "N".
		88	W10-changed				value "Y".
01	W20-counters.
	05	W20-shown-count		pic 9(3) comp value 0.
	05	W20-pend-count		pic 9(4) comp value 0.
	05	W20-held-left		pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-pick			pic 9(4) value 0.
01	W30-menu-choice			pic 9.
01	W30-confirm				pic X.
01	W30-emp-id				pic X(5).
01	W30-from-date			pic 9(8).
01	W30-to-date				pic 9(8).
01	W40-today				pic 9(8).
01	W40-time-work.
	05	W40-time			pic 9(4).
	05	filler redefines W40-time.
		10	W40-time-hh			pic 9(2).
		10	W40-time-mm			pic 9(2).
01	roster-work.
	copy roster-rec.
01	W90-ros-status			pic XX.
	88	W90-ros-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-pend-status			pic XX.
	88	W90-pend-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "rostmnt ".
01	W90-act-event			pic X.
01	pend-table.
	05	pend-table-entry occurs 2000 times indexed by pend-idx.
		copy tms-pend-rec replacing ==05== by ==10==.
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
	move "rostmnt" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "rostmnt: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U"), and the id
	*> rides every shift keyed.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> A brand new rostmast is brought into existence the way empmaint
	*> creates emp001 the first time.
	open i-o roster-file
	if W90-ros-status = "35"
		open output roster-file
		close roster-file
		open i-o roster-file
	end-if
	if not W90-ros-ok
		display "rostmnt: unable to open rostmast, status " W90-ros-status
		move 16 to return-code
		goback
	end-if
	open input emp-list
	if not W90-emp-ok
		display "rostmnt: unable to open emp001, status " W90-emp-status
		close roster-file
		move 16 to return-code
		goback
	end-if
	accept W40-today from date yyyymmdd
	perform until W30-menu-choice = 5
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-roster-shift
			when 2 perform D200-remove-shift
			when 3 perform D300-list-shifts
			when 4 perform D400-accept-unrostered
			when 5 continue
			when other display "Please choose 1 through 5."
		end-evaluate
	end-perform
	close roster-file
	close emp-list
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Shift Roster Maintenance"
	display "1. Roster a shift (add or replace)"
	display "2. Remove a shift"
	display "3. List an employee's shifts"
	display "4. Accept or reject unrostered hours"
	display "5. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-roster-shift.
	display "Enter employee id: " with no advancing
	accept ros-emp-id of roster-work
	perform F200-find-employee
	if not W10-found
		display "Employee " ros-emp-id of roster-work
			" is not live on emp001 - nothing rostered."
		exit paragraph
	end-if
	if not emp-is-hourly of emp-list-rec
		display "Employee " ros-emp-id of roster-work
			" is not flagged hourly - only hourly staff are rostered."
		exit paragraph
	end-if
	display "Enter shift date (yyyymmdd): " with no advancing
	accept ros-date of roster-work
	move ros-date of roster-work to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID
		display "Shift date is not a valid date - nothing rostered."
		exit paragraph
	end-if
	display "Enter shift start (hhmm): " with no advancing
	accept W40-time
	perform E100-check-time
	if not W10-valid
		exit paragraph
	end-if
	move W40-time to ros-start of roster-work
	display "Enter shift end (hhmm): " with no advancing
	accept W40-time
	perform E100-check-time
	if not W10-valid
		exit paragraph
	end-if
	move W40-time to ros-end of roster-work
	*> A shift runs inside the one day, the way clockpch pairs
	*> punches - a night shift is rostered as two.
	if ros-end of roster-work <= ros-start of roster-work
		display "Shift must end after it starts, on the same day - "
			"nothing rostered."
		exit paragraph
	end-if
	move emp-br-code of emp-list-rec to ros-br-code of roster-work
	move W90-operator-id to ros-keyed-by of roster-work
	move W40-today to ros-keyed-date of roster-work
	move ros-key of roster-work to ros-key of roster-file-rec
	read roster-file
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	move roster-work to roster-file-rec
	if W10-found
		rewrite roster-file-rec
			invalid key
				display "Shift not replaced, status " W90-ros-status
			not invalid key
				display "Shift replaced."
		end-rewrite
	else
		write roster-file-rec
			invalid key
				display "Shift not rostered, status " W90-ros-status
			not invalid key
				display "Shift rostered."
		end-write
	end-if.
D200-remove-shift.
	display "Enter employee id: " with no advancing
	accept ros-emp-id of roster-file-rec
	display "Enter shift date (yyyymmdd): " with no advancing
	accept ros-date of roster-file-rec
	read roster-file
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found
		display "No shift rostered for that employee on that date."
		exit paragraph
	end-if
	display "Remove shift " ros-start of roster-file-rec "-"
		ros-end of roster-file-rec "? (Y/N): " with no advancing
	accept W30-confirm
	if W30-confirm not = "Y" and W30-confirm not = "y"
		display "Nothing removed."
		exit paragraph
	end-if
	delete roster-file record
		invalid key
			display "Shift not removed, status " W90-ros-status
		not invalid key
			display "Shift removed."
	end-delete.
D300-list-shifts.
	display "Enter employee id: " with no advancing
	accept W30-emp-id
	display "List from date (yyyymmdd, 0 = today): " with no advancing
	accept W30-from-date
	if W30-from-date = 0
		move W40-today to W30-from-date
	end-if
	display "List to date (yyyymmdd): " with no advancing
	accept W30-to-date
	move 0 to W20-shown-count
	move W30-emp-id to ros-emp-id of roster-file-rec
	move W30-from-date to ros-date of roster-file-rec
	start roster-file key is >= ros-key of roster-file-rec
		invalid key move "Y" to W10-eof-sw
		not invalid key move "N" to W10-eof-sw
	end-start
	perform until W10-eof
		read roster-file next record
			at end move "Y" to W10-eof-sw
			not at end
				if ros-emp-id of roster-file-rec not = W30-emp-id
						or ros-date of roster-file-rec > W30-to-date
					move "Y" to W10-eof-sw
				else
					add 1 to W20-shown-count
					display ros-date of roster-file-rec "  "
						ros-start of roster-file-rec "-"
						ros-end of roster-file-rec "  branch "
						ros-br-code of roster-file-rec "  keyed by "
						ros-keyed-by of roster-file-rec
				end-if
		end-read
	end-perform
	if W20-shown-count = 0
		display "No shifts rostered for " W30-emp-id " in that range."
	end-if.
D400-accept-unrostered.
	perform B100-load-pending
	if W10-pend-over or W20-pend-count = 0
		exit paragraph
	end-if
	move "N" to W10-changed-sw
	move 0 to W20-pick
	perform until W20-pick = 9999
		perform D410-list-held
		if W20-held-left = 0
			move 9999 to W20-pick
		else
			display "Enter timesheet number to decide (0 to finish): "
				with no advancing
			accept W20-pick
			if W20-pick = 0
				move 9999 to W20-pick
			else
				perform D420-decide-one
			end-if
		end-if
	end-perform
	if W10-changed
		perform E200-save-pending
	end-if.
D410-list-held.
	move 0 to W20-held-left
	display " "
	display "Unrostered hours held back"
	display "No.   Emp    Name       Br   Work date  Hours  Project"
	perform varying pend-idx from 1 by 1 until pend-idx > W20-pend-count
		if tpnd-is-held of pend-table-entry(pend-idx)
			add 1 to W20-held-left
			move tpnd-emp-id of pend-table-entry(pend-idx)
				to emp-id of emp-list-rec
			read emp-list
				invalid key
					move "?" to emp-name of emp-list-rec
					move spaces to emp-br-code of emp-list-rec
			end-read
			display pend-idx "  "
				tpnd-emp-id of pend-table-entry(pend-idx) "  "
				emp-name of emp-list-rec " "
				emp-br-code of emp-list-rec "  "
				tpnd-work-date of pend-table-entry(pend-idx) "  "
				tpnd-hours of pend-table-entry(pend-idx) "  "
				tpnd-proj-code of pend-table-entry(pend-idx)
		end-if
	end-perform
	if W20-held-left = 0
		display "No unrostered hours are waiting."
	end-if.
D420-decide-one.
	if W20-pick < 1 or W20-pick > W20-pend-count
		display "No such timesheet number."
		exit paragraph
	end-if
	if not tpnd-is-held of pend-table-entry(W20-pick)
		display "Timesheet " W20-pick " is not held."
		exit paragraph
	end-if
	display "Accept or reject timesheet " W20-pick "? (A/R): "
		with no advancing
	accept W30-confirm
	evaluate W30-confirm
		when "A" when "a"
			move "P" to tpnd-status of pend-table-entry(W20-pick)
			move spaces to tpnd-reason of pend-table-entry(W20-pick)
			move "Y" to W10-changed-sw
			display "Accepted - now pending the manager's approval."
		when "R" when "r"
			display "Enter rejection reason: " with no advancing
			accept tpnd-reason of pend-table-entry(W20-pick)
			move "R" to tpnd-status of pend-table-entry(W20-pick)
			move "Y" to W10-changed-sw
			display "Rejected - kept on file with the reason."
		when other
			display "Please answer A or R."
	end-evaluate.
B100-load-pending.
	move 0 to W20-pend-count
	move "N" to W10-pend-over-sw
	open input pend-file
	if not W90-pend-ok
		display "rostmnt: no tmspend on hand - nothing is held."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z100-read-pending
	perform until W10-eof or W10-pend-over
		if W20-pend-count >= 2000
			move "Y" to W10-pend-over-sw
		else
			add 1 to W20-pend-count
			move pend-file-rec to pend-table-entry(W20-pend-count)
			perform Z100-read-pending
		end-if
	end-perform
	close pend-file
	if W10-pend-over
		*> Writing back a partial table would truncate tmspend.
		display "rostmnt: tmspend outgrew its table - have the "
			"managers purge decided timesheets in tmsappr, then retry."
		move 0 to W20-pend-count
	end-if.
E100-check-time.
	move "Y" to W10-valid-sw
	if W40-time not numeric or W40-time-hh > 23 or W40-time-mm > 59
		move "N" to W10-valid-sw
		display "Time must be hhmm, 0000 to 2359 - nothing rostered."
	end-if.
E200-save-pending.
	open output pend-file
	if not W90-pend-ok
		display "rostmnt: unable to rewrite tmspend, status "
			W90-pend-status
	else
		perform varying W20-sub1 from 1 by 1
				until W20-sub1 > W20-pend-count
			move pend-table-entry(W20-sub1) to pend-file-rec
			write pend-file-rec
		end-perform
		close pend-file
	end-if.
F200-find-employee.
	move "N" to W10-found-sw
	if ros-emp-id of roster-work = "99999"
		exit paragraph
	end-if
	move ros-emp-id of roster-work to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if W10-found and emp-term-date of emp-list-rec not = 0
			and emp-term-date of emp-list-rec <= W40-today
		move "N" to W10-found-sw
	end-if.
Z100-read-pending.
	read pend-file
		at end move "Y" to W10-eof-sw
	end-read.
