*> Benefit enrollment maintenance.
*> Keeps benenrl (ben-enrl-rec.cpy): which benefit plan and tier
*> each employee is covered under, with how many dependents, from
*> when and until when. It is the alwmaint (ch10/prog28.cbl) shape -
*> numbered menu, whole file loaded to a table and rewritten on
*> change, the employee validated against emp001 - with the
*> enrollment rules on top. Coverage can only be taken up, changed
*> or dropped for one of three reasons: open enrollment, keyed while
*> today falls inside the annual window (suiteparm OEWINFR through
*> OEWINTO as mmdd, default 1101 through 1130) and effective the
*> following 1 January; a new hire, keyed within BENQLDAY days
*> (default 30) of the hire date and effective from it; or a
*> qualifying life event - marriage, birth, adoption, divorce, death
*> of a dependent, loss of other cover - keyed within BENQLDAY days
*> of the event and effective from it. Outside those, nothing moves.
*> The plan and tier must be on benplan (bplnmnt, ch10/prog39.cbl)
*> and the dependents must suit the tier. A change ends the
*> employee's open row of the same plan type the day before the new
*> one starts, so every row the carrier has seen stays on file; a
*> row the carrier has not yet been sent may simply be corrected.
*> payrun (ch10/prog1.cbl) prices the rows, bencarr
*> (ch10/prog41.cbl) tells the carrier.
identification division.
program-id. benmaint.
environment division.
input-output section.
file-control.
	select enrl-file assign to "benenrl"
		file status is W90-enrl-status.
	select plan-file assign to "benplan"
		file status is W90-plan-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
data division.
file section.
fd	enrl-file.
01	enrl-file-rec.
	copy ben-enrl-rec.
fd	plan-file.
01	plan-file-rec.
	copy ben-plan-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-emp-open-sw		pic X value "N".
		88	W10-emp-open			value "Y".
	05	W10-allowed-sw		pic X value "N".
		88	W10-allowed				value "Y".
01	W20-counters.
	05	W20-rec-count		pic 9(4) comp value 0.
	05	W20-plan-count		pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-open-row		pic 9(4) comp value 0.
	05	W20-day-count		pic 9(3) comp value 0.
	05	W20-shown			pic 9(4) comp value 0.
01	W30-menu-choice			pic 9.
01	W30-run-date			pic 9(8).
01	W30-run-parts redefines W30-run-date.
	05	W30-run-yyyy		pic 9(4).
	05	W30-run-mmdd		pic 9(4).
01	W35-parm-work.
	05	W35-parm-key		pic X(8).
	05	W35-parm-default	pic S9(7)v99 comp-3.
	05	W35-win-from		pic S9(7)v99 comp-3.
	05	W35-win-to			pic S9(7)v99 comp-3.
	05	W35-qual-days		pic S9(7)v99 comp-3.
01	W40-key-emp-id			pic X(5).
01	W40-key-type			pic X.
01	W40-reason				pic X.
	88	W40-reason-valid		value "O" "H" "L".
01	W40-event-code			pic X(4).
01	W40-event-date			pic 9(8).
*> The date the enrollment takes effect, and the day before it -
*> where an open row of the same plan type ends.
01	W40-eff-date			pic 9(8).
01	W40-day-before			pic 9(8).
01	W40-deadline			pic 9(8).
01	W40-year-days			pic 9(3).
01	W40-next-year			pic 9(4).
01	W40-walk-date			pic 9(8).
01	W90-enrl-status			pic XX.
	88	W90-enrl-ok				value "00".
01	W90-plan-status			pic XX.
	88	W90-plan-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5).
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
*> Same ceilings as payrun's loads.
01	ben-table.
	05	ben-table-entry occurs 3000 times indexed by ben-idx.
		copy ben-enrl-rec replacing ==05== by ==10==.
01	bpl-table.
	05	bpl-table-entry occurs 200 times indexed by bpl-idx.
		copy ben-plan-rec replacing ==05== by ==10==.
01	ben-work.
	copy ben-enrl-rec.
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
	move "benmaint" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "benmaint: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U"); the operator
	*> is recorded against every row keyed.
	call "opsignon" using W90-signon-sw W90-auth-level W90-operator-id
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	move "OEWINFR " to W35-parm-key
	move 1101 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-win-from
	end-call
	move "OEWINTO " to W35-parm-key
	move 1130 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-win-to
	end-call
	move "BENQLDAY" to W35-parm-key
	move 30 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-qual-days
	end-call
	perform B100-load-table
	perform B200-load-plans
	*> Without the master nobody can be enrolled, so only the list
	*> runs while emp001 is unavailable.
	open input emp-list
	if W90-emp-ok
		move "Y" to W10-emp-open-sw
	else
		display "benmaint: emp001 not available (status " W90-emp-status
			") - coverage cannot be changed this session."
	end-if
	if W35-win-from <= W30-run-mmdd and W30-run-mmdd <= W35-win-to
		display "Open enrollment is open - elections take effect 1 "
			"January next year."
	end-if
	perform until W30-menu-choice = 4
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-list
			when 2 perform D200-enroll
			when 3 perform D300-drop
			when 4 continue
			when other display "Please choose 1 through 4."
		end-evaluate
	end-perform
	if W10-emp-open
		close emp-list
	end-if
	move 0 to return-code
	goback.
B100-load-table.
	move 0 to W20-rec-count
	open input enrl-file
	if W90-enrl-ok
		move "N" to W10-eof-sw
		perform Z100-read-enrl
		perform until W10-eof
			if W20-rec-count >= 3000
				*> Saving a truncated table would truncate the file.
				display "benmaint: benenrl outgrew its table - "
					"nothing can be changed until it is purged."
				close enrl-file
				move 16 to return-code
				goback
			end-if
			add 1 to W20-rec-count
			move enrl-file-rec to ben-table-entry(W20-rec-count)
			perform Z100-read-enrl
		end-perform
		close enrl-file
	end-if.
B200-load-plans.
	*> Read only here - an enrollment needs only to know that the plan
	*> and tier exist and what type of cover the plan is.
	move 0 to W20-plan-count
	open input plan-file
	if W90-plan-ok
		move "N" to W10-eof-sw
		perform Z200-read-plan
		perform until W10-eof or W20-plan-count >= 200
			add 1 to W20-plan-count
			move plan-file-rec to bpl-table-entry(W20-plan-count)
			perform Z200-read-plan
		end-perform
		close plan-file
	end-if.
C100-show-menu.
	display " "
	display "Benefit Enrollment Maintenance"
	display "1. List an employee's coverage"
	display "2. Enroll or change coverage"
	display "3. Drop coverage"
	display "4. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-list.
	display "Enter employee id: " with no advancing
	accept W40-key-emp-id
	display "Plan T Ty Dp Effective End      Why Event    Sent Ended"
	move 0 to W20-shown
	perform varying ben-idx from 1 by 1 until ben-idx > W20-rec-count
		if ben-emp-id of ben-table-entry(ben-idx) = W40-key-emp-id
			add 1 to W20-shown
			display ben-plan-code of ben-table-entry(ben-idx) " "
				ben-tier of ben-table-entry(ben-idx) " "
				ben-plan-type of ben-table-entry(ben-idx) "  "
				ben-dependents of ben-table-entry(ben-idx) " "
				ben-eff-date of ben-table-entry(ben-idx) "  "
				ben-end-date of ben-table-entry(ben-idx) " "
				ben-reason of ben-table-entry(ben-idx) "   "
				ben-event-code of ben-table-entry(ben-idx) " "
				ben-add-seq of ben-table-entry(ben-idx) " "
				ben-end-reason of ben-table-entry(ben-idx)
		end-if
	end-perform
	display "Coverage rows for this employee: " W20-shown.
D200-enroll.
	if W20-rec-count >= 3000
		display "Enrollment table is full - not enrolled."
		exit paragraph
	end-if
	initialize ben-work
	display "Enter employee id: " with no advancing
	accept ben-emp-id of ben-work
	perform E100-find-emp
	if not W10-found
		display "Employee not on emp001 - not enrolled."
		exit paragraph
	end-if
	perform D500-check-window
	if not W10-allowed
		exit paragraph
	end-if
	display "Enter plan code: " with no advancing
	accept ben-plan-code of ben-work
	display "Enter tier (E employee, S +spouse, C +children, "
		"F family): " with no advancing
	accept ben-tier of ben-work
	display "Enter number of dependents covered: " with no advancing
	accept ben-dependents of ben-work
	perform E300-find-plan
	if not W10-found
		display "That plan and tier is not on benplan - not enrolled."
		exit paragraph
	end-if
	*> The tier is what the carrier prices: it must match who is
	*> actually on the cover.
	evaluate ben-tier of ben-work
		when "E"
			if ben-dependents of ben-work not = 0
				move "N" to W10-allowed-sw
			end-if
		when "S"
			if ben-dependents of ben-work not = 1
				move "N" to W10-allowed-sw
			end-if
		when "C"
			if ben-dependents of ben-work < 1
				move "N" to W10-allowed-sw
			end-if
		when "F"
			if ben-dependents of ben-work < 2
				move "N" to W10-allowed-sw
			end-if
	end-evaluate
	if not W10-allowed
		display "Dependents do not suit the tier (E none, S one, C at "
			"least one, F at least two) - not enrolled."
		exit paragraph
	end-if
	move W40-eff-date to ben-eff-date of ben-work
	move 0 to ben-end-date of ben-work
	move W40-reason to ben-reason of ben-work
	move W40-event-code to ben-event-code of ben-work
	move W40-event-date to ben-event-date of ben-work
	move space to ben-change-sw of ben-work
	move space to ben-end-reason of ben-work
	move W90-operator-id to ben-keyed-by of ben-work
	move W30-run-date to ben-keyed-date of ben-work
	move 0 to ben-add-seq of ben-work
	move 0 to ben-term-seq of ben-work
	move ben-emp-id of ben-work to W40-key-emp-id
	move ben-plan-type of ben-work to W40-key-type
	perform E200-find-open-row
	if W20-open-row = 0
		add 1 to W20-rec-count
		move ben-work to ben-table-entry(W20-rec-count)
		perform F100-save-table
		display "Enrolled from " W40-eff-date "."
		exit paragraph
	end-if
	if ben-eff-date of ben-table-entry(W20-open-row) >= W40-eff-date
		*> The open row does not start before this one would: it can
		*> only be corrected, and only while the carrier has not seen
		*> it.
		if ben-add-seq of ben-table-entry(W20-open-row) not = 0
			display "The current coverage starts on or after "
				W40-eff-date " and the carrier already has it - "
				"not changed."
			exit paragraph
		end-if
		move ben-change-sw of ben-table-entry(W20-open-row)
			to ben-change-sw of ben-work
		move ben-work to ben-table-entry(W20-open-row)
		perform F100-save-table
		display "Coverage not yet sent to the carrier - corrected."
		exit paragraph
	end-if
	move W40-eff-date to W40-walk-date
	perform X100-day-before
	move W40-day-before to ben-end-date of ben-table-entry(W20-open-row)
	move "C" to ben-end-reason of ben-table-entry(W20-open-row)
	move "C" to ben-change-sw of ben-work
	add 1 to W20-rec-count
	move ben-work to ben-table-entry(W20-rec-count)
	perform F100-save-table
	display "Coverage changed from " W40-eff-date " - the previous "
		"coverage ends " W40-day-before ".".
D300-drop.
	initialize ben-work
	display "Enter employee id: " with no advancing
	accept ben-emp-id of ben-work
	perform E100-find-emp
	if not W10-found
		display "Employee not on emp001 - not dropped."
		exit paragraph
	end-if
	display "Enter plan type to drop (M medical, D dental, L life): "
		with no advancing
	accept W40-key-type
	perform D500-check-window
	if not W10-allowed
		exit paragraph
	end-if
	if W40-reason = "H"
		display "A new hire enrolls - there is nothing yet to drop."
		exit paragraph
	end-if
	move ben-emp-id of ben-work to W40-key-emp-id
	perform E200-find-open-row
	if W20-open-row = 0
		display "No open coverage of that type - nothing dropped."
		exit paragraph
	end-if
	if ben-eff-date of ben-table-entry(W20-open-row) < W40-eff-date
		move W40-eff-date to W40-walk-date
		perform X100-day-before
		move W40-day-before
			to ben-end-date of ben-table-entry(W20-open-row)
		move "D" to ben-end-reason of ben-table-entry(W20-open-row)
		perform F100-save-table
		display "Coverage ends " W40-day-before "."
		exit paragraph
	end-if
	*> Coverage that would never have started: only one the carrier
	*> has not been sent can be taken back, and the row it replaced
	*> (if any) opens again.
	if ben-add-seq of ben-table-entry(W20-open-row) not = 0
		display "That coverage starts on or after " W40-eff-date
			" and the carrier already has it - not dropped."
		exit paragraph
	end-if
	if ben-is-change of ben-table-entry(W20-open-row)
		move ben-eff-date of ben-table-entry(W20-open-row)
			to W40-walk-date
		perform X100-day-before
		perform varying ben-idx from 1 by 1 until ben-idx > W20-rec-count
			if ben-emp-id of ben-table-entry(ben-idx) = W40-key-emp-id
					and ben-plan-type of ben-table-entry(ben-idx)
						= W40-key-type
					and ben-ended-by-change of ben-table-entry(ben-idx)
					and ben-end-date of ben-table-entry(ben-idx)
						= W40-day-before
				move 0 to ben-end-date of ben-table-entry(ben-idx)
				move space to ben-end-reason of ben-table-entry(ben-idx)
			end-if
		end-perform
	end-if
	perform varying W20-sub1 from W20-open-row by 1
			until W20-sub1 >= W20-rec-count
		move ben-table-entry(W20-sub1 + 1) to ben-table-entry(W20-sub1)
	end-perform
	subtract 1 from W20-rec-count
	perform F100-save-table
	display "Coverage not yet sent to the carrier - withdrawn.".
D500-check-window.
	*> Sets the effective date for the reason given, or refuses.
	move "N" to W10-allowed-sw
	move spaces to W40-event-code
	move 0 to W40-event-date
	display "Reason (O open enrollment, H new hire, L life event): "
		with no advancing
	accept W40-reason
	if not W40-reason-valid
		display "Reason must be O, H or L - nothing changed."
		exit paragraph
	end-if
	evaluate W40-reason
		when "O"
			if W30-run-mmdd < W35-win-from or W30-run-mmdd > W35-win-to
				display "Open enrollment is closed - changes outside "
					"it need a new hire or a life event."
				exit paragraph
			end-if
			compute W40-eff-date = (W30-run-yyyy + 1) * 10000 + 0101
		when "H"
			move emp-hire-date of emp-list-rec to W40-eff-date
			move W40-eff-date to W40-walk-date
			perform X200-set-deadline
			if W30-run-date > W40-deadline
				display "The new-hire window closed " W40-deadline
					" - nothing changed."
				exit paragraph
			end-if
		when "L"
			display "Event (MARR, BRTH, ADOP, DIVC, DETH, LOSS): "
				with no advancing
			accept W40-event-code
			move W40-event-code to ben-event-code of ben-work
			if not ben-event-valid of ben-work
				display "Not a qualifying life event - nothing changed."
				exit paragraph
			end-if
			display "Date of the event (yyyymmdd): " with no advancing
			accept W40-event-date
			move W40-event-date to DR-GREG-DATE
			move "G2J " to DR-FUNCTION
			call "daterotn" using DR-DATE-PARMS end-call
			if DR-DATE-INVALID or W40-event-date > W30-run-date
				display "Event date is not a valid date on or before "
					"today - nothing changed."
				exit paragraph
			end-if
			move W40-event-date to W40-eff-date
			move W40-event-date to W40-walk-date
			perform X200-set-deadline
			if W30-run-date > W40-deadline
				display "The life-event window closed " W40-deadline
					" - nothing changed."
				exit paragraph
			end-if
	end-evaluate
	move "Y" to W10-allowed-sw.
E100-find-emp.
	*> Live on emp001 only: the terminated are closed off by bencarr.
	if not W10-emp-open
		move "N" to W10-found-sw
		exit paragraph
	end-if
	move ben-emp-id of ben-work to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if W10-found and emp-term-date of emp-list-rec not = 0
		move "N" to W10-found-sw
	end-if.
E200-find-open-row.
	move 0 to W20-open-row
	perform varying ben-idx from 1 by 1
			until ben-idx > W20-rec-count or W20-open-row not = 0
		if ben-emp-id of ben-table-entry(ben-idx) = W40-key-emp-id
				and ben-plan-type of ben-table-entry(ben-idx)
					= W40-key-type
				and ben-end-date of ben-table-entry(ben-idx) = 0
			set W20-open-row to ben-idx
		end-if
	end-perform.
E300-find-plan.
	move "N" to W10-found-sw
	perform varying bpl-idx from 1 by 1
			until bpl-idx > W20-plan-count or W10-found
		if bpl-plan-code of bpl-table-entry(bpl-idx)
				= ben-plan-code of ben-work
				and bpl-tier of bpl-table-entry(bpl-idx)
					= ben-tier of ben-work
			move "Y" to W10-found-sw
			move bpl-plan-type of bpl-table-entry(bpl-idx)
				to ben-plan-type of ben-work
		end-if
	end-perform.
F100-save-table.
	open output enrl-file
	if not W90-enrl-ok
		display "benmaint: unable to open benenrl, status "
			W90-enrl-status
		goback
	end-if
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-rec-count
		move ben-table-entry(W20-sub1) to enrl-file-rec
		write enrl-file-rec
	end-perform
	close enrl-file.
X100-day-before.
	*> W40-walk-date less one calendar day, through daterotn's Julian
	*> form.
	move W40-walk-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-JUL-DDD > 1
		subtract 1 from DR-JUL-DDD
		move "J2G " to DR-FUNCTION
		call "daterotn" using DR-DATE-PARMS end-call
		move DR-GREG-DATE to W40-day-before
	else
		compute W40-day-before =
			((DR-JUL-CC * 100) + DR-JUL-YY - 1) * 10000 + 1231
	end-if.
X200-set-deadline.
	*> W40-walk-date plus the qualifying days, walked forward a day at
	*> a time the way alwexp (ch10/prog29.cbl) sets its horizon.
	perform varying W20-day-count from 1 by 1
			until W20-day-count > W35-qual-days
		perform X250-next-day
	end-perform
	move W40-walk-date to W40-deadline.
X250-next-day.
	move W40-walk-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-LEAP-YEAR
		move 366 to W40-year-days
	else
		move 365 to W40-year-days
	end-if
	if DR-JUL-DDD < W40-year-days
		add 1 to DR-JUL-DDD
	else
		compute W40-next-year = (DR-JUL-CC * 100) + DR-JUL-YY + 1
		divide W40-next-year by 100 giving DR-JUL-CC
			remainder DR-JUL-YY
		move 1 to DR-JUL-DDD
	end-if
	move "J2G " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	move DR-GREG-DATE to W40-walk-date.
Z100-read-enrl.
	read enrl-file
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-plan.
	read plan-file
		at end move "Y" to W10-eof-sw
	end-read.
