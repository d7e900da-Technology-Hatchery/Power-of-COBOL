*> leave. Records that fail still go to tmsrej with the reason,
*> instead of the pay run stopping cold on the first bad
*> transaction.
*> A project or job code on the line (tms-proj-code) must be on the
*> project master and still open (projedit, ch9/prog33.cbl) - a
*> mistyped code would cost the hours to a project nobody runs. A
*> blank code is no project and passes as always.
*> Where the branches roster their hourly staff (rostmast,
*> roster-rec.cpy, kept through rostmnt, ch10/prog45.cbl), hours
*> for a day with no shift rostered land on tmspend held (status
*> "H") rather than pending: they stay out of the managers' queue
*> until a supervisor accepts them as genuine in rostmnt. A site
*> with no rostmast yet edits exactly as before.
identification division.
program-id. tmsedit.
environment division.
		file status is W90-emp-status.
	select period-file assign to "payperd"
		file status is W90-perd-status.
	select roster-file assign to "rostmast"
		organization is indexed
		access mode is dynamic
		record key is ros-key of roster-file-rec
		file status is W90-ros-status.
data division.
file section.
fd	tms-in.
fd	period-file.
01	period-file-rec.
	copy pay-period-rec.
fd	roster-file.
01	roster-file-rec.
	copy roster-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-valid				value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-ros-open-sw		pic X value "N".
		88	W10-ros-open			value "Y".
01	W20-counters.
	05	W20-read-count		pic 9(5) comp value 0.
	05	W20-accept-count	pic 9(5) comp value 0.
	05	W20-reject-count	pic 9(5) comp value 0.
	05	W20-held-count		pic 9(5) comp value 0.
01	W30-reason				pic X(40).
01	W35-proj-valid-sw		pic X.
	88	W35-proj-valid			value "Y".
01	W90-in-status			pic XX.
	88	W90-in-ok				value "00".
01	W90-acc-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-perd-status			pic XX.
	88	W90-perd-ok				value "00".
01	W90-ros-status			pic XX.
	88	W90-ros-ok				value "00".
*> Pay periods payrun has already closed on payperd
*> (pay-period-rec.cpy) - a timesheet work-date inside one of them
*> arrived too late to be priced, and accepting it would strand
		open output tms-pend
	end-if
	open output tms-rej
	open input roster-file
	if W90-ros-ok
		move "Y" to W10-ros-open-sw
	end-if
	perform B200-load-closed-periods
	perform Z100-read-file
	perform until W10-eof
			move tms-work-date of tms-in-rec to tpnd-work-date
			move tms-hours of tms-in-rec to tpnd-hours
			move tms-ot-sw of tms-in-rec to tpnd-ot-sw
			move tms-proj-code of tms-in-rec to tpnd-proj-code
			move "P" to tpnd-status
			move spaces to tpnd-reason
			if W10-ros-open
				perform C400-check-roster
			end-if
			write tms-pend-rec
		else
			add 1 to W20-reject-count
	close emp-list
	close tms-pend
	close tms-rej
	if W10-ros-open
		close roster-file
	end-if
	display "Timesheet records read:     " W20-read-count
	display "Timesheet records accepted: " W20-accept-count
		" (pending manager approval)"
	display "  of which held unrostered: " W20-held-count
		" (for a supervisor in rostmnt)"
	display "Timesheet records rejected: " W20-reject-count
	move 0 to return-code
	goback.
			move "Hours exceed 24 for one day" to W30-reason
		when other
			perform C200-check-work-date
	end-evaluate
	if W10-valid and tms-proj-code of tms-in-rec not = spaces
		call "projedit" using tms-proj-code of tms-in-rec W35-proj-valid-sw
		end-call
		if not W35-proj-valid
			move "N" to W10-valid-sw
			move "Project not on projmast or closed" to W30-reason
		end-if
	end-if.
C100-find-employee.
	move tms-emp-id of tms-in-rec to emp-id of emp-list-rec
	read emp-list
			move "Work date falls in a closed pay period" to W30-reason
		end-if
	end-perform.
C400-check-roster.
	move tms-emp-id of tms-in-rec to ros-emp-id of roster-file-rec
	move tms-work-date of tms-in-rec to ros-date of roster-file-rec
	read roster-file
		invalid key
			move "H" to tpnd-status
			move "Unrostered - for supervisor" to tpnd-reason
			add 1 to W20-held-count
	end-read.
B200-load-closed-periods.
	move 0 to W60-closed-count
	open input period-file
