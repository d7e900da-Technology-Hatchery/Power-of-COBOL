*> be approved as unpaid instead, the same answer leavpost used to
*> offer. Rejected requests stay on leavpend with status "R" and
*> the supervisor's reason so the employee can be told why.
*> Time off in lieu requests ("T") draw down leaveacc's fourth
*> entry, the overtime payrun (ch10/prog1.cbl) banked there - a
*> record from before that entry existed has it started at zero.
*> Minimum cover: a department on deptmast with dpm-min-cover set
*> cannot be emptied by leave. Before an approval is posted every
*> working day of the request (calchk) is checked - the department's
*> live staff on emp001, less everyone already away that day on
*> active leave001 periods or other pending leavpend requests (the
*> same emp-id join leavecal, ch8/prog5.cbl, makes), less this
*> employee. A day that would fall below the minimum refuses the
*> approval unless a supervisor signs on (opsignon level "A") to
*> override, the same gate loanbook (ch3/prog5.cbl) uses. covrpt
*> (ch8/prog11.cbl) lists the days ahead already at or under cover.
*> Every decision, approval or rejection, is raised to the employee
*> through notify (ch9/prog36.cbl) for the mail/SMS gateway - they
*> no longer have to ask.
*> The working days counted for the balance and for cover are the
*> employee's own: their emp001 branch gives the region (brregion,
*> ch9/prog43.cbl) and that region's prcscal holidays are skipped
*> along with the company-wide ones - the same count leavwday
*> (ch8/prog8.cbl) audits with.
identification division.
program-id. leavappr.
environment division.
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select dept-mast assign to "deptmast"
		organization is indexed
		access mode is dynamic
		record key is dpm-code of dept-mast-rec
		file status is W90-dept-status.
data division.
file section.
fd	pend-file.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	dept-mast.
01	dept-mast-rec.
	copy dept-mast-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-mine				value "Y".
	05	W10-emp-open-sw		pic X value "N".
		88	W10-emp-open			value "Y".
	05	W10-dept-open-sw	pic X value "N".
		88	W10-dept-open			value "Y".
	05	W10-cover-refused-sw pic X value "N".
		88	W10-cover-refused		value "Y".
	05	W10-away-sw			pic X value "N".
		88	W10-away				value "Y".
	05	W10-staff-eof-sw	pic X value "N".
		88	W10-staff-eof			value "Y".
01	W20-counters.
	05	W20-pend-count		pic 9(4) comp value 0.
	05	W20-leave-count		pic 9(5) comp value 0.
01	W70-parm-key			pic X(8).
01	W70-parm-default		pic S9(7)v99 comp-3.
01	W70-parm-value			pic S9(7)v99 comp-3.
01	W30-today				pic 9(8).
01	W90-auth-level			pic X value "U".
01	W90-super-level			pic X value "A".
01	W90-super-sw			pic X.
	88	W90-super-ok			value "Y".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-pend-status			pic XX.
	88	W90-bal-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-dept-status			pic XX.
	88	W90-dept-ok				value "00".
01	pend-table.
	05	pend-table-entry occurs 500 times indexed by pend-idx.
		copy leave-pend-rec replacing ==05== by ==10==.
	05	W60-chargeable		pic 9(3) comp value 0.
	05	W60-walk-date		pic 9(8).
	05	W60-end-date		pic 9(8).
	05	W60-region			pic X(10).
	05	W60-cal-run-sw		pic X.
		88	W60-cal-run				value "Y".
	05	W60-cal-reason		pic X(30).
	05	W60-year-days		pic 9(3) comp.
	05	W60-next-year		pic 9(4) comp.
*> Cover check for the request being approved: the department's
*> live staff, and the worst working day the approval would leave.
01	W60-cover-work.
	05	W60-cover-dept		pic X(4).
	05	W60-min-cover		pic 9(5).
	05	W60-day-yymmdd		pic 9(6).
	05	W60-away-count		pic 9(4) comp.
	05	W60-on-duty			pic S9(5) comp.
	05	W60-short-days		pic 9(3) comp.
	05	W60-worst-date		pic 9(8).
	05	W60-worst-duty		pic S9(5) comp.
	05	W60-worst-show		pic -(4)9.
	05	W60-staff-count		pic 9(4) comp.
	05	W60-staff-id		pic X(5) occurs 500 times
							indexed by staff-idx.
	copy date-routines.
	copy notify-parms.
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - approval
		display "leavappr: emp001 not available (status " W90-emp-status
			") - requests will not be routed by manager."
	end-if
	*> No deptmast (or no emp001 to find the department) means no
	*> minimum cover to enforce.
	accept W30-today from date yyyymmdd
	open input dept-mast
	if W90-dept-ok
		move "Y" to W10-dept-open-sw
	end-if
	perform until W20-pick = 9999
		perform C100-list-pending
		if W20-pending-left = 0
	if W10-emp-open
		close emp-list
	end-if
	if W10-dept-open
		close dept-mast
	end-if
	perform E100-save-pending
	perform E200-save-leave
	goback.
	if W10-overlap
		display "Cannot approve - the period overlaps leave already "
			"posted for " leave-emp-id of leave-work "."
	else
		perform D700-check-cover
	end-if
	if W10-overlap or W10-cover-refused
		continue
	else
		perform F100-find-balance
		perform D500-check-balance
	display "Enter rejection reason: " with no advancing
	accept lpnd-reason of pend-table-entry(W20-pick)
	move "R" to lpnd-status of pend-table-entry(W20-pick)
	perform D800-raise-decision
	display "Request rejected - kept on file with the reason.".
D400-check-overlap.
	move "N" to W10-overlap-sw
	move "A" to lpnd-status of pend-table-entry(W20-pick)
	*> An over-balance request approved as unpaid keeps its changed
	*> type on the pending file too, so the two files tell one story.
	move leave-type of leave-work to lpnd-type of pend-table-entry(W20-pick)
	perform D800-raise-decision.
D800-raise-decision.
	*> One event per request and outcome - the employee, the dates
	*> and the decision letter make the reference.
	move lpnd-emp-id of pend-table-entry(W20-pick) to NTF-RECIPIENT
	move "LEAVEDEC" to NTF-EVENT-TYPE
	move spaces to NTF-REFERENCE
	string lpnd-emp-id of pend-table-entry(W20-pick)
		lpnd-startdate of pend-table-entry(W20-pick)
		lpnd-enddate of pend-table-entry(W20-pick)
		lpnd-status of pend-table-entry(W20-pick)
		delimited by size into NTF-REFERENCE
	end-string
	move "leavappr" to NTF-PROGRAM
	move spaces to NTF-MESSAGE
	if lpnd-is-approved of pend-table-entry(W20-pick)
		string "Leave " lpnd-startdate of pend-table-entry(W20-pick)
			" to " lpnd-enddate of pend-table-entry(W20-pick)
			" approved, type " lpnd-type of pend-table-entry(W20-pick)
			delimited by size into NTF-MESSAGE
		end-string
	else
		string "Leave " lpnd-startdate of pend-table-entry(W20-pick)
			" rejected: " lpnd-reason of pend-table-entry(W20-pick)
			delimited by size into NTF-MESSAGE
		end-string
	end-if
	call "notify" using NTF-PARMS end-call.
D700-check-cover.
	move "N" to W10-cover-refused-sw
	if not W10-emp-open or not W10-dept-open
		exit paragraph
	end-if
	move leave-emp-id of leave-work to emp-id of emp-list-rec
	read emp-list
		invalid key
			exit paragraph
	end-read
	move emp-dept-code of emp-list-rec to W60-cover-dept
	move W60-cover-dept to dpm-code of dept-mast-rec
	read dept-mast
		invalid key
			exit paragraph
	end-read
	move dpm-min-cover of dept-mast-rec to W60-min-cover
	if W60-min-cover = 0
		exit paragraph
	end-if
	perform D710-load-dept-staff
	move 0 to W60-short-days
	move 0 to W60-worst-date
	move 99999 to W60-worst-duty
	compute W60-walk-date = 20000000 + leave-startdate of leave-work
	compute W60-end-date = 20000000 + leave-enddate of leave-work
	perform until W60-walk-date > W60-end-date
		call "calchk" using W60-walk-date W60-cal-run-sw W60-cal-reason
			W60-region
		end-call
		if W60-cal-run
			perform D720-count-on-duty
			if W60-on-duty < W60-min-cover
				add 1 to W60-short-days
				if W60-on-duty < W60-worst-duty
					move W60-on-duty to W60-worst-duty
					move W60-walk-date to W60-worst-date
				end-if
			end-if
		end-if
		perform C350-next-day
	end-perform
	if W60-short-days = 0
		exit paragraph
	end-if
	move W60-worst-duty to W60-worst-show
	display "Department " W60-cover-dept " would fall below its minimum "
		"cover of " W60-min-cover " on " W60-short-days " day(s)."
	display "Worst day " W60-worst-date ": " W60-worst-show
		" on duty of " W60-staff-count " staff."
	display "Supervisor sign-on required to approve anyway."
	call "opsignon" using W90-super-sw W90-super-level end-call
	if W90-super-ok
		display "Supervisor override accepted - approval proceeds."
	else
		move "Y" to W10-cover-refused-sw
		display "Cannot approve - minimum cover. Left pending."
	end-if.
D710-load-dept-staff.
	*> Everyone live in the department today, requester included.
	move 0 to W60-staff-count
	move low-values to emp-id of emp-list-rec
	start emp-list key is >= emp-id of emp-list-rec
		invalid key move "Y" to W10-staff-eof-sw
		not invalid key move "N" to W10-staff-eof-sw
	end-start
	perform until W10-staff-eof
		read emp-list next record
			at end
				move "Y" to W10-staff-eof-sw
			not at end
				if emp-id of emp-list-rec not = "99999"
						and emp-dept-code of emp-list-rec = W60-cover-dept
						and (emp-term-date of emp-list-rec = 0
							or emp-term-date of emp-list-rec > W30-today)
						and W60-staff-count < 500
					add 1 to W60-staff-count
					move emp-id of emp-list-rec
						to W60-staff-id(W60-staff-count)
				end-if
		end-read
	end-perform.
D720-count-on-duty.
	*> Staff on duty on W60-walk-date once this request is granted:
	*> each staff member is away at most once, however many leave
	*> periods or requests cover the day.
	compute W60-day-yymmdd = W60-walk-date - 20000000
	move 0 to W60-away-count
	perform varying staff-idx from 1 by 1
			until staff-idx > W60-staff-count
		perform D730-check-away
		if W10-away
			add 1 to W60-away-count
		end-if
	end-perform
	compute W60-on-duty = W60-staff-count - W60-away-count.
D730-check-away.
	move "N" to W10-away-sw
	if W60-staff-id(staff-idx) = leave-emp-id of leave-work
		move "Y" to W10-away-sw
		exit paragraph
	end-if
	perform varying leave-idx from 1 by 1
			until leave-idx > W20-leave-count or W10-away
		if leave-emp-id of leave-table-entry(leave-idx)
				= W60-staff-id(staff-idx)
				and leave-is-active of leave-table-entry(leave-idx)
				and leave-startdate of leave-table-entry(leave-idx)
					<= W60-day-yymmdd
				and leave-enddate of leave-table-entry(leave-idx)
					>= W60-day-yymmdd
			move "Y" to W10-away-sw
		end-if
	end-perform
	perform varying pend-idx from 1 by 1
			until pend-idx > W20-pend-count or W10-away
		if lpnd-emp-id of pend-table-entry(pend-idx)
				= W60-staff-id(staff-idx)
				and lpnd-is-pending of pend-table-entry(pend-idx)
				and lpnd-startdate of pend-table-entry(pend-idx)
					<= W60-day-yymmdd
				and lpnd-enddate of pend-table-entry(pend-idx)
					>= W60-day-yymmdd
			move "Y" to W10-away-sw
		end-if
	end-perform.
C250-find-region.
	*> No emp001, or the employee not on it, counts company-wide.
	move spaces to W60-region
	if W10-emp-open
		move leave-emp-id of leave-work to emp-id of emp-list-rec
		read emp-list
			invalid key
				continue
			not invalid key
				call "brregion" using emp-br-code of emp-list-rec
					W60-region
				end-call
		end-read
	end-if.
C300-count-working-days.
	*> leave001 dates are yymmdd; calchk wants yyyymmdd, and every
	*> date in this suite's files lives in the 2000s.
	move 0 to W60-chargeable
	perform C250-find-region
	compute W60-walk-date = 20000000 + leave-startdate of leave-work
	compute W60-end-date = 20000000 + leave-enddate of leave-work
	perform until W60-walk-date > W60-end-date
		call "calchk" using W60-walk-date W60-cal-run-sw W60-cal-reason
			W60-region
		end-call
		if W60-cal-run
			add 1 to W60-chargeable
	call "daterotn" using DR-DATE-PARMS end-call
	move DR-GREG-DATE to W60-walk-date.
C200-set-type-sub.
	*> Entry order in leave-bal-rec.cpy: 1 annual, 2 sick, 3 unpaid,
	*> 4 time off in lieu.
	evaluate true
		when leave-is-annual of leave-work
			move 1 to W20-type-sub
			move 2 to W20-type-sub
		when leave-is-unpaid of leave-work
			move 3 to W20-type-sub
		when leave-is-toil of leave-work
			move 4 to W20-type-sub
	end-evaluate.
F200-check-routing.
	*> emp-mgr-id on the employee's master record names the right
		move 0 to lbal-accrued-days(3)
		move 0 to lbal-used-days(3)
		move 0 to lbal-balance-days(3)
		move "T" to lbal-type-code(4)
		move 0 to lbal-accrued-days(4)
		move 0 to lbal-used-days(4)
		move 0 to lbal-balance-days(4)
		write leave-bal-file-rec
			invalid key
				display "leavappr: unable to create leaveacc record, status "
					W90-bal-status
		end-write
	end-if
	if lbal-type-code(4) not = "T"
		move "T" to lbal-type-code(4)
		move 0 to lbal-accrued-days(4)
		move 0 to lbal-used-days(4)
		move 0 to lbal-balance-days(4)
	end-if.
G100-post-balance.
	add leave-days-taken of leave-work to lbal-used-days(W20-type-sub)
