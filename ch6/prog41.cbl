*> Payroll fraud indicators.
*> Nothing routinely looked for the classic payroll frauds - the
*> ghost employee, the diverted pay, the leaver still on the books.
*> Run periodically after a pay run, this sweeps emp001, bankdist,
*> paydet and payhist, tmsacc, leave001, the emphist archive and the
*> empjrnl after-image journal for five indicators:
*>   SHARED BANK - one routing/account pair paying more than one
*>                 live employee, off emp001 and bankdist alike;
*>   BANK CHANGE - an employee paid by the last run (paydet) whose
*>                 bank details changed within FRAUDBNK days before
*>                 its run date (suiteparm, default 14, counted
*>                 30/360 like prenotok): a rewrite on empjrnl that
*>                 moved the pair, or a pair or bankdist line still
*>                 unverified since its change;
*>   NO ACTIVITY - a live salaried employee, hired before the window,
*>                 paid in the last FRAUDMTH months (default 6) off
*>                 payhist, with no leave on leave001, no empjrnl
*>                 change and no manager on file in that time;
*>   LEAVER NAME - a live employee with the name of a terminated
*>                 record, on emp001 or archived on emphist, under a
*>                 different id;
*>   NO TIMESHEET- an hourly employee paid gross by the last run with
*>                 not one approved tmsacc line in its period.
*> An indicator is a question, not a verdict. Findings print to
*> fraudrp1 AND write exc-rec entries to excpt01 the way suitevfy
*> (ch6/prog38.cbl) does, so they join excprev's review queue.
*> Return code 8 when anything is found.
identification division.
program-id. fraudind.
environment division.
input-output section.
file-control.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select emp-hist assign to "emphist"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-hist-rec
		file status is W90-hist-status.
	select dist-file assign to "bankdist"
		file status is W90-dist-status.
	select jrnl-file assign to "empjrnl"
		file status is W90-jrnl-status.
	select leave-file assign to "leave001"
		file status is W90-leave-status.
	select pay-history assign to "payhist"
		file status is W90-payh-status.
	select pay-detail assign to "paydet"
		file status is W90-det-status.
	select tms-acc assign to "tmsacc"
		file status is W90-tms-status.
	select exception-file assign to "excpt01"
		file status is W90-exc-status.
	select fraud-rpt assign to "fraudrp1"
		file status is W90-rpt-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	emp-hist.
01	emp-hist-rec.
	copy emp-rec.
fd	dist-file.
01	dist-file-rec.
	copy bank-dist-rec.
fd	jrnl-file.
01	jrnl-file-rec.
	copy emp-jrnl-rec.
fd	leave-file.
01	leave-file-rec.
	copy leave-rec.
fd	pay-history.
01	pay-history-rec.
	copy pay-det-rec.
fd	pay-detail
	label records are standard.
01	pay-detail-rec.
	copy pay-det-rec.
01	det-ctl-record.
	copy ctl-rec.
fd	tms-acc.
01	tmsacc-rec.
	copy tms-rec.
fd	exception-file.
01	exception-rec.
	copy exc-rec.
fd	fraud-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-hist-open-sw	pic X value "N".
		88	W10-hist-open			value "Y".
01	W20-counters.
	05	W20-exc-count		pic 9(5) comp value 0.
	05	W20-emp-count		pic 9(5) comp value 0.
	05	W20-pair-count		pic 9(5) comp value 0.
	05	W20-name-count		pic 9(5) comp value 0.
	05	W20-hit				pic 9(5) comp value 0.
01	W30-today				pic 9(8).
01	W30-today-parts redefines W30-today.
	05	W30-today-yyyy		pic 9(4).
	05	W30-today-mm		pic 9(2).
	05	W30-today-dd		pic 9(2).
*> The NO ACTIVITY window opens FRAUDMTH months before today, the
*> toilexp way (day past the 28th settles on the 28th).
01	W30-window-date			pic 9(8).
01	W30-window-parts redefines W30-window-date.
	05	W30-window-yyyy		pic 9(4).
	05	W30-window-mm		pic 9(2).
	05	W30-window-dd		pic 9(2).
01	W30-month-count			pic 9(6) comp.
01	W30-run-date			pic 9(8) value 0.
01	W30-period-start		pic 9(8) value 0.
01	W30-period-end			pic 9(8) value 0.
01	W30-check-id			pic X(5).
01	W30-message				pic X(60).
01	W30-check-name			pic X(12).
01	W30-days-edit			pic ZZ9.
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-bank-days			pic S9(7)v99 comp-3.
01	W35-months				pic S9(7)v99 comp-3.
01	W40-run-days			pic 9(7) comp.
01	W40-chg-days			pic 9(7) comp.
01	W40-age-days			pic S9(7) comp.
01	W40-work-date			pic 9(8).
*> Every live employee, with what the sweeps found about them.
01	W60-emp-table.
	05	W60-emp-entry occurs 5000 times indexed by emp-idx.
		10	W60-emp-id			pic X(5).
		10	W60-emp-name		pic X(10).
		10	W60-emp-pay-type	pic X.
			88	W60-emp-hourly		value "H".
		10	W60-emp-mgr-id		pic X(5).
		10	W60-emp-hire-date	pic 9(8).
		10	W60-chg-date		pic 9(8).
		10	W60-jrnl-routing	pic X(9).
		10	W60-jrnl-account	pic X(12).
		10	W60-jrnl-seen-sw	pic X.
			88	W60-jrnl-seen		value "Y".
		10	W60-jrnl-sw			pic X.
			88	W60-changed-recently	value "Y".
		10	W60-leave-sw		pic X.
			88	W60-took-leave		value "Y".
		10	W60-paid-sw			pic X.
			88	W60-paid-in-window	value "Y".
		10	W60-run-paid-sw		pic X.
			88	W60-paid-last-run	value "Y".
		10	W60-run-gross-sw	pic X.
			88	W60-gross-last-run	value "Y".
		10	W60-tms-sw			pic X.
			88	W60-has-timesheet	value "Y".
*> Every routing/account pair a live employee is paid to.
01	W61-pair-table.
	05	W61-pair-entry occurs 5000 times indexed by pair-idx pair-idx2.
		10	W61-pair-emp-id		pic X(5).
		10	W61-pair-routing	pic X(9).
		10	W61-pair-account	pic X(12).
*> Names of terminated employees, live master and archive alike.
01	W62-name-table.
	05	W62-name-entry occurs 5000 times indexed by name-idx.
		10	W62-name			pic X(10).
		10	W62-name-emp-id		pic X(5).
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-dist-status			pic XX.
	88	W90-dist-ok				value "00".
01	W90-jrnl-status			pic XX.
	88	W90-jrnl-ok				value "00".
01	W90-leave-status		pic XX.
	88	W90-leave-ok			value "00".
01	W90-payh-status			pic XX.
	88	W90-payh-ok				value "00".
01	W90-det-status			pic XX.
	88	W90-det-ok				value "00".
01	W90-tms-status			pic XX.
	88	W90-tms-ok				value "00".
01	W90-exc-status			pic XX.
	88	W90-exc-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(34) value
		"Payroll Fraud Indicators".
	05	filler				pic X(11) value " Run date: ".
	05	W50-hdr-date		pic 9(8).
	05	filler				pic X(27).
01	W50-finding-line.
	05	W50-fnd-check		pic X(13).
	05	W50-fnd-id			pic X(5).
	05	filler				pic X(2).
	05	W50-fnd-text		pic X(60).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	move "FRAUDBNK" to W35-parm-key
	move 14 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-bank-days
	end-call
	move "FRAUDMTH" to W35-parm-key
	move 6 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-months
	end-call
	compute W30-month-count =
		(W30-today-yyyy * 12) + W30-today-mm - 1 - W35-months
	divide W30-month-count by 12 giving W30-window-yyyy
		remainder W30-window-mm
	add 1 to W30-window-mm
	move W30-today-dd to W30-window-dd
	if W30-window-dd > 28
		move 28 to W30-window-dd
	end-if
	open input emp-list
	if not W90-emp-ok
		display "fraudind: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	open input emp-hist
	if W90-hist-ok
		move "Y" to W10-hist-open-sw
	else
		display "fraudind: emphist not available (status " W90-hist-status
			") - archived leavers' names are not checked."
	end-if
	open output fraud-rpt
	if not W90-rpt-ok
		display "fraudind: unable to open fraudrp1, status " W90-rpt-status
		close emp-list
		move 16 to return-code
		goback
	end-if
	open extend exception-file
	if W90-exc-status = "35"
		open output exception-file
	end-if
	if not W90-exc-ok
		display "fraudind: unable to open excpt01, status " W90-exc-status
			" - findings will print but not join the review queue."
	end-if
	move W30-today to W50-hdr-date
	write rpt-line from W50-rpt-header after advancing page
	perform B100-load-employees
	if W10-hist-open
		perform B150-load-archive-names
		close emp-hist
	end-if
	close emp-list
	perform B200-load-bankdist
	perform B300-scan-journal
	perform B400-scan-leave
	perform B500-scan-payhist
	perform B600-scan-paydet
	perform B700-scan-timesheets
	perform C100-check-shared-accounts
	perform varying emp-idx from 1 by 1 until emp-idx > W20-emp-count
		move W60-emp-id(emp-idx) to W30-check-id
		perform C200-check-bank-change
		perform C300-check-no-activity
		perform C400-check-leaver-name
		perform C500-check-no-timesheet
	end-perform
	if W90-exc-ok
		close exception-file
	end-if
	close fraud-rpt
	display "Payroll fraud indicator sweep complete."
	display "Live employees checked: " W20-emp-count
	display "Indicators found:       " W20-exc-count
	if W20-exc-count > 0
		move 8 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B100-load-employees.
	move "N" to W10-eof-sw
	move low-values to emp-id of emp-list-rec
	start emp-list key is >= emp-id of emp-list-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read emp-list next record
			at end move "Y" to W10-eof-sw
		end-read
		if not W10-eof and emp-id of emp-list-rec not = "99999"
			if emp-term-date of emp-list-rec = 0
				perform B110-add-live-employee
			else
				move emp-name of emp-list-rec to W30-check-name
				move emp-id of emp-list-rec to W30-check-id
				perform B160-add-leaver-name
			end-if
		end-if
	end-perform.
B110-add-live-employee.
	if W20-emp-count >= 5000
		display "fraudind: more than 5000 live employees - the rest "
			"are not checked."
		exit paragraph
	end-if
	add 1 to W20-emp-count
	set emp-idx to W20-emp-count
	move emp-id of emp-list-rec to W60-emp-id(emp-idx)
	move emp-name of emp-list-rec to W60-emp-name(emp-idx)
	move emp-pay-type of emp-list-rec to W60-emp-pay-type(emp-idx)
	move emp-mgr-id of emp-list-rec to W60-emp-mgr-id(emp-idx)
	move emp-hire-date of emp-list-rec to W60-emp-hire-date(emp-idx)
	move 0 to W60-chg-date(emp-idx)
	move spaces to W60-jrnl-routing(emp-idx)
	move spaces to W60-jrnl-account(emp-idx)
	move "N" to W60-jrnl-seen-sw(emp-idx)
	move "N" to W60-jrnl-sw(emp-idx)
	move "N" to W60-leave-sw(emp-idx)
	move "N" to W60-paid-sw(emp-idx)
	move "N" to W60-run-paid-sw(emp-idx)
	move "N" to W60-run-gross-sw(emp-idx)
	move "N" to W60-tms-sw(emp-idx)
	*> A pair still unverified was changed on its status date.
	if emp-bank-unverified of emp-list-rec
		move emp-bank-stat-date of emp-list-rec to W60-chg-date(emp-idx)
	end-if
	if emp-bank-routing of emp-list-rec not = spaces
			and emp-bank-account of emp-list-rec not = spaces
			and not emp-bank-bad of emp-list-rec
		move emp-bank-routing of emp-list-rec to W30-message(1:9)
		move emp-bank-account of emp-list-rec to W30-message(10:12)
		perform B120-add-pair
	end-if.
B120-add-pair.
	*> The pair is staged in W30-message(1:21) by the caller.
	if W20-pair-count < 5000
		add 1 to W20-pair-count
		move W60-emp-id(emp-idx) to W61-pair-emp-id(W20-pair-count)
		move W30-message(1:9) to W61-pair-routing(W20-pair-count)
		move W30-message(10:12) to W61-pair-account(W20-pair-count)
	end-if.
B150-load-archive-names.
	move "N" to W10-eof-sw
	move low-values to emp-id of emp-hist-rec
	start emp-hist key is >= emp-id of emp-hist-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read emp-hist next record
			at end move "Y" to W10-eof-sw
		end-read
		if not W10-eof
			move emp-name of emp-hist-rec to W30-check-name
			move emp-id of emp-hist-rec to W30-check-id
			perform B160-add-leaver-name
		end-if
	end-perform.
B160-add-leaver-name.
	if W30-check-name(1:10) not = spaces and W20-name-count < 5000
		add 1 to W20-name-count
		move W30-check-name(1:10) to W62-name(W20-name-count)
		move W30-check-id to W62-name-emp-id(W20-name-count)
	end-if.
B200-load-bankdist.
	open input dist-file
	if not W90-dist-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z100-read-dist
	perform until W10-eof
		move dist-emp-id to W30-check-id
		perform X100-find-employee
		if W10-found
			if dist-is-unverified
					and dist-stat-date > W60-chg-date(emp-idx)
				move dist-stat-date to W60-chg-date(emp-idx)
			end-if
			if not dist-is-bad
				move dist-routing to W30-message(1:9)
				move dist-account to W30-message(10:12)
				perform B120-add-pair
			end-if
		end-if
		perform Z100-read-dist
	end-perform
	close dist-file.
B300-scan-journal.
	*> The journal runs oldest first: a rewrite whose pair differs
	*> from the one the employee's previous image carried is a bank
	*> change on its journal date.
	open input jrnl-file
	if not W90-jrnl-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z200-read-journal
	perform until W10-eof
		move emp-id of jrnl-after-image to W30-check-id
		perform X100-find-employee
		if W10-found
			if jrnl-ts-date >= W30-window-date
				move "Y" to W60-jrnl-sw(emp-idx)
			end-if
			if jrnl-is-rewrite and W60-jrnl-seen(emp-idx)
				if emp-bank-routing of jrnl-after-image
						not = W60-jrnl-routing(emp-idx)
					or emp-bank-account of jrnl-after-image
						not = W60-jrnl-account(emp-idx)
					if jrnl-ts-date > W60-chg-date(emp-idx)
						move jrnl-ts-date to W60-chg-date(emp-idx)
					end-if
				end-if
			end-if
			move "Y" to W60-jrnl-seen-sw(emp-idx)
			move emp-bank-routing of jrnl-after-image
				to W60-jrnl-routing(emp-idx)
			move emp-bank-account of jrnl-after-image
				to W60-jrnl-account(emp-idx)
		end-if
		perform Z200-read-journal
	end-perform
	close jrnl-file.
B400-scan-leave.
	*> leave001 carries yymmdd dates.
	open input leave-file
	if not W90-leave-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z300-read-leave
	perform until W10-eof
		if not leave-is-cancelled and not leave-is-reversal
				and leave-enddate >= W30-window-date(3:6)
			move leave-emp-id to W30-check-id
			perform X100-find-employee
			if W10-found
				move "Y" to W60-leave-sw(emp-idx)
			end-if
		end-if
		perform Z300-read-leave
	end-perform
	close leave-file.
B500-scan-payhist.
	open input pay-history
	if not W90-payh-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z400-read-payhist
	perform until W10-eof
		if paydet-is-gross of pay-history-rec
				and paydet-period-end of pay-history-rec >= W30-window-date
			move paydet-emp-id of pay-history-rec to W30-check-id
			perform X100-find-employee
			if W10-found
				move "Y" to W60-paid-sw(emp-idx)
			end-if
		end-if
		perform Z400-read-payhist
	end-perform
	close pay-history.
B600-scan-paydet.
	*> The last pay run: who it paid, and the hourly gross it priced.
	open input pay-detail
	if not W90-det-ok
		display "fraudind: no paydet (status " W90-det-status
			") - the last-run checks are skipped."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z500-read-detail
	perform until W10-eof
		move paydet-emp-id of pay-detail-rec to W30-check-id
		move paydet-period-start of pay-detail-rec to W30-period-start
		move paydet-period-end of pay-detail-rec to W30-period-end
		perform X100-find-employee
		if W10-found
			if paydet-is-net of pay-detail-rec
				move "Y" to W60-run-paid-sw(emp-idx)
			end-if
			if paydet-is-gross of pay-detail-rec
					and paydet-amount of pay-detail-rec > 0
				move "Y" to W60-run-gross-sw(emp-idx)
			end-if
		end-if
		perform Z500-read-detail
	end-perform
	close pay-detail.
B700-scan-timesheets.
	open input tms-acc
	if not W90-tms-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z600-read-tms
	perform until W10-eof
		if tms-work-date >= W30-period-start
				and tms-work-date <= W30-period-end
			move tms-emp-id to W30-check-id
			perform X100-find-employee
			if W10-found
				move "Y" to W60-tms-sw(emp-idx)
			end-if
		end-if
		perform Z600-read-tms
	end-perform
	close tms-acc.
C100-check-shared-accounts.
	*> Each employee on a shared pair is reported once per other
	*> employee sharing it - a split across two of one's own
	*> accounts is not a finding.
	perform varying pair-idx from 1 by 1 until pair-idx > W20-pair-count
		move "N" to W10-found-sw
		perform varying pair-idx2 from 1 by 1
				until pair-idx2 >= pair-idx or W10-found
			if W61-pair-routing(pair-idx2) = W61-pair-routing(pair-idx)
					and W61-pair-account(pair-idx2)
						= W61-pair-account(pair-idx)
					and W61-pair-emp-id(pair-idx2)
						not = W61-pair-emp-id(pair-idx)
				move "Y" to W10-found-sw
			end-if
		end-perform
		if W10-found
			set pair-idx2 down by 1
			move W61-pair-emp-id(pair-idx) to W30-check-id
			move spaces to W30-message
			string "bank account " delimited by size
				W61-pair-account(pair-idx) delimited by space
				" also pays employee " delimited by size
				W61-pair-emp-id(pair-idx2) delimited by size
				into W30-message
			end-string
			move "SHARED BANK" to W50-fnd-check
			perform X200-record-finding
		end-if
	end-perform.
C200-check-bank-change.
	if not W60-paid-last-run(emp-idx) or W60-chg-date(emp-idx) = 0
			or W30-run-date = 0
		exit paragraph
	end-if
	compute W40-run-days =
		(function numval(W30-run-date(3:2)) * 360)
		+ (function numval(W30-run-date(5:2)) * 30)
		+ function numval(W30-run-date(7:2))
	move W60-chg-date(emp-idx) to W40-work-date
	compute W40-chg-days =
		(function numval(W40-work-date(3:2)) * 360)
		+ (function numval(W40-work-date(5:2)) * 30)
		+ function numval(W40-work-date(7:2))
	compute W40-age-days = W40-run-days - W40-chg-days
	if W40-age-days >= 0 and W40-age-days <= W35-bank-days
		move W40-age-days to W30-days-edit
		move spaces to W30-message
		string "bank details changed " delimited by size
			W30-days-edit delimited by size
			" days before the " delimited by size
			W30-run-date delimited by size
			" pay run" delimited by size
			into W30-message
		end-string
		move "BANK CHANGE" to W50-fnd-check
		perform X200-record-finding
	end-if.
C300-check-no-activity.
	if W60-emp-hourly(emp-idx)
			or W60-emp-hire-date(emp-idx) >= W30-window-date
			or not W60-paid-in-window(emp-idx)
			or W60-took-leave(emp-idx)
			or W60-changed-recently(emp-idx)
			or W60-emp-mgr-id(emp-idx) not = spaces
		exit paragraph
	end-if
	move spaces to W30-message
	string "salaried, paid, no leave/change/manager since "
			delimited by size
		W30-window-date delimited by size
		into W30-message
	end-string
	move "NO ACTIVITY" to W50-fnd-check
	perform X200-record-finding.
C400-check-leaver-name.
	if W60-emp-name(emp-idx) = spaces
		exit paragraph
	end-if
	move "N" to W10-found-sw
	perform varying name-idx from 1 by 1
			until name-idx > W20-name-count or W10-found
		if W62-name(name-idx) = W60-emp-name(emp-idx)
				and W62-name-emp-id(name-idx) not = W60-emp-id(emp-idx)
			move "Y" to W10-found-sw
		end-if
	end-perform
	if W10-found
		set name-idx down by 1
		move spaces to W30-message
		string "name matches terminated employee " delimited by size
			W62-name-emp-id(name-idx) delimited by size
			into W30-message
		end-string
		move "LEAVER NAME" to W50-fnd-check
		perform X200-record-finding
	end-if.
C500-check-no-timesheet.
	if W60-emp-hourly(emp-idx) and W60-gross-last-run(emp-idx)
			and not W60-has-timesheet(emp-idx)
		move "hourly pay with no approved timesheet in the period"
			to W30-message
		move "NO TIMESHEET" to W50-fnd-check
		perform X200-record-finding
	end-if.
X100-find-employee.
	move "N" to W10-found-sw
	perform varying emp-idx from 1 by 1
			until emp-idx > W20-emp-count or W10-found
		if W60-emp-id(emp-idx) = W30-check-id
			move "Y" to W10-found-sw
		end-if
	end-perform
	if W10-found
		set emp-idx down by 1
	end-if.
X200-record-finding.
	add 1 to W20-exc-count
	move W30-check-id to W50-fnd-id
	move W30-message to W50-fnd-text
	write rpt-line from W50-finding-line
	if W90-exc-ok
		move "fraudind" to exc-program
		move spaces to exc-message
		string W30-check-id delimited by size
			": " delimited by size
			W30-message delimited by size
			into exc-message
		end-string
		move "N" to exc-ack-sw
		move spaces to exc-ack-oper
		move 0 to exc-ack-date
		write exception-rec
	end-if.
Z100-read-dist.
	read dist-file
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-journal.
	read jrnl-file
		at end move "Y" to W10-eof-sw
	end-read.
Z300-read-leave.
	read leave-file
		at end move "Y" to W10-eof-sw
	end-read.
Z400-read-payhist.
	read pay-history
		at end move "Y" to W10-eof-sw
	end-read.
Z500-read-detail.
	read pay-detail
		at end move "Y" to W10-eof-sw
	end-read
	if not W10-eof
		if CTL-IS-HEADER of det-ctl-record
			move CTL-RUN-DATE of det-ctl-record to W30-run-date
			perform Z500-read-detail
		else
			if CTL-IS-TRAILER of det-ctl-record
				move "Y" to W10-eof-sw
			end-if
		end-if
	end-if.
Z600-read-tms.
	read tms-acc
		at end move "Y" to W10-eof-sw
	end-read.
