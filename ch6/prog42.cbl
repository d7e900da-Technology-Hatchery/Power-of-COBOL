*> Twelve-month forward payroll cost projection by department.
*> deptbud (ch6/prog23.cbl) sets today's salaries against the
*> department budgets, but budget season needs next year, and that
*> meant pulling emp001 into a spreadsheet by hand. This starts from
*> every employee's current emp-salary or emp-hourly-rate and rolls
*> the twelve months from an operator-supplied first month forward,
*> month by month, the way the changes already on file will land:
*> a future-dated change parked on emppend (emp-pend-rec.cpy) takes
*> over from the month it falls due, its after-image replacing the
*> record the way empfutr (ch6/prog34.cbl) will apply it; the
*> anniversary increment annincr (ch6/prog37.cbl) will grant steps a
*> salaried employee's pay in the hire-anniversary month by the
*> grade's GRD-INCREMENT, capped at GRD-MAX-SALARY, unless
*> emp-incr-hold-sw withholds it; a probationer ("P") confirms the
*> month their review falls due - hire date plus PROBLEN (suiteparm,
*> calendar days, default 90), probtick's reckoning (ch6/prog36.cbl)
*> - and steps up by the PROBINC percent (suiteparm, default 0);
*> a known term date stops the cost, and a hire date still ahead
*> starts it, pro rata over the month in 30/360 days. Hourly staff
*> cost a standard week of OTWEEK hours (suiteparm, default 40),
*> fifty-two weeks over twelve months. Every employer contribution
*> in force on dedrates (ded-is-employer) at the month end adds its
*> cost as payrun (ch10/prog1.cbl) prices it - a percentage of the
*> gross, or the flat amount per pay period - and each month's cost
*> splits over the costallc lines (cost-alloc-rec.cpy) the way paygl
*> and deptbud split it, the remainder staying home.
*> The report (costprj1) gives each department on deptmast its
*> twelve months - heads, salary cost, employer cost, total - with
*> the running total set against dpm-budget-salary taken pro rata
*> month by month, and names the month the department is forecast
*> to overrun. Departments costed but not on the master follow, the
*> deptbud way. Return code 4 when any department is forecast to
*> overrun.
identification division.
program-id. costproj.
environment division.
input-output section.
file-control.
	select emp-list assign to "emp001"
		organization is indexed
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select dept-mast assign to "deptmast"
		organization is indexed
		access mode is dynamic
		record key is dpm-code of dept-mast-rec
		file status is W90-dept-status.
	select proj-rpt assign to "costprj1"
		file status is W90-rpt-status.
	select alloc-file assign to "costallc"
		file status is W90-alloc-status.
	select pend-chg-file assign to "emppend"
		file status is W90-pend-status.
	select ded-file assign to "dedrates"
		file status is W90-ded-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	dept-mast.
01	dept-mast-rec.
	copy dept-mast-rec.
fd	proj-rpt
	label records are standard.
01	rpt-line			pic X(80).
fd	alloc-file.
01	alloc-file-rec.
	copy cost-alloc-rec.
fd	pend-chg-file.
01	pend-chg-rec.
	copy emp-pend-rec.
fd	ded-file.
01	ded-file-rec.
	copy ded-rate-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-grade-found-sw	pic X value "N".
		88	W10-grade-found			value "Y".
	05	W10-in-force-sw		pic X value "N".
		88	W10-in-force			value "Y".
	05	W10-over-sw			pic X value "N".
		88	W10-over				value "Y".
01	W20-counters.
	05	W20-emp-count		pic 9(5) comp value 0.
	05	W20-dept-count		pic 9(3) comp value 0.
	05	W20-over-count		pic 9(3) comp value 0.
	05	W20-pend-used		pic 9(5) comp value 0.
	05	W20-step-count		pic 9(5) comp value 0.
	05	W20-confirm-count	pic 9(5) comp value 0.
	05	W20-grade-sub		pic 9(2) comp value 0.
	05	W20-mon				pic 9(2) comp value 0.
	05	W20-sub				pic 9(2) comp value 0.
	05	W20-sub2			pic 9(2) comp value 0.
	05	W20-next-pend		pic 9(2) comp value 0.
	05	W20-dept-hit		pic 9(3) comp value 0.
*> The twelve months projected, first to last.
01	W30-first-month			pic 9(6) value 0.
01	W30-first-parts redefines W30-first-month.
	05	W30-first-yyyy		pic 9(4).
	05	W30-first-mm		pic 9(2).
01	W30-today				pic 9(8).
01	W30-month-table.
	05	W30-month-entry occurs 12 times.
		10	W30-mon-yyyymm		pic 9(6).
		10	W30-mon-start		pic 9(8).
		10	W30-mon-end			pic 9(8).
01	W30-build-date			pic 9(8).
01	W30-build-parts redefines W30-build-date.
	05	W30-build-yyyy		pic 9(4).
	05	W30-build-mm		pic 9(2).
	05	W30-build-dd		pic 9(2).
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-prob-days			pic S9(7)v99 comp-3.
01	W35-prob-incr			pic S9(7)v99 comp-3.
01	W35-week-hours			pic S9(7)v99 comp-3.
01	W40-add-days			pic 9(5) comp.
01	W40-year-days			pic 9(3) comp.
01	W40-next-year			pic 9(4) comp.
01	W40-due-date			pic 9(8).
*> The employee as the projection has them at the month in hand -
*> emp001's record to begin with, each parked change laid over it
*> as it falls due, each step and confirmation added as it lands.
01	W40-proj-emp.
	copy emp-rec.
01	W40-proj-work.
	05	W40-salary			pic S9(7)v99 comp-3.
	05	W40-rate			pic S9(5)v99 comp-3.
	05	W40-max-salary		pic 9(5).
	05	W40-increment		pic 9(4).
	05	W40-confirm-date	pic 9(8).
	05	W40-from-day		pic 9(2) comp.
	05	W40-to-day			pic 9(2) comp.
	05	W40-fraction		pic S9v9(4) comp-3.
	05	W40-gross			pic S9(9)v99 comp-3.
	05	W40-emplr			pic S9(9)v99 comp-3.
	05	W40-one-emplr		pic S9(9)v99 comp-3.
	05	W40-periods			pic S9(3)v9(4) comp-3.
*> Per-department projection: fractional heads (costallc splits a
*> head the deptbud way) and money to the penny, one bucket a month.
01	W60-proj-table.
	05	W60-proj-entry occurs 100 times indexed by prj-idx.
		10	W60-prj-code		pic X(4).
		10	W60-prj-matched-sw	pic X.
			88	W60-prj-matched			value "Y".
		10	W60-prj-month occurs 12 times.
			15	W60-prj-heads		pic S9(5)v99 comp-3.
			15	W60-prj-salary		pic S9(9)v99 comp-3.
			15	W60-prj-emplr		pic S9(9)v99 comp-3.
01	W61-report-work.
	05	W61-total			pic S9(9)v99 comp-3.
	05	W61-cumulative		pic S9(9)v99 comp-3.
	05	W61-budget-todate	pic S9(9)v99 comp-3.
	05	W61-budget			pic 9(9).
	05	W61-over-month		pic 9(6).
01	W65-alloc-work.
	05	W65-alloc-count		pic 9(3) comp value 0.
	05	W10-alloc-eof-sw	pic X value "N".
		88	W10-alloc-eof			value "Y".
	05	W65-head-share		pic S9(3)v9(4) comp-3.
	05	W65-salary-share	pic S9(9)v99 comp-3.
	05	W65-emplr-share		pic S9(9)v99 comp-3.
	05	W65-head-left		pic S9(3)v9(4) comp-3.
	05	W65-salary-left		pic S9(9)v99 comp-3.
	05	W65-emplr-left		pic S9(9)v99 comp-3.
	05	W65-post-dept		pic X(4).
01	W65-alloc-table.
	05	W65-alloc-entry occurs 500 times indexed by alloc-idx.
		copy cost-alloc-rec replacing ==05== by ==10==.
*> Still-pending changes off emppend, each with its after-image,
*> and the ones belonging to the employee in hand in effective-date
*> order.
01	W70-pend-work.
	05	W70-pend-count		pic 9(4) comp value 0.
	05	W10-pend-eof-sw		pic X value "N".
		88	W10-pend-eof			value "Y".
	05	W70-my-count		pic 9(2) comp value 0.
	05	W70-hold-sub		pic 9(4) comp.
01	W70-pend-table.
	05	W70-pend-entry occurs 1000 times indexed by pend-idx.
		10	W70-pend-eff		pic 9(8).
		10	W70-pend-image.
			copy emp-rec replacing ==05== by ==15==.
01	W70-my-table.
	05	W70-my-pend			pic 9(4) comp occurs 20 times.
*> The dedrates table, for the employer contributions in force.
01	W75-ded-work.
	05	W75-ded-count		pic 9(3) comp value 0.
	05	W10-ded-eof-sw		pic X value "N".
		88	W10-ded-eof				value "Y".
	05	W75-sub2			pic 9(3) comp value 0.
01	W75-ded-table.
	05	W75-ded-entry occurs 200 times indexed by ded-idx.
		copy ded-rate-rec replacing ==05== by ==10==.
01	W95-over-file			pic X(8).
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-dept-status			pic XX.
	88	W90-dept-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-alloc-status		pic XX.
	88	W90-alloc-ok			value "00".
01	W90-pend-status			pic XX.
	88	W90-pend-ok				value "00".
01	W90-ded-status			pic XX.
	88	W90-ded-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-report-header.
	05	filler				pic X(42) value
		"Twelve-Month Payroll Cost Projection".
	05	filler				pic X(7) value "From: ".
	05	W50-hdr-from		pic 9(6).
	05	filler				pic X(5) value " to: ".
	05	W50-hdr-to			pic 9(6).
	05	filler				pic X(14).
01	W50-dept-header.
	05	filler				pic X(5) value "Dept ".
	05	W50-dept			pic X(5).
	05	W50-dept-name		pic X(21).
	05	filler				pic X(15) value "Annual budget: ".
	05	W50-dept-budget		pic ZZZ,ZZZ,ZZ9.
	05	filler				pic X(23).
01	W50-column-header.
	05	filler				pic X(80) value
		"Month     Heads Salary cost    Employer  Total cost  Cumulative Bud to date Flag".
01	W50-detail-line.
	05	W50-det-month		pic 9(6).
	05	filler				pic X(2).
	05	W50-det-heads		pic ZZZ9.99.
	05	filler				pic X(1).
	05	W50-det-salary		pic ZZZ,ZZZ,ZZ9.
	05	filler				pic X(1).
	05	W50-det-emplr		pic ZZZ,ZZZ,ZZ9.
	05	filler				pic X(1).
	05	W50-det-total		pic ZZZ,ZZZ,ZZ9.
	05	filler				pic X(1).
	05	W50-det-cum			pic ZZZ,ZZZ,ZZ9.
	05	filler				pic X(1).
	05	W50-det-budget		pic ZZZ,ZZZ,ZZ9.
	05	filler				pic X(1).
	05	W50-det-flag		pic X(4).
01	W50-foot-over.
	05	filler				pic X(33) value
		"  Forecast to overrun budget in ".
	05	W50-foot-month		pic 9(6).
	05	filler				pic X(41).
01	W50-foot-within.
	05	filler				pic X(80) value
		"  Within budget for the twelve months".
01	W50-total-line-1.
	05	filler				pic X(34) value
		"Departments forecast to overrun:  ".
	05	W50-over-count		pic ZZZ9.
01	W50-total-line-2.
	05	filler				pic X(34) value
		"Employees projected:              ".
	05	W50-emp-count		pic ZZZZ9.
01	W50-total-line-3.
	05	filler				pic X(34) value
		"Parked changes applied:           ".
	05	W50-pend-count		pic ZZZZ9.
01	W50-total-line-4.
	05	filler				pic X(34) value
		"Anniversary steps / confirmations:".
	05	W50-step-count		pic ZZZZ9.
	05	filler				pic X(3) value " / ".
	05	W50-confirm-count	pic ZZZZ9.
	copy grade-tab.
	copy date-routines.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	display "Enter first month to project (yyyymm, 0 for next month): "
		with no advancing
	accept W30-first-month
	if W30-first-month = 0
		accept W30-today from date yyyymmdd
		move W30-today(1:6) to W30-first-month
		add 1 to W30-first-mm
		if W30-first-mm > 12
			move 1 to W30-first-mm
			add 1 to W30-first-yyyy
		end-if
	end-if
	if W30-first-mm < 1 or W30-first-mm > 12
		display "costproj: first month is not a valid yyyymm."
		move 16 to return-code
		goback
	end-if
	perform B050-build-months
	move "PROBLEN " to W35-parm-key
	move 90 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-prob-days
	end-call
	move "PROBINC " to W35-parm-key
	move 0 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-prob-incr
	end-call
	move "OTWEEK  " to W35-parm-key
	move 40 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-week-hours
	end-call
	open input emp-list
	if not W90-emp-ok
		display "costproj: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	open input dept-mast
	if not W90-dept-ok
		display "costproj: unable to open deptmast, status "
			W90-dept-status
		close emp-list
		move 16 to return-code
		goback
	end-if
	open output proj-rpt
	if not W90-rpt-ok
		display "costproj: unable to open costprj1, status "
			W90-rpt-status
		close emp-list
		close dept-mast
		move 16 to return-code
		goback
	end-if
	move W30-mon-yyyymm(1) to W50-hdr-from
	move W30-mon-yyyymm(12) to W50-hdr-to
	write rpt-line from W50-report-header after advancing page
	perform B100-load-allocations
	perform B200-load-pending
	perform B300-load-ded-table
	perform Z100-read-emp
	perform until W10-eof
		perform C100-project-one-employee
		perform Z100-read-emp
	end-perform
	perform E100-report-budgeted-depts
	perform E200-report-unbudgeted-depts
	move spaces to rpt-line
	write rpt-line
	move W20-over-count to W50-over-count
	write rpt-line from W50-total-line-1
	move W20-emp-count to W50-emp-count
	write rpt-line from W50-total-line-2
	move W20-pend-used to W50-pend-count
	write rpt-line from W50-total-line-3
	move W20-step-count to W50-step-count
	move W20-confirm-count to W50-confirm-count
	write rpt-line from W50-total-line-4
	close emp-list
	close dept-mast
	close proj-rpt
	display "Cost projection written to costprj1, "
		W20-over-count " department(s) forecast to overrun."
	if W20-over-count > 0
		move 4 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B050-build-months.
	*> Each month's first and last day; February's length comes off
	*> daterotn's leap-year answer.
	move W30-first-yyyy to W30-build-yyyy
	move W30-first-mm to W30-build-mm
	perform varying W20-mon from 1 by 1 until W20-mon > 12
		move 1 to W30-build-dd
		move W30-build-date to W30-mon-start(W20-mon)
		move W30-build-date(1:6) to W30-mon-yyyymm(W20-mon)
		evaluate W30-build-mm
			when 4
			when 6
			when 9
			when 11
				move 30 to W30-build-dd
			when 2
				move W30-build-date to DR-GREG-DATE
				move "G2J " to DR-FUNCTION
				call "daterotn" using DR-DATE-PARMS end-call
				if DR-LEAP-YEAR
					move 29 to W30-build-dd
				else
					move 28 to W30-build-dd
				end-if
			when other
				move 31 to W30-build-dd
		end-evaluate
		move W30-build-date to W30-mon-end(W20-mon)
		add 1 to W30-build-mm
		if W30-build-mm > 12
			move 1 to W30-build-mm
			add 1 to W30-build-yyyy
		end-if
	end-perform.
B100-load-allocations.
	*> A missing costallc loads an empty table - whole costs against
	*> home departments, exactly as deptbud does.
	move 0 to W65-alloc-count
	open input alloc-file
	if W90-alloc-ok
		move "N" to W10-alloc-eof-sw
		perform Z200-read-alloc
		perform until W10-alloc-eof
			if W65-alloc-count < 500
				add 1 to W65-alloc-count
				move alloc-file-rec to W65-alloc-entry(W65-alloc-count)
			end-if
			perform Z200-read-alloc
		end-perform
		close alloc-file
	end-if.
B200-load-pending.
	*> Only changes still waiting - an applied one is already on
	*> emp001. A missing emppend means nothing is parked.
	move 0 to W70-pend-count
	open input pend-chg-file
	if W90-pend-ok
		move "N" to W10-pend-eof-sw
		perform Z300-read-pending
		perform until W10-pend-eof
			if epc-is-pending
				if W70-pend-count >= 1000
					move "emppend " to W95-over-file
					perform X900-table-overrun
				end-if
				add 1 to W70-pend-count
				move epc-eff-date to W70-pend-eff(W70-pend-count)
				move epc-after-image to W70-pend-image(W70-pend-count)
			end-if
			perform Z300-read-pending
		end-perform
		close pend-chg-file
	end-if.
B300-load-ded-table.
	*> A missing dedrates is a projection with no employer cost.
	move 0 to W75-ded-count
	open input ded-file
	if W90-ded-ok
		move "N" to W10-ded-eof-sw
		perform Z400-read-ded-file
		perform until W10-ded-eof
			if W75-ded-count >= 200
				move "dedrates" to W95-over-file
				perform X900-table-overrun
			end-if
			add 1 to W75-ded-count
			move ded-file-rec to W75-ded-entry(W75-ded-count)
			perform Z400-read-ded-file
		end-perform
		close ded-file
	end-if.
C100-project-one-employee.
	*> Someone already gone before the first month costs nothing -
	*> unless a parked change still to come brings them back.
	move emp-list-rec to W40-proj-emp
	perform C150-collect-pending
	if emp-term-date of W40-proj-emp not = 0
			and emp-term-date of W40-proj-emp < W30-mon-start(1)
			and W70-my-count = 0
		exit paragraph
	end-if
	add 1 to W20-emp-count
	move emp-salary of W40-proj-emp to W40-salary
	move emp-hourly-rate of W40-proj-emp to W40-rate
	move 0 to W40-confirm-date
	if emp-on-probation of W40-proj-emp
		perform C170-find-confirm-date
	end-if
	move 1 to W20-next-pend
	perform varying W20-mon from 1 by 1 until W20-mon > 12
		perform C200-project-one-month
	end-perform.
C150-collect-pending.
	*> This employee's parked changes, earliest effective first - a
	*> straight insertion, there are never more than a handful.
	move 0 to W70-my-count
	perform varying pend-idx from 1 by 1 until pend-idx > W70-pend-count
		if emp-id of W70-pend-image(pend-idx) = emp-id of emp-list-rec
				and W70-my-count < 20
			add 1 to W70-my-count
			set W70-my-pend(W70-my-count) to pend-idx
			move W70-my-count to W20-sub
			perform until W20-sub < 2
				compute W20-sub2 = W20-sub - 1
				if W70-pend-eff(W70-my-pend(W20-sub2))
						> W70-pend-eff(W70-my-pend(W20-sub))
					move W70-my-pend(W20-sub2) to W70-hold-sub
					move W70-my-pend(W20-sub) to W70-my-pend(W20-sub2)
					move W70-hold-sub to W70-my-pend(W20-sub)
					subtract 1 from W20-sub
				else
					move 1 to W20-sub
				end-if
			end-perform
		end-if
	end-perform.
C170-find-confirm-date.
	*> Hire date plus PROBLEN calendar days, walked through daterotn
	*> a day at a time the way probtick does. An extended probation
	*> ("E") has no date to forecast and stays unconfirmed.
	move emp-hire-date of W40-proj-emp to W40-due-date
	move W35-prob-days to W40-add-days
	perform X250-next-day W40-add-days times
	move W40-due-date to W40-confirm-date.
C200-project-one-month.
	*> Parked changes falling due by the month end land first, then
	*> the anniversary step and the confirmation the month brings.
	perform until W20-next-pend > W70-my-count
			or W70-pend-eff(W70-my-pend(W20-next-pend))
				> W30-mon-end(W20-mon)
		move W70-pend-image(W70-my-pend(W20-next-pend))
			to W40-proj-emp
		move emp-salary of W40-proj-emp to W40-salary
		move emp-hourly-rate of W40-proj-emp to W40-rate
		add 1 to W20-pend-used
		add 1 to W20-next-pend
		if emp-on-probation of W40-proj-emp and W40-confirm-date = 0
			perform C170-find-confirm-date
		end-if
	end-perform
	perform C300-anniversary-step
	perform C400-confirmation
	perform C500-active-fraction
	if W40-fraction = 0
		exit paragraph
	end-if
	if emp-is-hourly of W40-proj-emp
		compute W40-gross rounded =
			W40-rate * W35-week-hours * 52 / 12 * W40-fraction
	else
		compute W40-gross rounded = W40-salary / 12 * W40-fraction
	end-if
	perform C600-employer-cost
	perform C700-post-employee.
C300-anniversary-step.
	*> annincr's rule: salaried, not withheld, on a known grade and
	*> below its band top, in the month the hire date comes round.
	if emp-hire-date of W40-proj-emp(5:2) not = W30-mon-start(W20-mon)(5:2)
			or emp-hire-date of W40-proj-emp(1:4)
				>= W30-mon-start(W20-mon)(1:4)
		exit paragraph
	end-if
	if emp-is-hourly of W40-proj-emp or emp-incr-withheld of W40-proj-emp
		exit paragraph
	end-if
	move "N" to W10-grade-found-sw
	perform varying W20-grade-sub from 1 by 1
			until W20-grade-sub > 5 or W10-grade-found
		if GRD-CODE(W20-grade-sub) = emp-job-grade of W40-proj-emp
			move "Y" to W10-grade-found-sw
			move GRD-INCREMENT(W20-grade-sub) to W40-increment
			move GRD-MAX-SALARY(W20-grade-sub) to W40-max-salary
		end-if
	end-perform
	if not W10-grade-found or W40-salary >= W40-max-salary
		exit paragraph
	end-if
	add W40-increment to W40-salary
	if W40-salary > W40-max-salary
		move W40-max-salary to W40-salary
	end-if
	add 1 to W20-step-count.
C400-confirmation.
	if not emp-on-probation of W40-proj-emp or W40-confirm-date = 0
			or W40-confirm-date > W30-mon-end(W20-mon)
		exit paragraph
	end-if
	move "C" to emp-prob-status of W40-proj-emp
	add 1 to W20-confirm-count
	if W35-prob-incr > 0
		compute W40-salary rounded =
			W40-salary * (100 + W35-prob-incr) / 100
		compute W40-rate rounded =
			W40-rate * (100 + W35-prob-incr) / 100
	end-if.
C500-active-fraction.
	*> The share of the month on the payroll, in 30/360 days: a
	*> hire or a term inside the month costs only its own days.
	move 0 to W40-fraction
	if emp-hire-date of W40-proj-emp > W30-mon-end(W20-mon)
		exit paragraph
	end-if
	if emp-term-date of W40-proj-emp not = 0
			and emp-term-date of W40-proj-emp < W30-mon-start(W20-mon)
		exit paragraph
	end-if
	move 1 to W40-from-day
	move 30 to W40-to-day
	if emp-hire-date of W40-proj-emp >= W30-mon-start(W20-mon)
		move emp-hire-date of W40-proj-emp(7:2) to W40-from-day
	end-if
	if emp-term-date of W40-proj-emp not = 0
			and emp-term-date of W40-proj-emp <= W30-mon-end(W20-mon)
		move emp-term-date of W40-proj-emp(7:2) to W40-to-day
	end-if
	if W40-from-day > 30
		move 30 to W40-from-day
	end-if
	if W40-to-day > 30
		move 30 to W40-to-day
	end-if
	if W40-to-day >= W40-from-day
		compute W40-fraction rounded =
			(W40-to-day - W40-from-day + 1) / 30
	end-if.
C600-employer-cost.
	*> payrun's D410 pricing at the month end: a rate prices on the
	*> gross, a zero rate takes the flat amount once per pay period -
	*> fifty-two weeks over twelve months for weekly staff.
	move 0 to W40-emplr
	if emp-is-weekly of W40-proj-emp
		compute W40-periods rounded = 52 / 12 * W40-fraction
	else
		move W40-fraction to W40-periods
	end-if
	perform varying ded-idx from 1 by 1 until ded-idx > W75-ded-count
		if ded-is-employer of W75-ded-entry(ded-idx)
			perform X500-check-in-force
			if W10-in-force
				if ded-rate of W75-ded-entry(ded-idx) not = 0
					compute W40-one-emplr rounded =
						W40-gross * ded-rate of W75-ded-entry(ded-idx) / 100
				else
					compute W40-one-emplr rounded =
						ded-flat-amount of W75-ded-entry(ded-idx)
							* W40-periods
				end-if
				add W40-one-emplr to W40-emplr
			end-if
		end-if
	end-perform.
C700-post-employee.
	*> Each costallc line takes its percentage of the head, the
	*> salary and the employer cost; what is left stays home - the
	*> deptbud B200 split.
	move W40-fraction to W65-head-left
	move W40-gross to W65-salary-left
	move W40-emplr to W65-emplr-left
	perform varying alloc-idx from 1 by 1
			until alloc-idx > W65-alloc-count
		if cal-emp-id of W65-alloc-entry(alloc-idx)
				= emp-id of W40-proj-emp
			compute W65-head-share rounded = W40-fraction
				* cal-percent of W65-alloc-entry(alloc-idx) / 100
			compute W65-salary-share rounded = W40-gross
				* cal-percent of W65-alloc-entry(alloc-idx) / 100
			compute W65-emplr-share rounded = W40-emplr
				* cal-percent of W65-alloc-entry(alloc-idx) / 100
			if W65-head-share > W65-head-left
				move W65-head-left to W65-head-share
			end-if
			if W65-salary-share > W65-salary-left
				move W65-salary-left to W65-salary-share
			end-if
			if W65-emplr-share > W65-emplr-left
				move W65-emplr-left to W65-emplr-share
			end-if
			move cal-dept-code of W65-alloc-entry(alloc-idx)
				to W65-post-dept
			perform C750-post-share
			subtract W65-head-share from W65-head-left
			subtract W65-salary-share from W65-salary-left
			subtract W65-emplr-share from W65-emplr-left
		end-if
	end-perform
	if W65-head-left not = 0 or W65-salary-left not = 0
			or W65-emplr-left not = 0
		move W65-head-left to W65-head-share
		move W65-salary-left to W65-salary-share
		move W65-emplr-left to W65-emplr-share
		move emp-dept-code of W40-proj-emp to W65-post-dept
		perform C750-post-share
	end-if.
C750-post-share.
	move "N" to W10-found-sw
	perform varying prj-idx from 1 by 1
			until prj-idx > W20-dept-count or W10-found
		if W60-prj-code(prj-idx) = W65-post-dept
			move "Y" to W10-found-sw
		end-if
	end-perform
	if W10-found
		set prj-idx down by 1
	else
		if W20-dept-count >= 100
			move "deptmast" to W95-over-file
			perform X900-table-overrun
		end-if
		add 1 to W20-dept-count
		set prj-idx to W20-dept-count
		move W65-post-dept to W60-prj-code(prj-idx)
		move "N" to W60-prj-matched-sw(prj-idx)
		perform varying W20-sub from 1 by 1 until W20-sub > 12
			move 0 to W60-prj-heads(prj-idx, W20-sub)
			move 0 to W60-prj-salary(prj-idx, W20-sub)
			move 0 to W60-prj-emplr(prj-idx, W20-sub)
		end-perform
	end-if
	add W65-head-share to W60-prj-heads(prj-idx, W20-mon)
	add W65-salary-share to W60-prj-salary(prj-idx, W20-mon)
	add W65-emplr-share to W60-prj-emplr(prj-idx, W20-mon).
E100-report-budgeted-depts.
	move "N" to W10-eof-sw
	move low-values to dpm-code of dept-mast-rec
	start dept-mast key is >= dpm-code of dept-mast-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read dept-mast next record
			at end move "Y" to W10-eof-sw
		end-read
		if not W10-eof
			move dpm-code of dept-mast-rec to W50-dept
			move dpm-name of dept-mast-rec to W50-dept-name
			move dpm-budget-salary of dept-mast-rec to W61-budget
			move "N" to W10-found-sw
			perform varying prj-idx from 1 by 1
					until prj-idx > W20-dept-count or W10-found
				if W60-prj-code(prj-idx) = dpm-code of dept-mast-rec
					move "Y" to W10-found-sw
				end-if
			end-perform
			if W10-found
				set prj-idx down by 1
				move "Y" to W60-prj-matched-sw(prj-idx)
				set W20-dept-hit to prj-idx
			else
				move 0 to W20-dept-hit
			end-if
			perform E300-report-one-dept
		end-if
	end-perform.
E200-report-unbudgeted-depts.
	perform varying prj-idx from 1 by 1 until prj-idx > W20-dept-count
		if not W60-prj-matched(prj-idx)
			move W60-prj-code(prj-idx) to W50-dept
			move "(not on dept master)" to W50-dept-name
			move 0 to W61-budget
			set W20-dept-hit to prj-idx
			perform E300-report-one-dept
		end-if
	end-perform.
E300-report-one-dept.
	*> A zero hit is a budgeted department nothing costs against.
	*> The budget to date is the annual budget taken pro rata - the
	*> first month the running cost passes it is the overrun month.
	move spaces to rpt-line
	write rpt-line
	move W61-budget to W50-dept-budget
	write rpt-line from W50-dept-header
	write rpt-line from W50-column-header
	move 0 to W61-cumulative
	move 0 to W61-over-month
	move "N" to W10-over-sw
	perform varying W20-sub from 1 by 1 until W20-sub > 12
		move spaces to W50-detail-line
		move W30-mon-yyyymm(W20-sub) to W50-det-month
		if W20-dept-hit = 0
			move 0 to W50-det-heads
			move 0 to W50-det-salary
			move 0 to W50-det-emplr
			move 0 to W61-total
		else
			move W60-prj-heads(W20-dept-hit, W20-sub) to W50-det-heads
			move W60-prj-salary(W20-dept-hit, W20-sub) to W50-det-salary
			move W60-prj-emplr(W20-dept-hit, W20-sub) to W50-det-emplr
			compute W61-total = W60-prj-salary(W20-dept-hit, W20-sub)
				+ W60-prj-emplr(W20-dept-hit, W20-sub)
		end-if
		add W61-total to W61-cumulative
		compute W61-budget-todate rounded = W61-budget * W20-sub / 12
		move W61-total to W50-det-total
		move W61-cumulative to W50-det-cum
		move W61-budget-todate to W50-det-budget
		if W61-cumulative > W61-budget-todate
			move "OVER" to W50-det-flag
			if not W10-over
				move "Y" to W10-over-sw
				move W30-mon-yyyymm(W20-sub) to W61-over-month
			end-if
		end-if
		write rpt-line from W50-detail-line
	end-perform
	if W10-over
		add 1 to W20-over-count
		move W61-over-month to W50-foot-month
		write rpt-line from W50-foot-over
	else
		write rpt-line from W50-foot-within
	end-if.
X250-next-day.
	move W40-due-date to DR-GREG-DATE
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
	move DR-GREG-DATE to W40-due-date.
X500-check-in-force.
	*> payrun's D500 rule: effective on or before the month end and
	*> not superseded by a later entry for the same code and bracket.
	move "N" to W10-in-force-sw
	if ded-eff-date of W75-ded-entry(ded-idx) <= W30-mon-end(W20-mon)
		move "Y" to W10-in-force-sw
		perform varying W75-sub2 from 1 by 1
				until W75-sub2 > W75-ded-count or not W10-in-force
			if W75-sub2 not = ded-idx
					and ded-code of W75-ded-entry(W75-sub2)
						= ded-code of W75-ded-entry(ded-idx)
					and ded-bracket-low of W75-ded-entry(W75-sub2)
						= ded-bracket-low of W75-ded-entry(ded-idx)
					and ded-eff-date of W75-ded-entry(W75-sub2)
						<= W30-mon-end(W20-mon)
					and ded-eff-date of W75-ded-entry(W75-sub2)
						> ded-eff-date of W75-ded-entry(ded-idx)
				move "N" to W10-in-force-sw
			end-if
		end-perform
	end-if.
X900-table-overrun.
	display "costproj: " W95-over-file " outgrew its table - "
		"projection abandoned."
	move 16 to return-code
	goback.
Z100-read-emp.
	read emp-list
		at end move "Y" to W10-eof-sw
	end-read
	if not W10-eof and emp-id of emp-list-rec = "99999"
		move "Y" to W10-eof-sw
	end-if.
Z200-read-alloc.
	read alloc-file
		at end move "Y" to W10-alloc-eof-sw
	end-read.
Z300-read-pending.
	read pend-chg-file
		at end move "Y" to W10-pend-eof-sw
	end-read.
Z400-read-ded-file.
	read ded-file
		at end move "Y" to W10-ded-eof-sw
	end-read.
