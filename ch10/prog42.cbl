*> Pay run working-time and minimum-wage compliance check.
*> Nothing checked that what the pay run was about to pay was
*> lawful. Run ahead of payrun (ch10/prog1.cbl) for the same period
*> and frequency, this prices every employee the run would pay the
*> way payrun will - hourly staff at emp-hourly-rate, salaried staff
*> at one twelfth (one fifty-second on a weekly run) of emp-salary -
*> against the validated hours on tmsacc, and flags three things:
*>   MINIMUM WAGE - an hourly rate below the MINWAGE suiteparm
*>                  (default 7.25), or a salaried period gross that
*>                  works out below it over the hours the employee
*>                  actually worked (the contracted OTWEEK hours a
*>                  week when there is no timesheet for the period);
*>   MAX HOURS    - more than MAXWEEK hours (default 48) in any one
*>                  calendar week of the period, every hour counted -
*>                  straight, overtime, holiday and TOIL alike - on
*>                  the week payrun's OTWEEK test uses;
*>   NO REST DAY  - hours on seven calendar days running, looking back
*>                  six days before the period so a run that straddles
*>                  the period start is still seen.
*> Findings print to paycmp01 AND write exc-rec entries to excpt01
*> the way fraudind (ch6/prog41.cbl) does, so they join excprev's
*> review queue. A minimum-wage finding is the worst class and holds
*> the pay run the way payvar (ch10/prog11.cbl) holds paybank -
*> return code 8 - until someone signs the report off; working-time
*> findings alone end with return code 4.
identification division.
program-id. paycomp.
environment division.
input-output section.
file-control.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select tms-acc assign to "tmsacc"
		file status is W90-tms-status.
	select exception-file assign to "excpt01"
		file status is W90-exc-status.
	select comp-rpt assign to "paycmp01"
		file status is W90-rpt-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	tms-acc.
01	tmsacc-rec.
	copy tms-rec.
fd	exception-file.
01	exception-rec.
	copy exc-rec.
fd	comp-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-run-flagged-sw	pic X value "N".
		88	W10-run-flagged			value "Y".
01	W20-counters.
	05	W20-emp-count		pic 9(5) comp value 0.
	05	W20-tms-count		pic 9(4) comp value 0.
	05	W20-exc-count		pic 9(5) comp value 0.
	05	W20-wage-count		pic 9(5) comp value 0.
	05	W20-hours-count		pic 9(5) comp value 0.
	05	W20-rest-count		pic 9(5) comp value 0.
	05	W20-run-days		pic 9(3) comp value 0.
01	W30-period-dates.
	05	W30-period-start	pic 9(8).
	05	W30-period-end		pic 9(8).
*> Anything but "W" is a monthly run, as in payrun.
01	W30-run-freq			pic X.
	88	W30-weekly-run			value "W".
01	W30-check-id			pic X(5).
01	W30-check-name			pic X(13).
01	W30-message				pic X(60).
01	W30-rate-edit			pic ZZ,ZZ9.99.
01	W30-limit-edit			pic ZZ,ZZ9.99.
01	W30-hours-edit			pic ZZ9.99.
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-min-wage			pic S9(7)v99 comp-3.
01	W35-max-week			pic S9(7)v99 comp-3.
01	W35-std-week			pic S9(7)v99 comp-3.
*> Continuous day numbers (days since the end of 1899), so a
*> seven-day run is simple subtraction across month and year ends.
01	W40-day-work.
	05	W40-work-date		pic 9(8).
	05	W40-year			pic 9(4).
	05	W40-leap-days		pic 9(4).
	05	W40-day-no			pic 9(7) comp.
	05	W40-week-no			pic 9(5) comp.
	05	W40-start-day		pic 9(7) comp.
	05	W40-end-day			pic 9(7) comp.
	05	W40-window-day		pic 9(7) comp.
	05	W40-window-len		pic 9(3) comp.
	05	W40-cell			pic 9(3) comp.
01	W45-pay-work.
	05	W45-period-gross	pic S9(7)v99 comp-3.
	05	W45-period-hours	pic S9(5)v99 comp-3.
	05	W45-eff-rate		pic S9(5)v99 comp-3.
*> Every tmsacc line from six days before the period start to the
*> period end.
01	W60-tms-table.
	05	W60-tms-entry occurs 5000 times indexed by tms-idx.
		10	W60-tms-emp-id		pic X(5).
		10	W60-tms-date		pic 9(8).
		10	W60-tms-day-no		pic 9(7) comp.
		10	W60-tms-week-no		pic 9(5) comp.
		10	W60-tms-hours		pic 9(2)v99.
*> One employee's hours by day across the window (period up to 31
*> days plus the six before it) and by calendar week of the period.
01	W70-day-table.
	05	W70-day-entry occurs 37 times.
		10	W70-day-hours		pic 9(3)v99 comp-3.
		10	W70-day-date		pic 9(8).
01	W70-week-work.
	05	W70-week-count		pic 9 value 0.
	05	W70-week-entry occurs 8 times indexed by week-idx.
		10	W70-week-key		pic 9(5) comp.
		10	W70-week-first		pic 9(8).
		10	W70-week-hours		pic 9(4)v99 comp-3.
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-tms-status			pic XX.
	88	W90-tms-ok				value "00".
01	W90-exc-status			pic XX.
	88	W90-exc-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(30) value
		"Pay Run Compliance Check".
	05	filler				pic X(8) value "Period: ".
	05	W50-hdr-start		pic 9(8).
	05	filler				pic X(4) value " to ".
	05	W50-hdr-end			pic 9(8).
	05	filler				pic X(3) value spaces.
	05	W50-hdr-freq		pic X(7).
	05	filler				pic X(12).
01	W50-column-header.
	05	filler				pic X(80) value
		"Check        Id     Finding".
01	W50-finding-line.
	05	W50-fnd-check		pic X(13).
	05	W50-fnd-id			pic X(5).
	05	filler				pic X(2).
	05	W50-fnd-text		pic X(60).
01	W50-foot-line.
	05	W50-foot-label		pic X(30).
	05	W50-foot-count		pic ZZZZ9.
	05	filler				pic X(45).
	copy date-routines.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	display "Enter pay period start date (yyyymmdd): " with no advancing
	accept W30-period-start
	move W30-period-start to W40-work-date
	perform X100-day-number
	if DR-DATE-INVALID
		display "paycomp: period start date is not a valid date."
		move 16 to return-code
		goback
	end-if
	move W40-day-no to W40-start-day
	display "Enter pay period end date (yyyymmdd): " with no advancing
	accept W30-period-end
	move W30-period-end to W40-work-date
	perform X100-day-number
	if DR-DATE-INVALID or W30-period-end < W30-period-start
		display "paycomp: period end date is not a valid date after the "
			"start."
		move 16 to return-code
		goback
	end-if
	move W40-day-no to W40-end-day
	if W40-end-day - W40-start-day > 30
		display "paycomp: a pay period is at most 31 days."
		move 16 to return-code
		goback
	end-if
	display "Enter pay frequency for this run (M monthly / W weekly): "
		with no advancing
	accept W30-run-freq
	if not W30-weekly-run
		move "M" to W30-run-freq
	end-if
	compute W40-window-day = W40-start-day - 6
	compute W40-window-len = W40-end-day - W40-window-day + 1
	move "MINWAGE " to W35-parm-key
	move 7.25 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-min-wage
	end-call
	move "MAXWEEK " to W35-parm-key
	move 48 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-max-week
	end-call
	move "OTWEEK  " to W35-parm-key
	move 40 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-std-week
	end-call
	perform B100-load-timesheets
	open input emp-list
	if not W90-emp-ok
		display "paycomp: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	open output comp-rpt
	if not W90-rpt-ok
		display "paycomp: unable to open paycmp01, status " W90-rpt-status
		close emp-list
		move 16 to return-code
		goback
	end-if
	open extend exception-file
	if W90-exc-status = "35"
		open output exception-file
	end-if
	if not W90-exc-ok
		display "paycomp: unable to open excpt01, status " W90-exc-status
			" - findings will print but not join the review queue."
	end-if
	move W30-period-start to W50-hdr-start
	move W30-period-end to W50-hdr-end
	if W30-weekly-run
		move "weekly" to W50-hdr-freq
	else
		move "monthly" to W50-hdr-freq
	end-if
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
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
			perform C050-select-employee
		end-if
	end-perform
	close emp-list
	move spaces to rpt-line
	write rpt-line
	move "Below minimum wage:" to W50-foot-label
	move W20-wage-count to W50-foot-count
	write rpt-line from W50-foot-line
	move "Over weekly maximum hours:" to W50-foot-label
	move W20-hours-count to W50-foot-count
	write rpt-line from W50-foot-line
	move "No rest day in seven:" to W50-foot-label
	move W20-rest-count to W50-foot-count
	write rpt-line from W50-foot-line
	if W90-exc-ok
		close exception-file
	end-if
	close comp-rpt
	display "Pay run compliance check written to paycmp01."
	display "Employees checked:          " W20-emp-count
	display "Below minimum wage:         " W20-wage-count
	display "Over weekly maximum hours:  " W20-hours-count
	display "No rest day in seven:       " W20-rest-count
	evaluate true
		when W20-wage-count > 0
			display "paycomp: HOLD the pay run until the report is "
				"signed off."
			move 8 to return-code
		when W20-exc-count > 0
			move 4 to return-code
		when other
			move 0 to return-code
	end-evaluate
	goback.
B100-load-timesheets.
	*> A missing tmsacc means nobody has hours: the hourly rates are
	*> still checked, the salaried at their contracted week.
	move 0 to W20-tms-count
	open input tms-acc
	if not W90-tms-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z100-read-tms
	perform until W10-eof
		move tms-work-date of tmsacc-rec to W40-work-date
		perform X100-day-number
		if DR-DATE-OK
				and W40-day-no >= W40-window-day
				and W40-day-no <= W40-end-day
			if W20-tms-count >= 5000
				*> A check over a truncated picture would pass what
				*> it never saw.
				display "paycomp: tmsacc outgrew its table - check "
					"abandoned."
				close tms-acc
				move 16 to return-code
				goback
			end-if
			add 1 to W20-tms-count
			set tms-idx to W20-tms-count
			move tms-emp-id of tmsacc-rec to W60-tms-emp-id(tms-idx)
			move tms-work-date of tmsacc-rec to W60-tms-date(tms-idx)
			move W40-day-no to W60-tms-day-no(tms-idx)
			move W40-week-no to W60-tms-week-no(tms-idx)
			move tms-hours of tmsacc-rec to W60-tms-hours(tms-idx)
		end-if
		perform Z100-read-tms
	end-perform
	close tms-acc.
C050-select-employee.
	*> Exactly the employees payrun would pay: not terminated before
	*> the period, hired by its end, and of this run's frequency.
	if emp-term-date of emp-list-rec not = 0
			and emp-term-date of emp-list-rec < W30-period-start
		exit paragraph
	end-if
	if emp-hire-date of emp-list-rec > W30-period-end
		exit paragraph
	end-if
	if W30-weekly-run and not emp-is-weekly of emp-list-rec
		exit paragraph
	end-if
	if not W30-weekly-run and emp-is-weekly of emp-list-rec
		exit paragraph
	end-if
	add 1 to W20-emp-count
	move emp-id of emp-list-rec to W30-check-id
	perform C100-gather-hours
	perform C200-check-minimum-wage
	perform C300-check-weekly-hours
	perform C400-check-rest-days.
C100-gather-hours.
	perform varying W40-cell from 1 by 1 until W40-cell > 37
		move 0 to W70-day-hours(W40-cell)
		move 0 to W70-day-date(W40-cell)
	end-perform
	move 0 to W70-week-count
	move 0 to W45-period-hours
	perform varying tms-idx from 1 by 1 until tms-idx > W20-tms-count
		if W60-tms-emp-id(tms-idx) = W30-check-id
			perform C150-post-one-day
		end-if
	end-perform.
C150-post-one-day.
	compute W40-cell = W60-tms-day-no(tms-idx) - W40-window-day + 1
	add W60-tms-hours(tms-idx) to W70-day-hours(W40-cell)
	move W60-tms-date(tms-idx) to W70-day-date(W40-cell)
	if W60-tms-day-no(tms-idx) < W40-start-day
		exit paragraph
	end-if
	add W60-tms-hours(tms-idx) to W45-period-hours
	move "N" to W10-found-sw
	perform varying week-idx from 1 by 1
			until week-idx > W70-week-count or W10-found
		if W70-week-key(week-idx) = W60-tms-week-no(tms-idx)
			move "Y" to W10-found-sw
			add W60-tms-hours(tms-idx) to W70-week-hours(week-idx)
			if W60-tms-date(tms-idx) < W70-week-first(week-idx)
				move W60-tms-date(tms-idx) to W70-week-first(week-idx)
			end-if
		end-if
	end-perform
	if not W10-found and W70-week-count < 8
		add 1 to W70-week-count
		set week-idx to W70-week-count
		move W60-tms-week-no(tms-idx) to W70-week-key(week-idx)
		move W60-tms-date(tms-idx) to W70-week-first(week-idx)
		move W60-tms-hours(tms-idx) to W70-week-hours(week-idx)
	end-if.
C200-check-minimum-wage.
	if emp-is-hourly of emp-list-rec
		if emp-hourly-rate of emp-list-rec < W35-min-wage
			move emp-hourly-rate of emp-list-rec to W30-rate-edit
			move W35-min-wage to W30-limit-edit
			move spaces to W30-message
			string "hourly rate " delimited by size
				W30-rate-edit delimited by size
				" below the minimum " delimited by size
				W30-limit-edit delimited by size
				into W30-message
			end-string
			move "MINIMUM WAGE" to W30-check-name
			add 1 to W20-wage-count
			perform X200-record-finding
		end-if
		exit paragraph
	end-if
	*> Salaried: the gross payrun will pay over the hours behind it.
	if W30-weekly-run
		compute W45-period-gross rounded =
			emp-salary of emp-list-rec / 52
	else
		compute W45-period-gross rounded =
			emp-salary of emp-list-rec / 12
	end-if
	if W45-period-hours = 0
		if W30-weekly-run
			move W35-std-week to W45-period-hours
		else
			compute W45-period-hours rounded = W35-std-week * 52 / 12
		end-if
	end-if
	if W45-period-hours = 0
		exit paragraph
	end-if
	compute W45-eff-rate rounded = W45-period-gross / W45-period-hours
	if W45-eff-rate < W35-min-wage
		move W45-eff-rate to W30-rate-edit
		move W35-min-wage to W30-limit-edit
		move W45-period-hours to W30-hours-edit
		move spaces to W30-message
		string "salary works out at " delimited by size
			W30-rate-edit delimited by size
			" an hour over " delimited by size
			W30-hours-edit delimited by size
			" hours" delimited by size
			into W30-message
		end-string
		move "MINIMUM WAGE" to W30-check-name
		add 1 to W20-wage-count
		perform X200-record-finding
	end-if.
C300-check-weekly-hours.
	perform varying week-idx from 1 by 1 until week-idx > W70-week-count
		if W70-week-hours(week-idx) > W35-max-week
			move W70-week-hours(week-idx) to W30-hours-edit
			move W35-max-week to W30-limit-edit
			move spaces to W30-message
			string W30-hours-edit delimited by size
				" hours in the week of " delimited by size
				W70-week-first(week-idx) delimited by size
				", maximum " delimited by size
				W30-limit-edit delimited by size
				into W30-message
			end-string
			move "MAX HOURS" to W30-check-name
			add 1 to W20-hours-count
			perform X200-record-finding
		end-if
	end-perform.
C400-check-rest-days.
	*> One finding per unbroken run, on the day it reaches seven - and
	*> only when that day falls inside the period, so last period's
	*> run is not reported again.
	move 0 to W20-run-days
	move "N" to W10-run-flagged-sw
	perform varying W40-cell from 1 by 1 until W40-cell > W40-window-len
		if W70-day-hours(W40-cell) > 0
			add 1 to W20-run-days
			if W20-run-days >= 7 and not W10-run-flagged
					and W40-cell > 6
				move "Y" to W10-run-flagged-sw
				move spaces to W30-message
				string "worked seven days running to " delimited by size
					W70-day-date(W40-cell) delimited by size
					" with no rest day" delimited by size
					into W30-message
				end-string
				move "NO REST DAY" to W30-check-name
				add 1 to W20-rest-count
				perform X200-record-finding
			end-if
		else
			move 0 to W20-run-days
			move "N" to W10-run-flagged-sw
		end-if
	end-perform.
X100-day-number.
	*> W40-work-date to its continuous day number, and the year and
	*> Julian week key payrun buckets its OTWEEK test by.
	move W40-work-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID
		exit paragraph
	end-if
	compute W40-year = (DR-JUL-CC * 100) + DR-JUL-YY
	compute W40-leap-days = (W40-year - 1901) / 4
	compute W40-day-no =
		((W40-year - 1900) * 365) + W40-leap-days + DR-JUL-DDD
	compute W40-week-no = (DR-JUL-YY * 54) + (DR-JUL-DDD / 7).
X200-record-finding.
	add 1 to W20-exc-count
	move W30-check-name to W50-fnd-check
	move W30-check-id to W50-fnd-id
	move W30-message to W50-fnd-text
	write rpt-line from W50-finding-line
	if W90-exc-ok
		move "paycomp" to exc-program
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
Z100-read-tms.
	read tms-acc
		at end move "Y" to W10-eof-sw
	end-read.
