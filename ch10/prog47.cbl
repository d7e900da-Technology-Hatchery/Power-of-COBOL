*> Annual total reward statement.
*> The payslip shows what went into the bank; nobody ever showed an
*> employee what the employment was worth as a whole. For an
*> operator-supplied year this gathers, per employee, everything the
*> company spent or gave: the cash pay off payhist (and the year's
*> payhYYYY archive, the payannl way, ch10/prog4.cbl) split into
*> base pay, allowances, retro pay, premiums, supplemental bonuses
*> (paysupp's single-day "G" lines, ch10/prog9.cbl) and leave
*> encashment; the employer "E" lines, split into benefit premiums -
*> any ded-code that is a benplan plan code (ben-plan-rec.cpy) - and
*> the pension and payroll-tax contributions that are the rest;
*> annual and sick leave taken and the annual leave still available
*> off leaveacc, valued at empterm's daily rate (leavencs,
*> ch8/prog10.cbl: salary over 260 days, or eight hours at the
*> hourly rate); and on a staff loan (loanmast, lnm-id = emp-id)
*> booked below the market rate loanrate had in force at the year
*> end (rateget, ch9/prog22.cbl), a year's interest on the current
*> balance at the difference. Paid leave taken is already inside
*> base pay, so it is shown but not added again; the leave still
*> available is shown as owed, not yet paid. The history is sorted
*> into manager order (emp-mgr-id, then employee) so each manager's
*> pile comes off the printer together, and every statement starts
*> its own page of rwstmt01 through the report writer.
identification division.
program-id. totrwd.
environment division.
input-output section.
file-control.
	select pay-history assign to "payhist"
		file status is W90-hist-status.
	select arch-file assign to W30-arch-name
		file status is W90-arch-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select leave-bal-file assign to "leaveacc"
		organization is indexed
		access mode is dynamic
		record key is lbal-emp-id of leave-bal-file-rec
		file status is W90-bal-status.
	select loan-mast assign to "loanmast"
		organization is indexed
		access mode is dynamic
		record key is lnm-id of loan-mast-rec
		file status is W90-loan-status.
	select plan-file assign to "benplan"
		file status is W90-plan-status.
	select reward-sort-file assign to "sortwk08".
	select rwd-rpt assign to "rwstmt01"
		file status is W90-rpt-status.
data division.
file section.
fd	pay-history.
01	pay-history-rec.
	copy pay-det-rec.
fd	arch-file.
01	arch-rec.
	copy pay-det-rec replacing leading ==paydet== by ==arch==.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	leave-bal-file.
01	leave-bal-file-rec.
	copy leave-bal-rec.
fd	loan-mast.
01	loan-mast-rec.
	copy loan-mast-rec.
fd	plan-file.
01	plan-file-rec.
	copy ben-plan-rec.
sd	reward-sort-file.
01	sort-rec.
	05	sort-mgr-id			pic X(5).
	05	sort-emp-id			pic X(5).
	05	sort-line-type		pic X.
	05	sort-ded-code		pic X(4).
	05	sort-period-start	pic 9(8).
	05	sort-period-end		pic 9(8).
	05	sort-amount			pic S9(7)v99 comp-3.
fd	rwd-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-arch-eof-sw		pic X value "N".
		88	W10-arch-eof			value "Y".
	05	W10-sort-eof-sw		pic X value "N".
		88	W10-sort-eof			value "Y".
	05	W10-stmt-open-sw	pic X value "N".
		88	W10-stmt-open			value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-bal-open-sw		pic X value "N".
		88	W10-bal-open			value "Y".
	05	W10-loan-open-sw	pic X value "N".
		88	W10-loan-open			value "Y".
	05	W10-benefit-sw		pic X value "N".
		88	W10-benefit				value "Y".
	05	W10-rate-found-sw	pic X value "N".
		88	W10-rate-found			value "Y".
01	W20-counters.
	05	W20-read-count		pic 9(7) comp value 0.
	05	W20-kept-count		pic 9(7) comp value 0.
	05	W20-stmt-count		pic 9(5) comp value 0.
	05	W20-plan-count		pic 9(3) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-report-year			pic 9(4).
01	W30-year-end			pic 9(8).
01	W30-prior-emp			pic X(5).
01	W30-mgr-emp				pic X(5).
01	W30-mgr-id				pic X(5).
*> The year's own archive (payhroll, ch10/prog27.cbl) - payhYYYY,
*> the name built from the year - read alongside payhist.
01	W30-arch-name			pic X(12).
01	W35-loan-product		pic X value "L".
01	W35-market-rate			pic S9(1)v9(4) comp-3 value 0.
*> One employee's statement, accumulated as the sorted lines pass.
01	W40-reward.
	05	W40-base-pay		pic S9(9)v99 comp-3.
	05	W40-allowances		pic S9(9)v99 comp-3.
	05	W40-retro-pay		pic S9(9)v99 comp-3.
	05	W40-premiums		pic S9(9)v99 comp-3.
	05	W40-supplemental	pic S9(9)v99 comp-3.
	05	W40-encashment		pic S9(9)v99 comp-3.
	05	W40-cash-total		pic S9(9)v99 comp-3.
	05	W40-employer		pic S9(9)v99 comp-3.
	05	W40-benefits		pic S9(9)v99 comp-3.
	05	W40-daily-rate		pic S9(7)v99 comp-3.
	05	W40-annual-taken	pic S9(3)v99 comp-3.
	05	W40-sick-taken		pic S9(3)v99 comp-3.
	05	W40-annual-left		pic S9(3)v99 comp-3.
	05	W40-loan-subsidy	pic S9(9)v99 comp-3.
	05	W40-reward-total	pic S9(9)v99 comp-3.
	05	W40-leave-value		pic S9(9)v99 comp-3.
01	pay-work.
	copy pay-det-rec.
01	W60-plan-table.
	05	W60-plan-code		pic X(4) occurs 200 times
							indexed by plan-idx.
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-arch-status			pic XX.
	88	W90-arch-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-bal-status			pic XX.
	88	W90-bal-ok				value "00".
01	W90-loan-status			pic XX.
	88	W90-loan-ok				value "00".
01	W90-plan-status			pic XX.
	88	W90-plan-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
	copy rpt-writer.
01	W50-stmt-header.
	05	filler				pic X(10) value "Employee: ".
	05	W50-hdr-emp			pic X(6).
	05	W50-hdr-name		pic X(11).
	05	filler				pic X(6) value "Dept: ".
	05	W50-hdr-dept		pic X(6).
	05	filler				pic X(9) value "Manager: ".
	05	W50-hdr-mgr			pic X(6).
	05	filler				pic X(6) value "Year: ".
	05	W50-hdr-year		pic 9(4).
	05	filler				pic X(16).
01	W50-section-line.
	05	W50-section			pic X(40).
	05	filler				pic X(40).
01	W50-amount-line.
	05	filler				pic X(2).
	05	W50-amt-label		pic X(44).
	05	W50-amt-value		pic --,---,--9.99.
	05	filler				pic X(21).
01	W50-days-line.
	05	filler				pic X(2).
	05	W50-days-label		pic X(28).
	05	W50-days-count		pic ---9.99.
	05	filler				pic X(9) value " days".
	05	W50-days-value		pic --,---,--9.99.
	05	filler				pic X(21).
01	W50-rate-line.
	05	filler				pic X(4).
	05	filler				pic X(11) value "Loan rate ".
	05	W50-loan-rate		pic 9.9999.
	05	filler				pic X(17) value "  market rate ".
	05	W50-market-rate		pic 9.9999.
	05	filler				pic X(36).
01	W50-total-line.
	05	filler				pic X(20) value "Statements printed:".
	05	W50-total-stmts		pic ZZZZ9.
	05	filler				pic X(55).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	display "Enter statement year (yyyy): " with no advancing
	accept W30-report-year
	compute W30-year-end = (W30-report-year * 10000) + 1231
	open input emp-list
	if not W90-emp-ok
		display "totrwd: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	*> No leaveacc, no loanmast or no benplan each cost only their
	*> own lines of the statement.
	open input leave-bal-file
	if W90-bal-ok
		move "Y" to W10-bal-open-sw
	end-if
	open input loan-mast
	if W90-loan-ok
		move "Y" to W10-loan-open-sw
	end-if
	perform B300-load-plans
	call "rateget" using
		W35-loan-product W30-year-end W10-rate-found-sw W35-market-rate
	end-call
	if not W10-rate-found
		move 0 to W35-market-rate
		display "totrwd: no loanrate in force at " W30-year-end
			" - no loan subsidy shown."
	end-if
	open output rwd-rpt
	if not W90-rpt-ok
		display "totrwd: unable to open rwstmt01, status " W90-rpt-status
		close emp-list
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move spaces to RW-REPORT-TITLE
	string "Total Reward Statement " W30-report-year
		delimited by size into RW-REPORT-TITLE
	end-string
	move spaces to RW-COLUMN-HEADER
	*> A statement is one page - each starts its own.
	move 60 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	sort reward-sort-file
		on ascending key sort-mgr-id of sort-rec
		on ascending key sort-emp-id of sort-rec
		input procedure B100-load-sort-file
		output procedure C100-write-statements
	move W20-stmt-count to W50-total-stmts
	move "FOOT" to RW-FUNCTION
	move W50-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	close rwd-rpt
	close emp-list
	if W10-bal-open
		close leave-bal-file
	end-if
	if W10-loan-open
		close loan-mast
	end-if
	move "rwstmt01" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "totrwd: report produced but not archived."
	end-if
	display "Total reward statements written to rwstmt01."
	display "History records read:   " W20-read-count
	display "Records in year:        " W20-kept-count
	display "Statements produced:    " W20-stmt-count
	move 0 to return-code
	goback.
B100-load-sort-file.
	move spaces to W30-arch-name
	string "payh" W30-report-year delimited by size
		into W30-arch-name
	end-string
	open input arch-file
	if W90-arch-ok
		perform Z300-read-archive
		perform until W10-arch-eof
			add 1 to W20-read-count
			move arch-rec to pay-work
			perform B200-release-one
			perform Z300-read-archive
		end-perform
		close arch-file
	end-if
	open input pay-history
	if not W90-hist-ok
		display "totrwd: unable to open payhist, status " W90-hist-status
	else
		perform Z100-read-history
		perform until W10-eof
			add 1 to W20-read-count
			if paydet-period-end of pay-history-rec(1:4) = W30-report-year
				move pay-history-rec to pay-work
				perform B200-release-one
			end-if
			perform Z100-read-history
		end-perform
		close pay-history
	end-if.
B200-release-one.
	*> Only the lines a statement uses travel - deductions and net
	*> are the employee's own money.
	if paydet-is-deduction of pay-work or paydet-is-net of pay-work
		exit paragraph
	end-if
	add 1 to W20-kept-count
	if paydet-emp-id of pay-work not = W30-mgr-emp
		move paydet-emp-id of pay-work to W30-mgr-emp
		move paydet-emp-id of pay-work to emp-id of emp-list-rec
		read emp-list
			invalid key move spaces to W30-mgr-id
			not invalid key move emp-mgr-id of emp-list-rec to W30-mgr-id
		end-read
	end-if
	move W30-mgr-id to sort-mgr-id of sort-rec
	move paydet-emp-id of pay-work to sort-emp-id of sort-rec
	move paydet-line-type of pay-work to sort-line-type of sort-rec
	move paydet-ded-code of pay-work to sort-ded-code of sort-rec
	move paydet-period-start of pay-work to sort-period-start of sort-rec
	move paydet-period-end of pay-work to sort-period-end of sort-rec
	move paydet-amount of pay-work to sort-amount of sort-rec
	release sort-rec.
B300-load-plans.
	*> Every plan code on benplan - an "E" line carrying one is the
	*> employer's share of a benefit premium.
	move 0 to W20-plan-count
	open input plan-file
	if W90-plan-ok
		move "N" to W10-eof-sw
		perform Z400-read-plan
		perform until W10-eof
			move "N" to W10-found-sw
			perform varying plan-idx from 1 by 1
					until plan-idx > W20-plan-count or W10-found
				if W60-plan-code(plan-idx) = bpl-plan-code of plan-file-rec
					move "Y" to W10-found-sw
				end-if
			end-perform
			if not W10-found and W20-plan-count < 200
				add 1 to W20-plan-count
				move bpl-plan-code of plan-file-rec
					to W60-plan-code(W20-plan-count)
			end-if
			perform Z400-read-plan
		end-perform
		close plan-file
	end-if
	move "N" to W10-eof-sw.
C100-write-statements.
	perform Z200-return-sort
	perform until W10-sort-eof
		if W10-stmt-open
				and sort-emp-id of sort-rec not = W30-prior-emp
			perform D300-finish-statement
		end-if
		if not W10-stmt-open
			perform D100-start-statement
		end-if
		perform E100-accumulate-line
		perform Z200-return-sort
	end-perform
	if W10-stmt-open
		perform D300-finish-statement
	end-if.
D100-start-statement.
	move "Y" to W10-stmt-open-sw
	move sort-emp-id of sort-rec to W30-prior-emp
	initialize W40-reward.
D300-finish-statement.
	add 1 to W20-stmt-count
	move "N" to W10-stmt-open-sw
	move W30-prior-emp to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	move W30-prior-emp to W50-hdr-emp
	move W30-report-year to W50-hdr-year
	if W10-found
		move emp-name of emp-list-rec to W50-hdr-name
		move emp-dept-code of emp-list-rec to W50-hdr-dept
		move emp-mgr-id of emp-list-rec to W50-hdr-mgr
	else
		move "*UNKNOWN*" to W50-hdr-name
		move spaces to W50-hdr-dept
		move spaces to W50-hdr-mgr
	end-if
	*> The employee's own heading on every page of the statement,
	*> and a fresh page to start it.
	move W50-stmt-header to RW-COLUMN-HEADER
	move 0 to RW-LINE-COUNT
	perform F100-cash-section
	perform F200-employer-section
	perform F300-leave-section
	perform F400-loan-section
	compute W40-reward-total = W40-cash-total + W40-employer
		+ W40-benefits + W40-loan-subsidy
	move spaces to W50-section-line
	perform W200-print-section
	move "TOTAL REWARD FOR THE YEAR" to W50-amt-label
	move W40-reward-total to W50-amt-value
	perform W300-print-amount.
E100-accumulate-line.
	evaluate true
		*> A single-day period is a paysupp supplemental payment -
		*> the bonus, not the salary.
		when sort-line-type of sort-rec = "G"
				and sort-period-start of sort-rec
					= sort-period-end of sort-rec
			add sort-amount of sort-rec to W40-supplemental
		when sort-line-type of sort-rec = "G"
			add sort-amount of sort-rec to W40-base-pay
		when sort-line-type of sort-rec = "A"
		when sort-line-type of sort-rec = "X"
			add sort-amount of sort-rec to W40-allowances
		when sort-line-type of sort-rec = "R"
			add sort-amount of sort-rec to W40-retro-pay
		when sort-line-type of sort-rec = "P"
			add sort-amount of sort-rec to W40-premiums
		when sort-line-type of sort-rec = "L"
			add sort-amount of sort-rec to W40-encashment
		when sort-line-type of sort-rec = "E"
			perform E200-check-benefit
			if W10-benefit
				add sort-amount of sort-rec to W40-benefits
			else
				add sort-amount of sort-rec to W40-employer
			end-if
	end-evaluate.
E200-check-benefit.
	move "N" to W10-benefit-sw
	perform varying plan-idx from 1 by 1
			until plan-idx > W20-plan-count or W10-benefit
		if W60-plan-code(plan-idx) = sort-ded-code of sort-rec
			move "Y" to W10-benefit-sw
		end-if
	end-perform.
F100-cash-section.
	move "CASH PAY" to W50-section
	perform W200-print-section
	move "Base salary / wages" to W50-amt-label
	move W40-base-pay to W50-amt-value
	perform W300-print-amount
	move "Allowances" to W50-amt-label
	move W40-allowances to W50-amt-value
	perform W300-print-amount
	move "Retro pay" to W50-amt-label
	move W40-retro-pay to W50-amt-value
	perform W300-print-amount
	move "Overtime and holiday premiums" to W50-amt-label
	move W40-premiums to W50-amt-value
	perform W300-print-amount
	move "Supplemental bonuses" to W50-amt-label
	move W40-supplemental to W50-amt-value
	perform W300-print-amount
	move "Leave encashment" to W50-amt-label
	move W40-encashment to W50-amt-value
	perform W300-print-amount
	compute W40-cash-total = W40-base-pay + W40-allowances
		+ W40-retro-pay + W40-premiums + W40-supplemental
		+ W40-encashment
	move "Total cash pay" to W50-amt-label
	move W40-cash-total to W50-amt-value
	perform W300-print-amount.
F200-employer-section.
	move "PAID BY THE COMPANY ON YOUR BEHALF" to W50-section
	perform W200-print-section
	move "Pension and payroll-tax contributions" to W50-amt-label
	move W40-employer to W50-amt-value
	perform W300-print-amount
	move "Benefit premiums" to W50-amt-label
	move W40-benefits to W50-amt-value
	perform W300-print-amount.
F300-leave-section.
	*> empterm's daily rate, on today's pay - the rate the days
	*> would be paid out at.
	move 0 to W40-daily-rate
	if W10-found
		if emp-is-hourly of emp-list-rec
			compute W40-daily-rate rounded =
				emp-hourly-rate of emp-list-rec * 8
		else
			compute W40-daily-rate rounded =
				emp-salary of emp-list-rec / 260
		end-if
	end-if
	move 0 to W40-annual-taken W40-sick-taken W40-annual-left
	if W10-bal-open
		move W30-prior-emp to lbal-emp-id of leave-bal-file-rec
		read leave-bal-file
			invalid key
				continue
			not invalid key
				move lbal-used-days(1) to W40-annual-taken
				move lbal-used-days(2) to W40-sick-taken
				move lbal-balance-days(1) to W40-annual-left
		end-read
	end-if
	move "PAID LEAVE (TAKEN IS INSIDE BASE PAY)" to W50-section
	perform W200-print-section
	move "Annual leave taken" to W50-days-label
	move W40-annual-taken to W50-days-count
	compute W40-leave-value rounded = W40-annual-taken * W40-daily-rate
	move W40-leave-value to W50-days-value
	perform W400-print-days
	move "Sick leave taken" to W50-days-label
	move W40-sick-taken to W50-days-count
	compute W40-leave-value rounded = W40-sick-taken * W40-daily-rate
	move W40-leave-value to W50-days-value
	perform W400-print-days
	move "Annual leave still available" to W50-days-label
	move W40-annual-left to W50-days-count
	compute W40-leave-value rounded = W40-annual-left * W40-daily-rate
	move W40-leave-value to W50-days-value
	perform W400-print-days.
F400-loan-section.
	move 0 to W40-loan-subsidy
	if not W10-loan-open or not W10-rate-found
		exit paragraph
	end-if
	move W30-prior-emp to lnm-id of loan-mast-rec
	read loan-mast
		invalid key
			exit paragraph
	end-read
	if not lnm-is-active of loan-mast-rec
			or lnm-rate of loan-mast-rec >= W35-market-rate
		exit paragraph
	end-if
	compute W40-loan-subsidy rounded = lnm-balance of loan-mast-rec
		* (W35-market-rate - lnm-rate of loan-mast-rec)
	move "STAFF LOAN" to W50-section
	perform W200-print-section
	move lnm-rate of loan-mast-rec to W50-loan-rate
	move W35-market-rate to W50-market-rate
	move "LINE" to RW-FUNCTION
	move W50-rate-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	move "Interest subsidy, a year on the balance" to W50-amt-label
	move W40-loan-subsidy to W50-amt-value
	perform W300-print-amount.
W100-write-rw-lines.
	*> Put out whatever the report writer handed back - a "P" line
	*> opens a new page.
	perform varying W20-rw-sub from 1 by 1
			until W20-rw-sub > RW-OUT-COUNT
		if RW-OUT-ADVANCE(W20-rw-sub) = "P"
			write rpt-line from RW-OUT-TEXT(W20-rw-sub)
				after advancing page
		else
			write rpt-line from RW-OUT-TEXT(W20-rw-sub)
		end-if
	end-perform.
W200-print-section.
	move "LINE" to RW-FUNCTION
	move spaces to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	move "LINE" to RW-FUNCTION
	move W50-section-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
W300-print-amount.
	move "LINE" to RW-FUNCTION
	move W50-amount-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
W400-print-days.
	move "LINE" to RW-FUNCTION
	move W50-days-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
Z100-read-history.
	read pay-history
		at end move "Y" to W10-eof-sw
	end-read.
Z200-return-sort.
	return reward-sort-file
		at end move "Y" to W10-sort-eof-sw
	end-return.
Z300-read-archive.
	read arch-file
		at end move "Y" to W10-arch-eof-sw
	end-read.
Z400-read-plan.
	read plan-file
		at end move "Y" to W10-eof-sw
	end-read.
