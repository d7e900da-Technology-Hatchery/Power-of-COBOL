*> Month-end payroll accrual with automatic reversal.
*> The weekly branch staff are paid in arrears, so the days they
*> work at the end of a month are usually paid in the next one -
*> and nothing booked that cost in the month it was earned, so the
*> month-end departmental expense came up short. Called by
*> periodend (ch6/prog8.cbl) on the last day of the month, or run
*> standalone for a month end, this estimates every live employee's
*> earned-but-unpaid pay from the day after the last period payhist
*> shows them paid to (the start of the month at the earliest, the
*> hire date at the latest) through the month end: salaried staff
*> at emp-salary over 365 per calendar day, hourly staff off their
*> approved tmsacc hours in that window at emp-hourly-rate - flagged
*> overtime at OTMULT, banked TOIL hours not at all - and the
*> employer contributions at the ratio the employee's last paid
*> period carried on payhist. A period payrvsl (ch10/prog10.cbl)
*> backed out nets to nothing on payhist and counts as unpaid.
*> The estimate books per department and branch the way paygl
*> (ch10/prog6.cbl) books the real thing - DR SAL- plus the
*> department, DR EMPRCOST, CR ACCRPAY dated the month end - and the
*> matching reversal, every side flipped, dated the first of the
*> next month, so the real pay run's expense lands on top of a
*> clean slate. Both entries prove debits equal credits, and every
*> account proves against the chart, before a line is written; the
*> accrual lines all start "Accr" in the description so payrecon
*> (ch10/prog22.cbl) and paygl can tell them from the pay run's own.
*> They go to glintf01 itself: appended to the generation on disk
*> when xmitctl (ch9/prog25.cbl) says it is still waiting to go,
*> as a new generation of their own when the last one is done with,
*> and not at all while one is with the ledger unacknowledged. paygl
*> carries them forward when it rebuilds a waiting generation, and a
*> month end already in the file is never appended twice. Per
*> employee detail prints to payaccr1.
identification division.
program-id. payaccr.
environment division.
input-output section.
file-control.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select pay-history assign to "payhist"
		file status is W90-hist-status.
	select tms-acc assign to "tmsacc"
		file status is W90-tms-status.
	select gl-file assign to "glintf01"
		file status is W90-gl-status.
	select accr-rpt assign to "payaccr1"
		file status is W90-rpt-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	pay-history.
01	pay-history-rec.
	copy pay-det-rec.
fd	tms-acc.
01	tmsacc-rec.
	copy tms-rec.
fd	gl-file
	label records are standard.
*> Same layout paygl writes - see ch10/prog6.cbl.
01	gl-journal-rec.
	05	gl-dr-cr			pic X(2).
	05	gl-account			pic X(8).
	05	gl-amount			pic 9(9)v99.
	05	gl-run-date			pic X(10).
	05	gl-description		pic X(20).
	05	gl-cost-ctr			pic X(3).
fd	accr-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-done-sw			pic X value "N".
		88	W10-already-done		value "Y".
01	W20-counters.
	05	W20-hist-count		pic 9(4) comp value 0.
	05	W20-tms-count		pic 9(5) comp value 0.
	05	W20-dept-count		pic 9(3) comp value 0.
	05	W20-emp-count		pic 9(4) comp value 0.
	05	W20-line-count		pic 9(5) comp value 0.
01	W30-dates.
	05	W30-month-end		pic 9(8).
	05	W30-month-end-x redefines W30-month-end.
		10	W30-me-yy		pic 9(4).
		10	W30-me-mm		pic 9(2).
		10	W30-me-dd		pic 9(2).
	05	W30-month-start		pic 9(8).
	05	W30-reverse-date	pic 9(8).
	05	W30-reverse-x redefines W30-reverse-date.
		10	W30-rv-yy		pic 9(4).
		10	W30-rv-mm		pic 9(2).
		10	W30-rv-dd		pic 9(2).
	05	W30-from-date		pic 9(8).
	05	W30-from-x redefines W30-from-date.
		10	filler			pic 9(6).
		10	W30-from-dd		pic 9(2).
	05	W30-asof-date		pic 9(8).
01	W30-days-table.
	05	filler				pic X(24) value "312831303130313130313031".
01	W30-days-x redefines W30-days-table.
	05	W30-month-days		pic 9(2) occurs 12 times.
01	W30-last-day			pic 9(2).
01	W40-accrue-work.
	05	W40-days			pic 9(3) comp.
	05	W40-hours			pic S9(5)v99 comp-3.
	05	W40-pay				pic S9(7)v99 comp-3.
	05	W40-emplr			pic S9(7)v99 comp-3.
	05	W40-ot-mult			pic S9(7)v99 comp-3.
	05	W40-total-pay		pic S9(11)v99 comp-3 value 0.
	05	W40-total-emplr		pic S9(11)v99 comp-3 value 0.
	05	W40-total-dr		pic S9(11)v99 comp-3 value 0.
	05	W40-total-cr		pic S9(11)v99 comp-3 value 0.
	05	W40-rev-dr			pic S9(11)v99 comp-3 value 0.
	05	W40-rev-cr			pic S9(11)v99 comp-3 value 0.
01	W40-end-formatted		pic X(10).
01	W40-rev-formatted		pic X(10).
01	W70-parm-key			pic X(8).
01	W70-parm-default		pic S9(7)v99 comp-3.
*> Side and amount of the line about to be written, paygl's way.
01	W70-line-side			pic X(2).
01	W70-line-amount			pic S9(11)v99 comp-3.
*> Each employee's latest period on payhist up to the month end:
*> what it paid and what the employer contributed on top.
01	W60-hist-table.
	05	W60-hist-entry occurs 5000 times indexed by hist-idx.
		10	W60-hist-emp-id		pic X(5).
		10	W60-hist-start		pic 9(8).
		10	W60-hist-end		pic 9(8).
		10	W60-hist-gross		pic S9(9)v99 comp-3.
		10	W60-hist-emplr		pic S9(9)v99 comp-3.
*> The month's approved hours off tmsacc.
01	W61-tms-table.
	05	W61-tms-entry occurs 5000 times indexed by tms-idx.
		copy tms-rec replacing ==05== by ==10==.
*> Accrued pay and employer cost per department and branch.
01	W65-dept-table.
	05	W65-dept-entry occurs 200 times indexed by dept-idx.
		10	W65-dept-code		pic X(4).
		10	W65-dept-branch		pic X(3).
		10	W65-dept-pay		pic S9(9)v99 comp-3.
		10	W65-dept-emplr		pic S9(9)v99 comp-3.
01	W75-validate-work.
	05	W75-account			pic X(8).
	05	W75-valid-sw		pic X.
		88	W75-acct-valid		value "Y".
	05	W75-invalid-count	pic 9(3) comp value 0.
01	W35-xmit-work.
	05	W35-xmit-function	pic X(4).
	05	W35-xmit-file-id	pic X(8).
	05	W35-xmit-seq		pic 9(6).
	05	W35-xmit-blocked-sw	pic X.
		88	W35-xmit-blocked		value "Y".
	05	W35-xmit-latest		pic X.
		88	W35-latest-waiting		value "G".
		88	W35-latest-sent			value "T".
01	W95-over-file			pic X(8).
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-tms-status			pic XX.
	88	W90-tms-ok				value "00".
01	W90-gl-status			pic XX.
	88	W90-gl-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(34) value
		"Month-End Payroll Accrual".
	05	filler				pic X(12) value " Month end: ".
	05	W50-hdr-date		pic 9(8).
	05	filler				pic X(26).
01	W50-column-header.
	05	filler				pic X(80) value
		"Emp    Name       Dept Br  Days  Hours        Pay     Employer".
01	W50-detail-line.
	05	W50-det-emp-id		pic X(5).
	05	filler				pic X(2).
	05	W50-det-name		pic X(10).
	05	filler				pic X(1).
	05	W50-det-dept		pic X(4).
	05	filler				pic X(1).
	05	W50-det-branch		pic X(3).
	05	filler				pic X(1).
	05	W50-det-days		pic ZZ9.
	05	filler				pic X(2).
	05	W50-det-hours		pic ZZ9.99.
	05	filler				pic X(1).
	05	W50-det-pay			pic ZZZ,ZZ9.99.
	05	filler				pic X(1).
	05	W50-det-emplr		pic ZZZ,ZZ9.99.
	05	filler				pic X(24).
01	W50-total-line.
	05	filler				pic X(36) value
		"Total accrued (reverses on         ".
	05	W50-tot-rev-date	pic 9(8).
	05	filler				pic X(2) value "):".
	05	W50-tot-pay			pic ZZZ,ZZZ,ZZ9.99.
	05	filler				pic X(1).
	05	W50-tot-emplr		pic ZZZ,ZZZ,ZZ9.99.
	05	filler				pic X(5).
	copy locale-sw.
	copy date-routines.
linkage section.
01	LK-run-date				pic 9(8).
procedure division using optional LK-run-date.
A100-start.
	*> periodend hands down a month end it has already proved; run
	*> standalone, the operator signs on and names the month end.
	if LK-run-date is omitted
		call "opsignon" using W90-signon-sw end-call
		if not W90-signon-ok
			move 16 to return-code
			goback
		end-if
		display "Accrue as of month end (yyyymmdd, 0 for today): "
			with no advancing
		accept W30-asof-date
		if W30-asof-date = 0
			accept W30-asof-date from date yyyymmdd
		end-if
		move W30-asof-date to W30-month-end
	else
		move LK-run-date to W30-month-end
	end-if
	perform B050-set-dates
	if W30-me-dd not = W30-last-day
		display "payaccr: " W30-month-end " is not a month end - "
			"accrual NOT run."
		move 8 to return-code
		goback
	end-if
	move "OTMULT  " to W70-parm-key
	move 1.5 to W70-parm-default
	call "parmget" using W70-parm-key W70-parm-default W40-ot-mult
	end-call
	call "datefmt" using
		W30-month-end LOC-LOCALE-SWITCH W40-end-formatted
	end-call
	call "datefmt" using
		W30-reverse-date LOC-LOCALE-SWITCH W40-rev-formatted
	end-call
	perform B100-check-already-booked
	if W10-already-done
		display "payaccr: glintf01 already carries the accrual for "
			W30-month-end " - not booked twice."
		move 0 to return-code
		goback
	end-if
	perform B200-load-history
	perform B300-load-hours
	open input emp-list
	if not W90-emp-ok
		display "payaccr: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	open output accr-rpt
	if not W90-rpt-ok
		display "payaccr: unable to open payaccr1, status " W90-rpt-status
		close emp-list
		move 16 to return-code
		goback
	end-if
	move W30-month-end to W50-hdr-date
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
		if not W10-eof
			*> The control record and the leavers are not accrued -
			*> empterm settles a leaver's final pay itself.
			if emp-id of emp-list-rec not = "99999"
					and emp-term-date of emp-list-rec = 0
				perform C100-accrue-one-employee
			end-if
		end-if
	end-perform
	close emp-list
	move spaces to rpt-line
	write rpt-line
	move W30-reverse-date to W50-tot-rev-date
	move W40-total-pay to W50-tot-pay
	move W40-total-emplr to W50-tot-emplr
	write rpt-line from W50-total-line
	close accr-rpt
	if W20-dept-count = 0
		display "payaccr: nothing earned and unpaid at " W30-month-end
			" - no accrual booked."
		move 0 to return-code
		goback
	end-if
	*> Both entries prove before glintf01 is touched: the department
	*> lines must add back to what was accrued employee by employee.
	perform varying dept-idx from 1 by 1 until dept-idx > W20-dept-count
		add W65-dept-pay(dept-idx) W65-dept-emplr(dept-idx)
			to W40-total-dr
		add W65-dept-pay(dept-idx) W65-dept-emplr(dept-idx)
			to W40-rev-cr
	end-perform
	compute W40-total-cr = W40-total-pay + W40-total-emplr
	compute W40-rev-dr = W40-total-pay + W40-total-emplr
	if W40-total-dr not = W40-total-cr or W40-rev-dr not = W40-rev-cr
		display "payaccr: accrual DOES NOT BALANCE - debits " W40-total-dr
			" credits " W40-total-cr " - glintf01 NOT written."
		move 8 to return-code
		goback
	end-if
	perform C500-validate-accounts
	if W75-invalid-count > 0
		display "payaccr: " W75-invalid-count " account(s) not on the "
			"chart of accounts - glintf01 NOT written. Load them "
			"with coamnt first."
		move 8 to return-code
		goback
	end-if
	perform D100-write-journal
	move 0 to return-code
	goback.
B050-set-dates.
	*> The month's last day off the days-per-month table, February
	*> taking its leap day from daterotn; the reversal goes on the
	*> first of the month after.
	move W30-me-yy(1:2) to DR-GREG-CC
	move W30-me-yy(3:2) to DR-GREG-YY
	move W30-me-mm to DR-GREG-MM
	move 01 to DR-GREG-DD
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS
	end-call
	if not DR-DATE-OK or W30-me-mm < 1 or W30-me-mm > 12
		display "payaccr: " W30-month-end " is not a valid date - "
			"accrual NOT run."
		move 16 to return-code
		goback
	end-if
	move W30-month-days(W30-me-mm) to W30-last-day
	if W30-me-mm = 2 and DR-LEAP-YEAR
		move 29 to W30-last-day
	end-if
	move W30-month-end to W30-month-start
	move "01" to W30-month-start(7:2)
	move W30-me-yy to W30-rv-yy
	compute W30-rv-mm = W30-me-mm + 1
	move 01 to W30-rv-dd
	if W30-rv-mm > 12
		move 01 to W30-rv-mm
		add 1 to W30-rv-yy
	end-if.
B100-check-already-booked.
	*> A month end whose accrual is already in glintf01 - a rerun of
	*> the night, or an operator running it twice - books nothing.
	move "N" to W10-done-sw
	open input gl-file
	if W90-gl-ok
		move "N" to W10-eof-sw
		perform Z100-read-gl
		perform until W10-eof
			if gl-account = "ACCRPAY "
					and gl-description = "Accrued payroll"
					and gl-run-date = W40-end-formatted
				move "Y" to W10-done-sw
			end-if
			perform Z100-read-gl
		end-perform
		close gl-file
	end-if.
B200-load-history.
	*> Per employee, the latest period payhist holds that ended on or
	*> before the month end - later ones are next month's business.
	move 0 to W20-hist-count
	open input pay-history
	if not W90-hist-ok
		display "payaccr: no payhist (status " W90-hist-status
			") - everyone accrues from the first of the month."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z200-read-history
	perform until W10-eof
		if paydet-period-end <= W30-month-end
			perform B250-post-history-line
		end-if
		perform Z200-read-history
	end-perform
	close pay-history.
B250-post-history-line.
	move "N" to W10-found-sw
	perform varying hist-idx from 1 by 1
			until hist-idx > W20-hist-count or W10-found
		if W60-hist-emp-id(hist-idx) = paydet-emp-id
			move "Y" to W10-found-sw
		end-if
	end-perform
	if W10-found
		set hist-idx down by 1
	else
		if W20-hist-count >= 5000
			move "payhist " to W95-over-file
			perform X900-table-overrun
		end-if
		add 1 to W20-hist-count
		set hist-idx to W20-hist-count
		move paydet-emp-id to W60-hist-emp-id(hist-idx)
		move 0 to W60-hist-end(hist-idx)
	end-if
	if paydet-period-end < W60-hist-end(hist-idx)
		exit paragraph
	end-if
	if paydet-period-end > W60-hist-end(hist-idx)
		move paydet-period-start to W60-hist-start(hist-idx)
		move paydet-period-end to W60-hist-end(hist-idx)
		move 0 to W60-hist-gross(hist-idx)
		move 0 to W60-hist-emplr(hist-idx)
	end-if
	evaluate true
		when paydet-is-gross
		when paydet-is-premium
		when paydet-is-retro
			add paydet-amount to W60-hist-gross(hist-idx)
		when paydet-is-employer
			add paydet-amount to W60-hist-emplr(hist-idx)
	end-evaluate.
B300-load-hours.
	*> A missing tmsacc just means no hourly hours to accrue.
	move 0 to W20-tms-count
	open input tms-acc
	if not W90-tms-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z300-read-tms
	perform until W10-eof
		if tms-work-date of tmsacc-rec >= W30-month-start
				and tms-work-date of tmsacc-rec <= W30-month-end
				and not tms-is-toil of tmsacc-rec
			if W20-tms-count >= 5000
				move "tmsacc  " to W95-over-file
				perform X900-table-overrun
			end-if
			add 1 to W20-tms-count
			move tmsacc-rec to W61-tms-entry(W20-tms-count)
		end-if
		perform Z300-read-tms
	end-perform
	close tms-acc.
C100-accrue-one-employee.
	*> The unpaid stretch runs from the day after the last period paid
	*> (the start of a period that was backed out) - no earlier than
	*> the first of the month, no earlier than the hire date. The
	*> dates only ever compare as numbers, so "day after" can be the
	*> 32nd without harm.
	move W30-month-start to W30-from-date
	move 0 to W40-emplr
	move "N" to W10-found-sw
	perform varying hist-idx from 1 by 1
			until hist-idx > W20-hist-count or W10-found
		if W60-hist-emp-id(hist-idx) = emp-id of emp-list-rec
			move "Y" to W10-found-sw
		end-if
	end-perform
	if W10-found
		set hist-idx down by 1
		if W60-hist-gross(hist-idx) > 0
			if W60-hist-end(hist-idx) + 1 > W30-from-date
				compute W30-from-date = W60-hist-end(hist-idx) + 1
			end-if
		else
			if W60-hist-start(hist-idx) > W30-from-date
				move W60-hist-start(hist-idx) to W30-from-date
			end-if
		end-if
	end-if
	if emp-hire-date of emp-list-rec > W30-from-date
		move emp-hire-date of emp-list-rec to W30-from-date
	end-if
	if W30-from-date > W30-month-end
		exit paragraph
	end-if
	compute W40-days = W30-me-dd - W30-from-dd + 1
	move 0 to W40-hours
	if emp-is-hourly of emp-list-rec
		perform varying tms-idx from 1 by 1 until tms-idx > W20-tms-count
			if tms-emp-id of W61-tms-entry(tms-idx) = emp-id of emp-list-rec
					and tms-work-date of W61-tms-entry(tms-idx)
						>= W30-from-date
				if tms-is-overtime of W61-tms-entry(tms-idx)
					compute W40-hours = W40-hours
						+ tms-hours of W61-tms-entry(tms-idx) * W40-ot-mult
				else
					add tms-hours of W61-tms-entry(tms-idx) to W40-hours
				end-if
			end-if
		end-perform
		compute W40-pay rounded =
			W40-hours * emp-hourly-rate of emp-list-rec
	else
		compute W40-pay rounded =
			emp-salary of emp-list-rec * W40-days / 365
	end-if
	if W40-pay <= 0
		exit paragraph
	end-if
	*> Employer cost at the ratio the last paid period carried.
	if W10-found
		if W60-hist-gross(hist-idx) > 0
			compute W40-emplr rounded = W40-pay
				* W60-hist-emplr(hist-idx) / W60-hist-gross(hist-idx)
		end-if
	end-if
	add 1 to W20-emp-count
	add W40-pay to W40-total-pay
	add W40-emplr to W40-total-emplr
	perform C200-post-dept-bucket
	move emp-id of emp-list-rec to W50-det-emp-id
	move emp-name of emp-list-rec to W50-det-name
	move emp-dept-code of emp-list-rec to W50-det-dept
	move emp-br-code of emp-list-rec to W50-det-branch
	move W40-days to W50-det-days
	move W40-hours to W50-det-hours
	move W40-pay to W50-det-pay
	move W40-emplr to W50-det-emplr
	write rpt-line from W50-detail-line.
C200-post-dept-bucket.
	move "N" to W10-found-sw
	perform varying dept-idx from 1 by 1
			until dept-idx > W20-dept-count or W10-found
		if W65-dept-code(dept-idx) = emp-dept-code of emp-list-rec
				and W65-dept-branch(dept-idx) = emp-br-code of emp-list-rec
			move "Y" to W10-found-sw
			add W40-pay to W65-dept-pay(dept-idx)
			add W40-emplr to W65-dept-emplr(dept-idx)
		end-if
	end-perform
	if not W10-found
		if W20-dept-count >= 200
			move "dept tbl" to W95-over-file
			perform X900-table-overrun
		end-if
		add 1 to W20-dept-count
		move emp-dept-code of emp-list-rec to W65-dept-code(W20-dept-count)
		move emp-br-code of emp-list-rec to W65-dept-branch(W20-dept-count)
		move W40-pay to W65-dept-pay(W20-dept-count)
		move W40-emplr to W65-dept-emplr(W20-dept-count)
	end-if.
C500-validate-accounts.
	perform varying dept-idx from 1 by 1 until dept-idx > W20-dept-count
		move spaces to W75-account
		string "SAL-" delimited by size
			W65-dept-code(dept-idx) delimited by size
			into W75-account
		end-string
		perform C510-check-one-account
	end-perform
	if W40-total-emplr not = 0
		move "EMPRCOST" to W75-account
		perform C510-check-one-account
	end-if
	move "ACCRPAY " to W75-account
	perform C510-check-one-account.
C510-check-one-account.
	call "coaedit" using W75-account W75-valid-sw end-call
	if not W75-acct-valid
		add 1 to W75-invalid-count
		display "payaccr: account " W75-account " is not on coamast."
	end-if.
D100-write-journal.
	*> Where the lines go depends on the generation on disk: one still
	*> waiting to go takes them on the end; one the ledger has
	*> acknowledged (or none at all) is replaced by a generation of
	*> their own; one with the ledger unacknowledged is left alone.
	move "STAT" to W35-xmit-function
	move "GLINTF01" to W35-xmit-file-id
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	move W35-xmit-blocked-sw to W35-xmit-latest
	if W35-latest-sent
		display "payaccr: glintf01 generation " W35-xmit-seq " is "
			"TRANSMITTED and not acknowledged - accrual NOT booked."
		display "Rerun payaccr for " W30-month-end " once it is "
			"acknowledged."
		move 8 to return-code
		goback
	end-if
	if W35-latest-waiting
		open extend gl-file
		if not W90-gl-ok
			display "payaccr: unable to extend glintf01, status "
				W90-gl-status
			move 16 to return-code
			goback
		end-if
	else
		move "NEXT" to W35-xmit-function
		call "xmitctl" using W35-xmit-function W35-xmit-file-id
			W35-xmit-seq W35-xmit-blocked-sw
		end-call
		open output gl-file
		if not W90-gl-ok
			display "payaccr: unable to open glintf01, status "
				W90-gl-status
			move 16 to return-code
			goback
		end-if
		move spaces to gl-journal-rec
		move "HD" to gl-dr-cr
		move "GLINTF01" to gl-account
		move W35-xmit-seq to gl-amount
		move W40-end-formatted to gl-run-date
		move "Transmission header" to gl-description
		write gl-journal-rec
		add 1 to W20-line-count
	end-if
	*> The accrual at the month end...
	perform varying dept-idx from 1 by 1 until dept-idx > W20-dept-count
		move "DR" to W70-line-side
		move W65-dept-pay(dept-idx) to W70-line-amount
		move spaces to gl-description
		string "Accr pay " delimited by size
			W65-dept-code(dept-idx) delimited by size
			into gl-description
		end-string
		move W40-end-formatted to gl-run-date
		perform D200-write-salary-line
		if W65-dept-emplr(dept-idx) not = 0
			move "DR" to W70-line-side
			move W65-dept-emplr(dept-idx) to W70-line-amount
			move spaces to gl-description
			string "Accr empr " delimited by size
				W65-dept-code(dept-idx) delimited by size
				into gl-description
			end-string
			move W40-end-formatted to gl-run-date
			perform D300-write-emplr-line
		end-if
	end-perform
	move spaces to gl-journal-rec
	move "ACCRPAY " to gl-account
	move "CR" to W70-line-side
	move W40-total-cr to W70-line-amount
	perform E100-set-side-and-amount
	move W40-end-formatted to gl-run-date
	move "Accrued payroll" to gl-description
	write gl-journal-rec
	add 1 to W20-line-count
	*> ...and its reversal on the first of the next month.
	perform varying dept-idx from 1 by 1 until dept-idx > W20-dept-count
		move "CR" to W70-line-side
		move W65-dept-pay(dept-idx) to W70-line-amount
		move spaces to gl-description
		string "Accr rvsl pay " delimited by size
			W65-dept-code(dept-idx) delimited by size
			into gl-description
		end-string
		move W40-rev-formatted to gl-run-date
		perform D200-write-salary-line
		if W65-dept-emplr(dept-idx) not = 0
			move "CR" to W70-line-side
			move W65-dept-emplr(dept-idx) to W70-line-amount
			move spaces to gl-description
			string "Accr rvsl empr " delimited by size
				W65-dept-code(dept-idx) delimited by size
				into gl-description
			end-string
			move W40-rev-formatted to gl-run-date
			perform D300-write-emplr-line
		end-if
	end-perform
	move spaces to gl-journal-rec
	move "ACCRPAY " to gl-account
	move "DR" to W70-line-side
	move W40-rev-dr to W70-line-amount
	perform E100-set-side-and-amount
	move W40-rev-formatted to gl-run-date
	move "Accr rvsl payroll" to gl-description
	write gl-journal-rec
	add 1 to W20-line-count
	close gl-file
	if not W35-latest-waiting
		move "GEN " to W35-xmit-function
		call "xmitctl" using W35-xmit-function W35-xmit-file-id
			W35-xmit-seq W35-xmit-blocked-sw
		end-call
		display "glintf01 generation " W35-xmit-seq
			" registered on xmitreg."
	else
		display "Accrual appended to glintf01 generation "
			W35-xmit-seq "."
	end-if
	display "Payroll accrual for " W30-month-end " complete, reversing "
		W30-reverse-date "."
	display "Employees accrued:     " W20-emp-count
	display "Journal lines written: " W20-line-count
	display "Total accrued:         " W40-total-cr.
D200-write-salary-line.
	*> The description and date are staged by the caller.
	move spaces to gl-account
	string "SAL-" delimited by size
		W65-dept-code(dept-idx) delimited by size
		into gl-account
	end-string
	perform E100-set-side-and-amount
	move W65-dept-branch(dept-idx) to gl-cost-ctr
	perform D400-write-line.
D300-write-emplr-line.
	move "EMPRCOST" to gl-account
	perform E100-set-side-and-amount
	move W65-dept-branch(dept-idx) to gl-cost-ctr
	perform D400-write-line.
D400-write-line.
	write gl-journal-rec
	add 1 to W20-line-count.
E100-set-side-and-amount.
	if W70-line-amount < 0
		compute W70-line-amount = 0 - W70-line-amount
		if W70-line-side = "DR"
			move "CR" to W70-line-side
		else
			move "DR" to W70-line-side
		end-if
	end-if
	move W70-line-side to gl-dr-cr
	move W70-line-amount to gl-amount.
X900-table-overrun.
	display "payaccr: " W95-over-file " outgrew its table - accrual "
		"NOT booked."
	move 16 to return-code
	goback.
Z100-read-gl.
	read gl-file
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-history.
	read pay-history
		at end move "Y" to W10-eof-sw
	end-read.
Z300-read-tms.
	read tms-acc
		at end move "Y" to W10-eof-sw
	end-read.
