*> Daily operations and management summary.
*> Each morning the supervisor used to open opsrpt, excprev, payvar,
*> londelq, attdrisk and the exception queue one after another to
*> piece together the night. This puts the picture on one page,
*> opssum01, produced at the end of every nitecycl (ch6/prog10.cbl)
*> night and runnable on its own for any run date:
*> - the night's steps and return codes off runhist;
*> - live headcount off emp001, with the run date's starters and
*>   leavers;
*> - pay periods still open on payperd and the latest period's
*>   status;
*> - unacknowledged excpt01 exceptions, by the program that wrote
*>   them;
*> - loans delinquent by londelq's rule (no money moved in the
*>   run date's month) and those newly so since the last summary;
*> - leave requests on leavpend and timesheets on tmspend waiting
*>   for approval, with the timesheets held for a roster check;
*> - open stuinvc invoices past due - older than the INVDUEDY
*>   parameter (suiteparm, days, default 30 - sturecpt's first
*>   ageing bucket) on the same 30/360 count;
*> - xmitreg generations sent and still awaiting acknowledgement.
*> Every figure carries the prior day's value and the movement,
*> off the snapshot file opssnap (ops-summ-rec.cpy) each run
*> leaves behind. The loans delinquent at each summary are kept on
*> opsdelq with the date each was first seen, so "newly" means new
*> since the day before, however often the summary is rerun. The
*> finished report is filed through rptarch (ch9/prog17.cbl) like
*> the other reports.
identification division.
program-id. opssumm.
environment division.
input-output section.
file-control.
	select runhist-file assign to "runhist"
		file status is W90-hist-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select period-file assign to "payperd"
		file status is W90-perd-status.
	select exception-file assign to "excpt01"
		file status is W90-exc-status.
	select loan-mast assign to "loanmast"
		organization is indexed
		access mode is dynamic
		record key is lnm-id of loan-mast-rec
		file status is W90-loan-status.
	select leave-pend assign to "leavpend"
		file status is W90-lpnd-status.
	select tms-pend assign to "tmspend"
		file status is W90-tpnd-status.
	select invc-file assign to "stuinvc"
		file status is W90-invc-status.
	select xmit-file assign to "xmitreg"
		file status is W90-xmit-status.
	select snap-file assign to "opssnap"
		file status is W90-snap-status.
	select delq-file assign to "opsdelq"
		file status is W90-delq-status.
	select summ-rpt assign to "opssum01"
		file status is W90-rpt-status.
data division.
file section.
fd	runhist-file.
01	runhist-rec.
	copy run-hist-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	period-file.
01	period-rec.
	copy pay-period-rec.
fd	exception-file.
01	exception-record.
	copy exc-rec.
fd	loan-mast.
01	loan-mast-rec.
	copy loan-mast-rec.
fd	leave-pend.
01	leave-pend-rec.
	copy leave-pend-rec.
fd	tms-pend.
01	tms-pend-rec.
	copy tms-pend-rec.
fd	invc-file.
01	invc-rec.
	copy stu-invc-rec.
fd	xmit-file.
01	xmit-file-rec.
	copy xmit-reg-rec.
fd	snap-file.
01	snap-rec.
	05	snap-run-date		pic 9(8).
	05	snap-prior-date		pic 9(8).
	05	snap-today.
		copy ops-summ-rec.
	05	snap-prior.
		copy ops-summ-rec.
fd	delq-file.
01	delq-rec.
	05	dlq-id				pic X(5).
	05	dlq-first-date		pic 9(8).
fd	summ-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-prior-sw		pic X value "N".
		88	W10-prior-on-file		value "Y".
01	W20-counters.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-sub2			pic 9(4) comp value 0.
	05	W20-old-delq-count	pic 9(4) comp value 0.
	05	W20-new-delq-count	pic 9(4) comp value 0.
	05	W20-exc-count		pic 9(2) comp value 0.
	05	W20-xmit-count		pic 9(2) comp value 0.
	05	W20-step-count		pic 9(2) comp value 0.
	05	W20-id-count		pic 9(2) comp value 0.
	05	W20-id-pos			pic 9(3) comp value 0.
01	W40-run-date			pic 9(8).
01	W40-asof-date			pic 9(8).
01	W40-prior-date			pic 9(8) value 0.
01	W40-activity-date		pic 9(8).
01	W40-date-work			pic 9(8).
01	filler redefines W40-date-work.
	05	W40-dw-yyyy			pic 9(4).
	05	W40-dw-mm			pic 9(2).
	05	W40-dw-dd			pic 9(2).
01	W40-today-days			pic 9(7) comp.
01	W40-inv-days			pic 9(7) comp.
01	W40-age-days			pic S9(7) comp.
01	W40-inv-balance			pic S9(7)v99 comp-3.
01	W40-latest-start		pic 9(8) value 0.
01	W40-latest-end			pic 9(8) value 0.
01	W40-latest-status		pic X value space.
01	W40-change				pic S9(9) comp.
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-due-days			pic S9(7)v99 comp-3.
01	W60-today.
	copy ops-summ-rec.
01	W60-prior.
	copy ops-summ-rec.
*> Loans delinquent at the last summary, with the date each was
*> first seen; and the same for tonight, written back to opsdelq.
01	W62-old-delq-table.
	05	W62-old-entry occurs 2000 times.
		10	W62-old-id			pic X(5).
		10	W62-old-date		pic 9(8).
01	W64-new-delq-table.
	05	W64-new-entry occurs 2000 times.
		10	W64-new-id			pic X(5).
		10	W64-new-date		pic 9(8).
*> Exception programs: today's and the prior day's counts side by
*> side, whichever day the program appeared on.
01	W66-exc-table.
	05	W66-exc-entry occurs 20 times.
		10	W66-exc-program		pic X(8).
		10	W66-exc-today		pic 9(5).
		10	W66-exc-prior		pic 9(5).
01	W68-xmit-table.
	05	W68-xmit-entry occurs 10 times.
		10	W68-xmit-file-id	pic X(8).
		10	W68-xmit-seq		pic 9(6).
		10	W68-xmit-date		pic 9(8).
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-perd-status			pic XX.
	88	W90-perd-ok				value "00".
01	W90-exc-status			pic XX.
	88	W90-exc-ok				value "00".
01	W90-loan-status			pic XX.
	88	W90-loan-ok				value "00".
01	W90-lpnd-status			pic XX.
	88	W90-lpnd-ok				value "00".
01	W90-tpnd-status			pic XX.
	88	W90-tpnd-ok				value "00".
01	W90-invc-status			pic XX.
	88	W90-invc-ok				value "00".
01	W90-xmit-status			pic XX.
	88	W90-xmit-ok				value "00".
01	W90-snap-status			pic XX.
	88	W90-snap-ok				value "00".
01	W90-delq-status			pic XX.
	88	W90-delq-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
	copy date-routines.
01	W50-title-line.
	05	filler				pic X(34) value
		"Daily Operations Summary".
	05	filler				pic X(10) value "Run date: ".
	05	W50-title-date		pic 9(8).
	05	filler				pic X(9) value "  Prior: ".
	05	W50-title-prior		pic X(8).
	05	filler				pic X(11).
01	W50-column-header.
	05	filler				pic X(38).
	05	filler				pic X(7) value "  Today".
	05	filler				pic X(4).
	05	filler				pic X(7) value "  Prior".
	05	filler				pic X(4).
	05	filler				pic X(8) value "  Change".
	05	filler				pic X(12).
01	W50-section-line.
	05	W50-section			pic X(80).
01	W50-figure-line.
	05	filler				pic X(2).
	05	W50-fig-label		pic X(36).
	05	W50-fig-today		pic ZZZ,ZZ9.
	05	filler				pic X(4).
	05	W50-fig-prior		pic ZZZ,ZZ9.
	05	filler				pic X(4).
	05	W50-fig-change		pic +++,++9 blank when zero.
	05	filler				pic X(12).
01	W50-step-line.
	05	filler				pic X(4).
	05	W50-step-name		pic X(10).
	05	filler				pic X(4) value "rc ".
	05	W50-step-rc			pic ZZZ9-.
	05	filler				pic X(2).
	05	W50-step-outcome	pic X(10).
	05	filler				pic X(45).
01	W50-amount-line.
	05	filler				pic X(4).
	05	filler				pic X(20) value "amount past due".
	05	W50-amt-today		pic ZZ,ZZZ,ZZ9.99-.
	05	filler				pic X(9) value "   prior ".
	05	W50-amt-prior		pic ZZ,ZZZ,ZZ9.99-.
	05	filler				pic X(19).
01	W50-text-line			pic X(80).
linkage section.
01	LK-signon-verified		pic X.
	88	LK-signon-ok			value "Y".
01	LK-run-date				pic 9(8).
procedure division using optional LK-signon-verified
		optional LK-run-date.
A100-start.
	*> Driven by nitecycl, the operator has already signed on and the
	*> run date comes down with the call; standalone, this program
	*> signs the operator on itself and takes an as-of date.
	if LK-signon-verified is omitted
		call "opsignon" using W90-signon-sw end-call
		if not W90-signon-ok
			move 16 to return-code
			goback
		end-if
	end-if
	accept W40-run-date from date yyyymmdd
	if LK-run-date is omitted
		display "Summary as of date (yyyymmdd, 0 for today): "
			with no advancing
		accept W40-asof-date
		if W40-asof-date not = 0
			move W40-asof-date to DR-GREG-DATE
			move "G2J " to DR-FUNCTION
			call "daterotn" using DR-DATE-PARMS end-call
			if not DR-DATE-OK
				display "opssumm: as-of date is not a valid Gregorian date."
				move 8 to return-code
				goback
			end-if
			move W40-asof-date to W40-run-date
		end-if
	else
		move LK-run-date to W40-run-date
	end-if
	move "INVDUEDY" to W35-parm-key
	move 30 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-due-days
	end-call
	initialize W60-today
	initialize W60-prior
	perform B100-load-snapshot
	perform B200-load-old-delinquents
	open output summ-rpt
	if not W90-rpt-ok
		display "opssumm: unable to open opssum01, status " W90-rpt-status
		move 16 to return-code
		goback
	end-if
	move W40-run-date to W50-title-date
	if W10-prior-on-file
		move W40-prior-date to W50-title-prior
	else
		move "none" to W50-title-prior
	end-if
	write rpt-line from W50-title-line after advancing page
	write rpt-line from W50-column-header
	perform C100-night-steps
	perform C200-headcount
	perform C300-pay-periods
	perform C400-exceptions
	perform C500-delinquent-loans
	perform C600-approvals
	perform C700-past-due-invoices
	perform C800-interface-files
	if not W10-prior-on-file
		move spaces to rpt-line
		write rpt-line
		move "No earlier summary on opssnap - prior figures start tomorrow."
			to W50-text-line
		write rpt-line from W50-text-line
	end-if
	close summ-rpt
	perform E100-save-snapshot
	perform E200-save-delinquents
	move "opssum01" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "opssumm: summary produced but not archived."
	end-if
	display "Daily operations summary for " W40-run-date
		" written to opssum01."
	move 0 to return-code
	goback.
B100-load-snapshot.
	*> The prior day is whatever the last summary measured - unless
	*> that summary was for this same run date (a rerun), when it is
	*> the day that summary compared against.
	open input snap-file
	if not W90-snap-ok
		exit paragraph
	end-if
	read snap-file
		at end continue
		not at end
			if snap-run-date = W40-run-date
				if snap-prior-date not = 0
					move snap-prior to W60-prior
					move snap-prior-date to W40-prior-date
					move "Y" to W10-prior-sw
				end-if
			else
				move snap-today to W60-prior
				move snap-run-date to W40-prior-date
				move "Y" to W10-prior-sw
			end-if
	end-read
	close snap-file.
B200-load-old-delinquents.
	open input delq-file
	if not W90-delq-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read delq-file
			at end move "Y" to W10-eof-sw
			not at end
				if W20-old-delq-count < 2000
					add 1 to W20-old-delq-count
					move dlq-id to W62-old-id(W20-old-delq-count)
					move dlq-first-date to W62-old-date(W20-old-delq-count)
				end-if
		end-read
	end-perform
	close delq-file.
C100-night-steps.
	move "Night's batch steps (runhist)" to W50-section
	perform G100-section-header
	open input runhist-file
	if W90-hist-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read runhist-file
				at end move "Y" to W10-eof-sw
				not at end
					if rhist-run-date = W40-run-date
							and rhist-cycle = "nitecycl"
						perform C150-one-step
					end-if
			end-read
		end-perform
		close runhist-file
	end-if
	if osn-steps-run of W60-today = 0
		move "    No nitecycl steps logged for the run date."
			to W50-text-line
		write rpt-line from W50-text-line
	end-if
	move "Steps run" to W50-fig-label
	move osn-steps-run of W60-today to W50-fig-today
	move osn-steps-run of W60-prior to W50-fig-prior
	compute W40-change = osn-steps-run of W60-today
		- osn-steps-run of W60-prior
	perform G200-figure-line
	move "Steps failed (code 8 or over)" to W50-fig-label
	move osn-steps-failed of W60-today to W50-fig-today
	move osn-steps-failed of W60-prior to W50-fig-prior
	compute W40-change = osn-steps-failed of W60-today
		- osn-steps-failed of W60-prior
	perform G200-figure-line
	move "Worst step return code" to W50-fig-label
	move osn-worst-rc of W60-today to W50-fig-today
	move osn-worst-rc of W60-prior to W50-fig-prior
	compute W40-change = osn-worst-rc of W60-today
		- osn-worst-rc of W60-prior
	perform G200-figure-line.
C150-one-step.
	add 1 to osn-steps-run of W60-today
	if rhist-step-rc > osn-worst-rc of W60-today
		move rhist-step-rc to osn-worst-rc of W60-today
	end-if
	move spaces to W50-step-outcome
	if rhist-step-rc >= 8
		add 1 to osn-steps-failed of W60-today
		move "FAILED" to W50-step-outcome
	else
		move "OK" to W50-step-outcome
	end-if
	*> One line a step, as far as a page allows - opsrpt has the
	*> full history.
	if W20-step-count < 20
		add 1 to W20-step-count
		move rhist-step-name to W50-step-name
		move rhist-step-rc to W50-step-rc
		write rpt-line from W50-step-line
	end-if.
C200-headcount.
	move "Workforce (emp001)" to W50-section
	perform G100-section-header
	open input emp-list
	if W90-emp-ok
		move "N" to W10-eof-sw
		move low-values to emp-id of emp-list-rec
		start emp-list key is >= emp-id of emp-list-rec
			invalid key move "Y" to W10-eof-sw
		end-start
		perform until W10-eof
			read emp-list next record
				at end move "Y" to W10-eof-sw
				not at end
					if emp-ctl-id of emp-ctl-record not = "99999"
						perform C250-count-employee
					end-if
			end-read
		end-perform
		close emp-list
	end-if
	move "Live headcount" to W50-fig-label
	move osn-headcount of W60-today to W50-fig-today
	move osn-headcount of W60-prior to W50-fig-prior
	compute W40-change = osn-headcount of W60-today
		- osn-headcount of W60-prior
	perform G200-figure-line
	move "Starters on the run date" to W50-fig-label
	move osn-starters of W60-today to W50-fig-today
	move osn-starters of W60-prior to W50-fig-prior
	compute W40-change = osn-starters of W60-today
		- osn-starters of W60-prior
	perform G200-figure-line
	move "Leavers on the run date" to W50-fig-label
	move osn-leavers of W60-today to W50-fig-today
	move osn-leavers of W60-prior to W50-fig-prior
	compute W40-change = osn-leavers of W60-today
		- osn-leavers of W60-prior
	perform G200-figure-line.
C250-count-employee.
	*> Live is not terminated by the run date.
	if emp-term-date of emp-list-rec = 0
			or emp-term-date of emp-list-rec > W40-run-date
		add 1 to osn-headcount of W60-today
	end-if
	if emp-hire-date of emp-list-rec = W40-run-date
		add 1 to osn-starters of W60-today
	end-if
	if emp-term-date of emp-list-rec = W40-run-date
		add 1 to osn-leavers of W60-today
	end-if.
C300-pay-periods.
	move "Pay periods (payperd)" to W50-section
	perform G100-section-header
	open input period-file
	if W90-perd-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read period-file
				at end move "Y" to W10-eof-sw
				not at end
					if pper-is-open of period-rec
						add 1 to osn-open-periods of W60-today
					end-if
					if pper-period-end of period-rec >= W40-latest-end
						move pper-period-start of period-rec
							to W40-latest-start
						move pper-period-end of period-rec to W40-latest-end
						move pper-status of period-rec to W40-latest-status
					end-if
			end-read
		end-perform
		close period-file
	end-if
	move "Periods open (run not completed)" to W50-fig-label
	move osn-open-periods of W60-today to W50-fig-today
	move osn-open-periods of W60-prior to W50-fig-prior
	compute W40-change = osn-open-periods of W60-today
		- osn-open-periods of W60-prior
	perform G200-figure-line
	move spaces to W50-text-line
	if W40-latest-end = 0
		move "    No pay periods on payperd." to W50-text-line
	else
		string "    Latest period " W40-latest-start " - "
			W40-latest-end delimited by size
			into W50-text-line
		end-string
		evaluate W40-latest-status
			when "O" move "OPEN" to W50-text-line(46:)
			when "C" move "closed" to W50-text-line(46:)
			when "V" move "REVERSED" to W50-text-line(46:)
			when other move W40-latest-status to W50-text-line(46:)
		end-evaluate
	end-if
	write rpt-line from W50-text-line.
C400-exceptions.
	move "Unacknowledged exceptions (excpt01)" to W50-section
	perform G100-section-header
	*> Yesterday's programs first, so one that has gone quiet still
	*> shows its fall to zero.
	move 0 to W20-exc-count
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > osn-exc-prog-count of W60-prior
		add 1 to W20-exc-count
		move osn-exc-program of W60-prior(W20-sub1)
			to W66-exc-program(W20-exc-count)
		move 0 to W66-exc-today(W20-exc-count)
		move osn-exc-prog-total of W60-prior(W20-sub1)
			to W66-exc-prior(W20-exc-count)
	end-perform
	open input exception-file
	if W90-exc-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read exception-file
				at end move "Y" to W10-eof-sw
				not at end
					if not exc-acknowledged of exception-record
						perform C450-count-exception
					end-if
			end-read
		end-perform
		close exception-file
	end-if
	move "All programs" to W50-fig-label
	move osn-exc-total of W60-today to W50-fig-today
	move osn-exc-total of W60-prior to W50-fig-prior
	compute W40-change = osn-exc-total of W60-today
		- osn-exc-total of W60-prior
	perform G200-figure-line
	move 0 to osn-exc-prog-count of W60-today
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-exc-count
		move spaces to W50-fig-label
		string "  " W66-exc-program(W20-sub1) delimited by size
			into W50-fig-label
		end-string
		move W66-exc-today(W20-sub1) to W50-fig-today
		move W66-exc-prior(W20-sub1) to W50-fig-prior
		compute W40-change = W66-exc-today(W20-sub1)
			- W66-exc-prior(W20-sub1)
		perform G200-figure-line
		if W66-exc-today(W20-sub1) > 0
			add 1 to osn-exc-prog-count of W60-today
			move W66-exc-program(W20-sub1) to osn-exc-program
				of W60-today(osn-exc-prog-count of W60-today)
			move W66-exc-today(W20-sub1) to osn-exc-prog-total
				of W60-today(osn-exc-prog-count of W60-today)
		end-if
	end-perform.
C450-count-exception.
	add 1 to osn-exc-total of W60-today
	move "N" to W10-found-sw
	perform varying W20-sub2 from 1 by 1
			until W20-sub2 > W20-exc-count or W10-found
		if W66-exc-program(W20-sub2) = exc-program of exception-record
			move "Y" to W10-found-sw
			add 1 to W66-exc-today(W20-sub2)
		end-if
	end-perform
	*> Past twenty programs the rest count in the total only.
	if not W10-found and W20-exc-count < 20
		add 1 to W20-exc-count
		move exc-program of exception-record
			to W66-exc-program(W20-exc-count)
		move 1 to W66-exc-today(W20-exc-count)
		move 0 to W66-exc-prior(W20-exc-count)
	end-if.
C500-delinquent-loans.
	move "Loans (loanmast)" to W50-section
	perform G100-section-header
	open input loan-mast
	if W90-loan-ok
		move "N" to W10-eof-sw
		move low-values to lnm-id of loan-mast-rec
		start loan-mast key is >= lnm-id of loan-mast-rec
			invalid key move "Y" to W10-eof-sw
		end-start
		perform until W10-eof
			read loan-mast next record
				at end move "Y" to W10-eof-sw
				not at end
					if lnm-is-active of loan-mast-rec
						perform C550-check-loan
					end-if
			end-read
		end-perform
		close loan-mast
	end-if
	move "Loans delinquent" to W50-fig-label
	move osn-delq-total of W60-today to W50-fig-today
	move osn-delq-total of W60-prior to W50-fig-prior
	compute W40-change = osn-delq-total of W60-today
		- osn-delq-total of W60-prior
	perform G200-figure-line
	move "Newly delinquent" to W50-fig-label
	move osn-delq-new of W60-today to W50-fig-today
	move osn-delq-new of W60-prior to W50-fig-prior
	compute W40-change = osn-delq-new of W60-today
		- osn-delq-new of W60-prior
	perform G200-figure-line
	if osn-delq-new of W60-today > 0
		perform C580-list-new-loans
	end-if.
C550-check-loan.
	*> londelq's rule: delinquent when no money has moved (the
	*> booking date when none ever has) in the run date's month.
	if lnm-last-pay-date of loan-mast-rec = 0
		move lnm-booked-date of loan-mast-rec to W40-activity-date
	else
		move lnm-last-pay-date of loan-mast-rec to W40-activity-date
	end-if
	if W40-activity-date(1:6) >= W40-run-date(1:6)
		exit paragraph
	end-if
	add 1 to osn-delq-total of W60-today
	if W20-new-delq-count >= 2000
		exit paragraph
	end-if
	add 1 to W20-new-delq-count
	move lnm-id of loan-mast-rec to W64-new-id(W20-new-delq-count)
	move W40-run-date to W64-new-date(W20-new-delq-count)
	move "N" to W10-found-sw
	perform varying W20-sub2 from 1 by 1
			until W20-sub2 > W20-old-delq-count or W10-found
		if W62-old-id(W20-sub2) = lnm-id of loan-mast-rec
			move "Y" to W10-found-sw
			move W62-old-date(W20-sub2)
				to W64-new-date(W20-new-delq-count)
		end-if
	end-perform
	*> Seen first on an earlier run date is not new; first seen on
	*> this one (a rerun included) is.
	if W64-new-date(W20-new-delq-count) >= W40-run-date
		move W40-run-date to W64-new-date(W20-new-delq-count)
		add 1 to osn-delq-new of W60-today
	end-if.
C580-list-new-loans.
	*> The new loan ids, ten to a line, two lines at most.
	move spaces to W50-text-line
	move "    New:" to W50-text-line
	move 10 to W20-id-pos
	move 0 to W20-id-count
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W20-new-delq-count or W20-id-count >= 20
		if W64-new-date(W20-sub1) = W40-run-date
			if W20-id-pos > 70
				write rpt-line from W50-text-line
				move spaces to W50-text-line
				move 10 to W20-id-pos
			end-if
			move W64-new-id(W20-sub1) to W50-text-line(W20-id-pos:5)
			add 6 to W20-id-pos
			add 1 to W20-id-count
		end-if
	end-perform
	write rpt-line from W50-text-line
	if osn-delq-new of W60-today > W20-id-count
		move "    ... and more - see londelq." to W50-text-line
		write rpt-line from W50-text-line
	end-if.
C600-approvals.
	move "Approvals waiting (leavpend, tmspend)" to W50-section
	perform G100-section-header
	open input leave-pend
	if W90-lpnd-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read leave-pend
				at end move "Y" to W10-eof-sw
				not at end
					if lpnd-is-pending of leave-pend-rec
						add 1 to osn-leave-pending of W60-today
					end-if
			end-read
		end-perform
		close leave-pend
	end-if
	open input tms-pend
	if W90-tpnd-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read tms-pend
				at end move "Y" to W10-eof-sw
				not at end
					evaluate true
						when tpnd-is-pending of tms-pend-rec
							add 1 to osn-tms-pending of W60-today
						when tpnd-is-held of tms-pend-rec
							add 1 to osn-tms-held of W60-today
					end-evaluate
			end-read
		end-perform
		close tms-pend
	end-if
	move "Leave requests pending" to W50-fig-label
	move osn-leave-pending of W60-today to W50-fig-today
	move osn-leave-pending of W60-prior to W50-fig-prior
	compute W40-change = osn-leave-pending of W60-today
		- osn-leave-pending of W60-prior
	perform G200-figure-line
	move "Timesheets pending" to W50-fig-label
	move osn-tms-pending of W60-today to W50-fig-today
	move osn-tms-pending of W60-prior to W50-fig-prior
	compute W40-change = osn-tms-pending of W60-today
		- osn-tms-pending of W60-prior
	perform G200-figure-line
	move "Timesheets held (no rostered shift)" to W50-fig-label
	move osn-tms-held of W60-today to W50-fig-today
	move osn-tms-held of W60-prior to W50-fig-prior
	compute W40-change = osn-tms-held of W60-today
		- osn-tms-held of W60-prior
	perform G200-figure-line.
C700-past-due-invoices.
	move "Student receivables (stuinvc)" to W50-section
	perform G100-section-header
	move W40-run-date to W40-date-work
	perform X100-days-360
	move W40-inv-days to W40-today-days
	open input invc-file
	if W90-invc-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read invc-file
				at end move "Y" to W10-eof-sw
				not at end
					if inv-is-open of invc-rec
						perform C750-age-invoice
					end-if
			end-read
		end-perform
		close invc-file
	end-if
	move "Open invoices past due" to W50-fig-label
	move osn-inv-past-due of W60-today to W50-fig-today
	move osn-inv-past-due of W60-prior to W50-fig-prior
	compute W40-change = osn-inv-past-due of W60-today
		- osn-inv-past-due of W60-prior
	perform G200-figure-line
	move osn-inv-past-due-amt of W60-today to W50-amt-today
	move osn-inv-past-due-amt of W60-prior to W50-amt-prior
	write rpt-line from W50-amount-line.
C750-age-invoice.
	compute W40-inv-balance = inv-amount of invc-rec
		- inv-paid of invc-rec
	if W40-inv-balance not > 0
		exit paragraph
	end-if
	move inv-date of invc-rec to W40-date-work
	perform X100-days-360
	compute W40-age-days = W40-today-days - W40-inv-days
	if W40-age-days >= W35-due-days
		add 1 to osn-inv-past-due of W60-today
		add W40-inv-balance to osn-inv-past-due-amt of W60-today
	end-if.
C800-interface-files.
	move "Interface files (xmitreg)" to W50-section
	perform G100-section-header
	open input xmit-file
	if W90-xmit-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read xmit-file
				at end move "Y" to W10-eof-sw
				not at end
					if xmit-is-transmitted of xmit-file-rec
						perform C850-waiting-generation
					end-if
			end-read
		end-perform
		close xmit-file
	end-if
	move "Generations awaiting acknowledgement" to W50-fig-label
	move osn-xmit-waiting of W60-today to W50-fig-today
	move osn-xmit-waiting of W60-prior to W50-fig-prior
	compute W40-change = osn-xmit-waiting of W60-today
		- osn-xmit-waiting of W60-prior
	perform G200-figure-line
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-xmit-count
		move spaces to W50-text-line
		string "    " W68-xmit-file-id(W20-sub1) " generation "
			W68-xmit-seq(W20-sub1) " sent " W68-xmit-date(W20-sub1)
			delimited by size into W50-text-line
		end-string
		write rpt-line from W50-text-line
	end-perform.
C850-waiting-generation.
	add 1 to osn-xmit-waiting of W60-today
	if W20-xmit-count < 10
		add 1 to W20-xmit-count
		move xmit-file-id of xmit-file-rec
			to W68-xmit-file-id(W20-xmit-count)
		move xmit-seq of xmit-file-rec to W68-xmit-seq(W20-xmit-count)
		move xmit-stat-date of xmit-file-rec
			to W68-xmit-date(W20-xmit-count)
	end-if.
E100-save-snapshot.
	open output snap-file
	if not W90-snap-ok
		display "opssumm: unable to write opssnap, status " W90-snap-status
			" - tomorrow's summary will have no prior day."
		exit paragraph
	end-if
	move W40-run-date to snap-run-date
	move W40-prior-date to snap-prior-date
	move W60-today to snap-today
	move W60-prior to snap-prior
	write snap-rec
	close snap-file.
E200-save-delinquents.
	open output delq-file
	if not W90-delq-ok
		display "opssumm: unable to write opsdelq, status " W90-delq-status
		exit paragraph
	end-if
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W20-new-delq-count
		move W64-new-id(W20-sub1) to dlq-id
		move W64-new-date(W20-sub1) to dlq-first-date
		write delq-rec
	end-perform
	close delq-file.
G100-section-header.
	move spaces to rpt-line
	write rpt-line
	write rpt-line from W50-section-line.
G200-figure-line.
	move W40-change to W50-fig-change
	write rpt-line from W50-figure-line.
X100-days-360.
	*> The suite's 30/360 day count, as sturecpt ages invoices.
	compute W40-inv-days = (W40-dw-yyyy * 360) + (W40-dw-mm * 30)
		+ W40-dw-dd.
