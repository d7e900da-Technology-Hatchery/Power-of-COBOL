*> Time off in lieu expiry run.
*> Overtime banked as time off in lieu (payrun, ch10/prog1.cbl)
*> sits in the TOIL entry of leaveacc (leave-bal-rec.cpy, entry 4)
*> until the employee takes it - and policy says it may not sit
*> there for ever. This ages every TOIL balance against the lots on
*> toilbank (toil-rec.cpy): leave is taken oldest first, so
*> whatever balance is left above what the lots of the last
*> TOILMTHS months (suiteparm, default 3) banked was earned before
*> the window, and has expired. TOILACT (suiteparm, default 1)
*> says what happens to it: 1 pays it out - the days at STDHRS
*> hours each, priced at the hourly rate (or, for anyone since
*> moved to salary, annual salary over 260 working days),
*> queued on suppin01 (supp-pay-rec.cpy) as a gross "TOIL payout"
*> for the next supplemental run (paysupp, ch10/prog9.cbl) to pay
*> like any bonus; 0 forfeits it. Either way the days come off the
*> balance, count as used, and every employee affected lands on
*> toilexp1 with what happened. Lots older than the window then
*> drop off toilbank - the balance they dated has been settled.
*> Leavers are left alone: their balance is settled with the rest
*> of their final pay, not aged here.
identification division.
program-id. toilexp.
environment division.
input-output section.
file-control.
	select toil-file assign to "toilbank"
		file status is W90-toil-status.
	select leave-bal-file assign to "leaveacc"
		organization is indexed
		access mode is dynamic
		record key is lbal-emp-id of leave-bal-file-rec
		file status is W90-bal-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select supp-out assign to "suppin01"
		file status is W90-supp-status.
	select toil-rpt assign to "toilexp1"
		file status is W90-rpt-status.
data division.
file section.
fd	toil-file.
01	toil-file-rec.
	copy toil-rec.
fd	leave-bal-file.
01	leave-bal-file-rec.
	copy leave-bal-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	supp-out.
01	supp-out-rec.
	copy supp-pay-rec.
fd	toil-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-pay-out-sw		pic X value "Y".
		88	W10-pay-out				value "Y".
01	W20-counters.
	05	W20-lot-count		pic 9(4) comp value 0.
	05	W20-kept-count		pic 9(4) comp value 0.
	05	W20-paid-count		pic 9(4) comp value 0.
	05	W20-forfeit-count	pic 9(4) comp value 0.
01	W30-run-date			pic 9(8).
01	W30-run-parts redefines W30-run-date.
	05	W30-run-yyyy		pic 9(4).
	05	W30-run-mm			pic 9(2).
	05	W30-run-dd			pic 9(2).
*> The window opens TOILMTHS months before the run date, same day
*> of the month: a lot banked on or after this period end is still
*> inside it.
01	W30-cutoff-date			pic 9(8).
01	W30-cutoff-parts redefines W30-cutoff-date.
	05	W30-cutoff-yyyy		pic 9(4).
	05	W30-cutoff-mm		pic 9(2).
	05	W30-cutoff-dd		pic 9(2).
01	W30-month-count			pic 9(6) comp.
01	W30-recent-days			pic S9(5)v99 comp-3.
01	W30-expired-days		pic S9(5)v99 comp-3.
01	W30-balance-before		pic S9(3)v99 comp-3.
01	W30-amount				pic S9(7)v99 comp-3.
01	W30-total-days			pic S9(7)v99 comp-3 value 0.
01	W30-total-amount		pic S9(9)v99 comp-3 value 0.
01	W30-result				pic X(20).
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-months				pic S9(7)v99 comp-3.
01	W35-action				pic S9(7)v99 comp-3.
01	W35-hrs-per-day			pic S9(7)v99 comp-3.
01	W90-toil-status			pic XX.
	88	W90-toil-ok				value "00".
01	W90-bal-status			pic XX.
	88	W90-bal-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-supp-status			pic XX.
	88	W90-supp-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	toil-table.
	05	toil-table-entry occurs 5000 times indexed by toil-idx.
		copy toil-rec replacing ==05== by ==10==.
01	W50-rpt-header.
	05	filler				pic X(30) value "TOIL Expiry Run".
	05	filler				pic X(11) value " Run date: ".
	05	W50-hdr-date		pic 9(8).
	05	filler				pic X(16) value "  Window from: ".
	05	W50-hdr-cutoff		pic 9(8).
	05	filler				pic X(7).
01	W50-column-header.
	05	filler				pic X(80) value
		"Emp    Balance  In window  Expired       Amount  Result".
01	W50-detail-line.
	05	W50-det-emp-id		pic X(5).
	05	filler				pic X(2).
	05	W50-det-balance		pic ZZ9.99.
	05	filler				pic X(4).
	05	W50-det-recent		pic ZZZZ9.99.
	05	filler				pic X(2).
	05	W50-det-expired		pic ZZZZ9.99.
	05	filler				pic X(2).
	05	W50-det-amount		pic ---,--9.99.
	05	filler				pic X(2).
	05	W50-det-result		pic X(20).
	05	filler				pic X(11).
01	W50-total-line.
	05	filler				pic X(16) value "Total expired:".
	05	W50-total-days		pic ZZZZ9.99.
	05	filler				pic X(10) value " day(s)   ".
	05	W50-total-amount	pic ---,---,--9.99.
	05	filler				pic X(32) value " paid out".
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - the run
	*> moves leaveacc balances and queues money for paysupp.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	move "TOILMTHS" to W35-parm-key
	move 3 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-months
	end-call
	move "TOILACT " to W35-parm-key
	move 1 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-action
	end-call
	if W35-action = 0
		move "N" to W10-pay-out-sw
	end-if
	move "STDHRS  " to W35-parm-key
	move 8 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-hrs-per-day
	end-call
	perform B100-set-cutoff
	perform B200-load-lots
	*> No leaveacc means nobody has ever banked anything.
	open i-o leave-bal-file
	if W90-bal-status = "35"
		display "toilexp: no leaveacc on file - nothing to age."
		move 0 to return-code
		goback
	end-if
	if not W90-bal-ok
		display "toilexp: unable to open leaveacc, status " W90-bal-status
		move 16 to return-code
		goback
	end-if
	open input emp-list
	if not W90-emp-ok
		display "toilexp: unable to open emp001, status " W90-emp-status
		close leave-bal-file
		move 16 to return-code
		goback
	end-if
	*> Payouts queue behind whatever the branches have keyed for the
	*> next supplemental run - OPEN EXTEND, with the usual first-time
	*> fallback.
	if W10-pay-out
		open extend supp-out
		if W90-supp-status = "35"
			open output supp-out
		end-if
		if not W90-supp-ok
			display "toilexp: unable to open suppin01, status "
				W90-supp-status
			close leave-bal-file
			close emp-list
			move 16 to return-code
			goback
		end-if
	end-if
	open output toil-rpt
	if not W90-rpt-ok
		display "toilexp: unable to open toilexp1, status " W90-rpt-status
		close leave-bal-file
		close emp-list
		if W10-pay-out
			close supp-out
		end-if
		move 16 to return-code
		goback
	end-if
	move W30-run-date to W50-hdr-date
	move W30-cutoff-date to W50-hdr-cutoff
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
	move "N" to W10-eof-sw
	move low-values to lbal-emp-id of leave-bal-file-rec
	start leave-bal-file key is >= lbal-emp-id of leave-bal-file-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read leave-bal-file next record
			at end move "Y" to W10-eof-sw
		end-read
		if not W10-eof
			if lbal-type-code(4) = "T" and lbal-balance-days(4) > 0
				perform C100-age-one-balance
			end-if
		end-if
	end-perform
	move W30-total-days to W50-total-days
	move W30-total-amount to W50-total-amount
	write rpt-line from W50-total-line
	close leave-bal-file
	close emp-list
	close toil-rpt
	if W10-pay-out
		close supp-out
	end-if
	perform E100-save-lots
	display "TOIL expiry run complete - window from " W30-cutoff-date "."
	display "Balances paid out:   " W20-paid-count
	display "Balances forfeited:  " W20-forfeit-count
	display "Total paid out:      " W30-total-amount
	move 0 to return-code
	goback.
B100-set-cutoff.
	*> Months count back across the year end; a day the earlier month
	*> does not have (the 31st, or February past the 28th) settles
	*> on the 28th, which every month has.
	compute W30-month-count =
		(W30-run-yyyy * 12) + W30-run-mm - 1 - W35-months
	divide W30-month-count by 12 giving W30-cutoff-yyyy
		remainder W30-cutoff-mm
	add 1 to W30-cutoff-mm
	move W30-run-dd to W30-cutoff-dd
	if W30-cutoff-dd > 28
		move 28 to W30-cutoff-dd
	end-if.
B200-load-lots.
	*> A missing toilbank just means nothing has been banked yet.
	move 0 to W20-lot-count
	open input toil-file
	if W90-toil-ok
		move "N" to W10-eof-sw
		perform Z100-read-lot
		perform until W10-eof
			if W20-lot-count >= 5000
				*> Saving a truncated table would truncate the file.
				display "toilexp: toilbank outgrew its table - "
					"run abandoned until it is split."
				close toil-file
				move 16 to return-code
				goback
			end-if
			add 1 to W20-lot-count
			move toil-file-rec to toil-table-entry(W20-lot-count)
			perform Z100-read-lot
		end-perform
		close toil-file
	end-if.
C100-age-one-balance.
	move lbal-emp-id of leave-bal-file-rec to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found or emp-term-date of emp-list-rec not = 0
		exit paragraph
	end-if
	move 0 to W30-recent-days
	perform varying toil-idx from 1 by 1 until toil-idx > W20-lot-count
		if toil-emp-id of toil-table-entry(toil-idx)
				= lbal-emp-id of leave-bal-file-rec
				and toil-period-end of toil-table-entry(toil-idx)
					>= W30-cutoff-date
			add toil-days of toil-table-entry(toil-idx) to W30-recent-days
		end-if
	end-perform
	compute W30-expired-days = lbal-balance-days(4) - W30-recent-days
	if W30-expired-days <= 0
		exit paragraph
	end-if
	move lbal-balance-days(4) to W30-balance-before
	move 0 to W30-amount
	if W10-pay-out
		*> Multiplied before dividing so the pennies don't go astray.
		if emp-is-hourly of emp-list-rec
			compute W30-amount rounded = W30-expired-days
				* W35-hrs-per-day * emp-hourly-rate of emp-list-rec
		else
			compute W30-amount rounded =
				W30-expired-days * emp-salary of emp-list-rec / 260
		end-if
	end-if
	subtract W30-expired-days from lbal-balance-days(4)
	add W30-expired-days to lbal-used-days(4)
	rewrite leave-bal-file-rec
		invalid key
			display "toilexp: unable to update leaveacc for "
				lbal-emp-id of leave-bal-file-rec ", status "
				W90-bal-status " - balance left as it was."
			exit paragraph
	end-rewrite
	if W10-pay-out
		initialize supp-out-rec
		move lbal-emp-id of leave-bal-file-rec to sup-emp-id
		move W30-amount to sup-amount
		move "TOIL payout" to sup-reason
		move "G" to sup-basis
		write supp-out-rec
		add 1 to W20-paid-count
		add W30-amount to W30-total-amount
		move "Paid out (paysupp)" to W30-result
	else
		add 1 to W20-forfeit-count
		move "Forfeited" to W30-result
	end-if
	add W30-expired-days to W30-total-days
	perform D100-print-line.
D100-print-line.
	move lbal-emp-id of leave-bal-file-rec to W50-det-emp-id
	move W30-balance-before to W50-det-balance
	move W30-recent-days to W50-det-recent
	move W30-expired-days to W50-det-expired
	move W30-amount to W50-det-amount
	move W30-result to W50-det-result
	write rpt-line from W50-detail-line.
E100-save-lots.
	*> Lots inside the window stay to date what is left; the rest
	*> have been settled above, or were taken long ago.
	if W20-lot-count = 0
		exit paragraph
	end-if
	open output toil-file
	if not W90-toil-ok
		display "toilexp: unable to rewrite toilbank, status "
			W90-toil-status " - aged lots NOT dropped."
	else
		perform varying toil-idx from 1 by 1
				until toil-idx > W20-lot-count
			if toil-period-end of toil-table-entry(toil-idx)
					>= W30-cutoff-date
				move toil-table-entry(toil-idx) to toil-file-rec
				write toil-file-rec
				add 1 to W20-kept-count
			end-if
		end-perform
		close toil-file
		display "TOIL lots kept in window: " W20-kept-count
	end-if.
Z100-read-lot.
	read toil-file
		at end move "Y" to W10-eof-sw
	end-read.
