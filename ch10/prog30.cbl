*> Salary advance issue and outstanding-advances report.
*> Staff who needed part of the month's pay mid-period were paid out
*> of petty cash against a memo, and whether the money ever came back
*> depended on somebody remembering the memo. This issues the advance
*> through the suite's own payment routes and books it on advmast
*> (adv-rec.cpy) so payrun (ch10/prog1.cbl) takes it back by itself.
*> Each issuing session writes its own bank file, advpay, in exactly
*> the paybank (ch10/prog5.cbl) layout - HDR with run date, value
*> date and transmission sequence, one PAY record per advance, TRL
*> with count and hash - registered on xmitreg under the file id
*> ADVPAY through xmitctl (ch9/prog25.cbl), with the same
*> supervisor gate on a generation sent and not yet acknowledged.
*> An employee with no usable bank pair is paid by cheque instead:
*> the advance is appended to chqfall for chqprint (ch10/prog18.cbl)
*> to print - run chqprint before the next paybank, which rebuilds
*> chqfall from scratch.
*> An advance is capped at the ADVPCT suiteparm percentage (default
*> 50) of the employee's period gross - one twelfth of emp-salary,
*> one fifty-second for weekly staff, as payrun prices it. Hourly
*> staff are capped at the same percentage of what they have earned
*> so far this period - their approved tmsacc hours since the period
*> began (the first of the month, or the last seven days for weekly
*> staff) at emp-hourly-rate - so an hourly employee with no hours
*> approved yet has nothing to advance against. Anyone with an
*> advance still outstanding is refused.
*> A session never throws away a generation still waiting to go: if
*> the latest ADVPAY on xmitreg is "G" (generated, not transmitted)
*> its payment records are read back off advpay and carried into the
*> new generation ahead of the session's own, the way stugl
*> (ch7/prog26.cbl) carries waiting journal lines, and the advances
*> they pay are re-stamped on advmast with the new sequence.
*> The report option lists to advout01 every advance not recovered
*> within one cycle: still outstanding after a payrun has already
*> taken what it could, or older than one period of its frequency
*> (31 days monthly, 7 weekly, counted 30/360 the way prenotok does)
*> with no run having reached it. Recovered advances drop off
*> advmast the next time an issuing session saves it.
identification division.
program-id. payadv.
environment division.
input-output section.
file-control.
	select adv-file assign to "advmast"
		file status is W90-adv-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select bank-file assign to "advpay"
		file status is W90-bank-status.
	select chq-fall assign to "chqfall"
		file status is W90-fall-status.
	select out-rpt assign to "advout01"
		file status is W90-rpt-status.
	select tms-acc assign to "tmsacc"
		file status is W90-tms-status.
data division.
file section.
fd	adv-file.
01	adv-file-rec.
	copy adv-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	bank-file
	label records are standard.
*> The bank's fixed 40-byte layout, byte for byte the one paybank
*> writes to bankpay, so the bank loads advpay with the same job.
01	bank-header-rec.
	05	bank-hdr-marker		pic X(3).
	05	bank-hdr-file-id	pic X(8).
	05	bank-hdr-run-date	pic 9(8).
	05	bank-hdr-value-date	pic 9(8).
	05	bank-hdr-seq		pic 9(6).
	05	filler				pic X(7).
01	bank-payment-rec.
	05	bank-pay-marker		pic X(3).
	05	bank-pay-emp-id		pic X(5).
	05	bank-pay-routing	pic X(9).
	05	bank-pay-account	pic X(12).
	05	bank-pay-amount		pic 9(9)v99.
01	bank-trailer-rec.
	05	bank-trl-marker		pic X(3).
	05	bank-trl-count		pic 9(7).
	05	bank-trl-hash		pic 9(11)v99.
	05	filler				pic X(17).
fd	chq-fall.
01	chq-fall-rec.
	copy chq-fall-rec.
fd	out-rpt
	label records are standard.
01	rpt-line			pic X(80).
fd	tms-acc.
01	tmsacc-rec.
	copy tms-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-done-sw			pic X value "N".
		88	W10-done				value "Y".
	05	W10-tms-eof-sw		pic X value "N".
		88	W10-tms-eof				value "Y".
	05	W10-bank-eof-sw		pic X value "N".
		88	W10-bank-eof			value "Y".
01	W20-counters.
	05	W20-adv-count		pic 9(3) comp value 0.
	05	W20-sub1			pic 9(3) comp value 0.
	05	W20-bank-count		pic 9(7) value 0.
	05	W20-cheque-count	pic 9(5) comp value 0.
	05	W20-issued-count	pic 9(5) comp value 0.
	05	W20-late-count		pic 9(5) comp value 0.
	05	W20-carried-count	pic 9(5) comp value 0.
01	W30-menu-choice			pic 9.
01	W30-run-date			pic 9(8).
01	W30-value-date			pic 9(8).
01	W30-hash-total			pic 9(11)v99 comp-3 value 0.
01	W30-late-total			pic S9(9)v99 comp-3 value 0.
01	W40-key-emp-id			pic X(5).
01	W40-period-gross		pic S9(7)v99 comp-3.
01	W40-cap					pic S9(7)v99 comp-3.
01	W40-amount				pic S9(7)v99 comp-3.
01	W40-cycle-days			pic 9(3) comp.
01	W40-hours-to-date		pic 9(5)v99 comp-3.
01	W40-tms-from			pic 9(8).
01	W40-prev-year			pic 9(4) comp.
01	W40-quot				pic 9(4) comp.
01	W40-rem4				pic 9(4) comp.
01	W40-rem100				pic 9(4) comp.
01	W40-rem400				pic 9(4) comp.
01	W40-day-work.
	05	W40-today-days		pic 9(7) comp.
	05	W40-issue-days		pic 9(7) comp.
	05	W40-age-days		pic S9(7) comp.
01	W35-parm-work.
	05	W35-parm-key		pic X(8).
	05	W35-parm-default	pic S9(7)v99 comp-3.
	05	W35-adv-pct			pic S9(7)v99 comp-3.
01	W35-xmit-work.
	05	W35-xmit-function	pic X(4).
	05	W35-xmit-file-id	pic X(8).
	05	W35-xmit-seq		pic 9(6).
	05	W35-xmit-blocked-sw	pic X.
		88	W35-xmit-blocked		value "Y".
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
*> The waiting generation's payment records, carried into the new
*> advpay (D050).
01	W66-carry-work.
	05	W66-waiting-seq		pic 9(6) value 0.
	05	W66-carry-count		pic 9(3) comp value 0.
	05	W66-carry-line		pic X(40) occurs 500 times
							indexed by carry-idx.
01	adv-table.
	05	adv-table-entry occurs 500 times indexed by adv-idx.
		copy adv-rec replacing ==05== by ==10==.
01	W90-adv-status			pic XX.
	88	W90-adv-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-bank-status			pic XX.
	88	W90-bank-ok				value "00".
01	W90-fall-status			pic XX.
	88	W90-fall-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-tms-status			pic XX.
	88	W90-tms-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-super-level			pic X value "A".
01	W90-super-sw			pic X.
	88	W90-super-ok			value "Y".
01	W50-out-header.
	05	filler				pic X(44) value
		"Salary Advances Not Recovered Within a Cycle".
	05	filler				pic X(8) value "  As of ".
	05	W50-out-date		pic 9(8).
	05	filler				pic X(20).
01	W50-out-columns.
	05	filler				pic X(80) value
		"Id     Name        Issued   F R     Advanced  Outstanding Last run".
01	W50-out-line.
	05	W50-out-id			pic X(5).
	05	filler				pic X(2).
	05	W50-out-name		pic X(11).
	05	filler				pic X(1).
	05	W50-out-issued		pic 9(8).
	05	filler				pic X(1).
	05	W50-out-freq		pic X(1).
	05	filler				pic X(1).
	05	W50-out-route		pic X(1).
	05	W50-out-amount		pic ---,---,--9.99.
	05	W50-out-balance		pic ---,---,--9.99.
	05	filler				pic X(1).
	05	W50-out-last		pic 9(8).
	05	filler				pic X(12).
01	W50-out-total.
	05	filler				pic X(23) value "Advances outstanding:  ".
	05	W50-out-count		pic ZZZZ9.
	05	filler				pic X(10) value "  total:  ".
	05	W50-out-sum			pic Z(8)9.99-.
	05	filler				pic X(29).
	copy date-routines.
procedure division.
A100-start.
	*> The nightly cycle's batch lock (suitelok, ch9/prog27.cbl):
	*> payrun rewrites advmast, so issuing stays out while the cycle
	*> owns the files.
	move "CHK " to W35-lok-function
	move "payadv  " to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "payadv: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U") - this program
	*> pays money out.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	perform B100-load-table
	perform until W30-menu-choice = 3
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-issue-session
			when 2 perform E100-outstanding-report
			when 3 continue
			when other display "Please choose 1 through 3."
		end-evaluate
	end-perform
	move 0 to return-code
	goback.
B100-load-table.
	move 0 to W20-adv-count
	open input adv-file
	if W90-adv-ok
		move "N" to W10-eof-sw
		perform Z100-read-adv
		perform until W10-eof
			if W20-adv-count >= 500
				*> A save from a truncated table would truncate advmast
				*> and forget advances still owed.
				display "payadv: advmast outgrew its table - nothing "
					"can be issued this session."
				close adv-file
				move 16 to return-code
				goback
			end-if
			add 1 to W20-adv-count
			move adv-file-rec to adv-table-entry(W20-adv-count)
			perform Z100-read-adv
		end-perform
		close adv-file
	end-if.
C100-show-menu.
	display " "
	display "Salary Advances"
	display "1. Issue advances"
	display "2. Outstanding advances report"
	display "3. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-issue-session.
	*> One session, one advpay generation: every advance keyed before
	*> the blank id goes into the same file under one sequence.
	move "ADVPCT  " to W35-parm-key
	move 50 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-adv-pct
	end-call
	perform D050-keep-waiting-payments
	if W66-carry-count > 500
		exit paragraph
	end-if
	move "NEXT" to W35-xmit-function
	move "ADVPAY  " to W35-xmit-file-id
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	if W35-xmit-blocked
		display "payadv: advpay generation " W35-xmit-seq " - 1 is "
			"marked TRANSMITTED and not acknowledged."
		display "Supervisor sign-on required to regenerate."
		call "opsignon" using W90-super-sw W90-super-level end-call
		if not W90-super-ok
			display "payadv: regeneration refused - no advances issued."
			exit paragraph
		end-if
	end-if
	open input emp-list
	if not W90-emp-ok
		display "payadv: unable to open emp001, status " W90-emp-status
		exit paragraph
	end-if
	open output bank-file
	if not W90-bank-ok
		display "payadv: unable to open advpay, status " W90-bank-status
		close emp-list
		exit paragraph
	end-if
	*> OPEN EXTEND does not create chqfall the first time - fall back
	*> to OPEN OUTPUT the way empmaint does for salaudit.
	open extend chq-fall
	if W90-fall-status = "35"
		open output chq-fall
	end-if
	if not W90-fall-ok
		display "payadv: unable to open chqfall, status " W90-fall-status
		close emp-list
		close bank-file
		exit paragraph
	end-if
	move 0 to W20-bank-count
	move 0 to W30-hash-total
	move 0 to W20-cheque-count
	move 0 to W20-issued-count
	move 0 to W20-carried-count
	perform D150-write-bank-header
	perform D160-write-carried-payments
	move "N" to W10-done-sw
	perform until W10-done
		display "Enter employee id (blank to finish): " with no advancing
		move spaces to W40-key-emp-id
		accept W40-key-emp-id
		if W40-key-emp-id = spaces
			move "Y" to W10-done-sw
		else
			perform D200-issue-one
		end-if
	end-perform
	move spaces to bank-trailer-rec
	move "TRL" to bank-trl-marker
	move W20-bank-count to bank-trl-count
	move W30-hash-total to bank-trl-hash
	write bank-trailer-rec
	close emp-list
	close bank-file
	close chq-fall
	*> Carried payments make this a new generation even with nothing
	*> issued - advpay now carries the new sequence in its header.
	if W20-issued-count = 0 and W20-carried-count = 0
		display "No advances issued - advpay not registered."
		exit paragraph
	end-if
	perform D170-restamp-carried
	perform F100-save-table
	move "GEN " to W35-xmit-function
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	display "advpay generation " W35-xmit-seq " registered on xmitreg."
	if W20-carried-count > 0
		display "Carried from generation " W66-waiting-seq ": "
			W20-carried-count " payment(s)."
	end-if
	display "Advances issued:          " W20-issued-count
	display "Paid to bank:             " W20-bank-count
		" hash total " W30-hash-total
	display "Added to chqfall:         " W20-cheque-count
	if W20-cheque-count > 0
		display "Run chqprint before the next paybank - paybank "
			"rebuilds chqfall."
	end-if.
D050-keep-waiting-payments.
	*> An advpay generated and not yet transmitted holds advances
	*> already booked on advmast - rebuilding it from nothing would
	*> leave them owed by the employee and never paid. Its PAY records
	*> are read back to go into the new generation. More than the
	*> table holds refuses the session (count left above 500).
	move 0 to W66-carry-count
	move 0 to W66-waiting-seq
	move "STAT" to W35-xmit-function
	move "ADVPAY  " to W35-xmit-file-id
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	if W35-xmit-blocked-sw not = "G"
		exit paragraph
	end-if
	move W35-xmit-seq to W66-waiting-seq
	open input bank-file
	if not W90-bank-ok
		exit paragraph
	end-if
	move "N" to W10-bank-eof-sw
	perform Z300-read-bank
	perform until W10-bank-eof
		if bank-pay-marker = "PAY"
			if W66-carry-count >= 500
				display "payadv: advpay generation " W66-waiting-seq
					" is waiting with too many payments to carry over "
					"- no advances issued. Transmit it first."
				move 501 to W66-carry-count
				move "Y" to W10-bank-eof-sw
			else
				add 1 to W66-carry-count
				move bank-payment-rec to W66-carry-line(W66-carry-count)
				perform Z300-read-bank
			end-if
		else
			perform Z300-read-bank
		end-if
	end-perform
	close bank-file
	if W66-carry-count > 0 and W66-carry-count not > 500
		display "advpay generation " W66-waiting-seq " has not been "
			"transmitted - its " W66-carry-count " payment(s) go into "
			"this session's file."
	end-if.
D150-write-bank-header.
	call "valdate" using W30-run-date W30-value-date end-call
	move spaces to bank-header-rec
	move "HDR" to bank-hdr-marker
	move "ADVPAY  " to bank-hdr-file-id
	move W30-run-date to bank-hdr-run-date
	move W30-value-date to bank-hdr-value-date
	move W35-xmit-seq to bank-hdr-seq
	write bank-header-rec.
D160-write-carried-payments.
	perform varying carry-idx from 1 by 1
			until carry-idx > W66-carry-count
		move W66-carry-line(carry-idx) to bank-payment-rec
		write bank-payment-rec
		add 1 to W20-bank-count
		add 1 to W20-carried-count
		add bank-pay-amount to W30-hash-total
	end-perform.
D170-restamp-carried.
	*> The carried advances now travel under the new sequence.
	if W20-carried-count = 0
		exit paragraph
	end-if
	perform varying adv-idx from 1 by 1 until adv-idx > W20-adv-count
		if adv-xmit-seq of adv-table-entry(adv-idx) = W66-waiting-seq
				and adv-route of adv-table-entry(adv-idx) = "B"
			move W35-xmit-seq to adv-xmit-seq of adv-table-entry(adv-idx)
		end-if
	end-perform.
D200-issue-one.
	move W40-key-emp-id to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found or emp-term-date of emp-list-rec not = 0
		display "Employee not live on emp001 - no advance."
		exit paragraph
	end-if
	move "N" to W10-found-sw
	perform varying adv-idx from 1 by 1
			until adv-idx > W20-adv-count or W10-found
		if adv-emp-id of adv-table-entry(adv-idx) = W40-key-emp-id
				and adv-is-outstanding of adv-table-entry(adv-idx)
			move "Y" to W10-found-sw
		end-if
	end-perform
	if W10-found
		display "Employee already has an advance outstanding - no "
			"advance."
		exit paragraph
	end-if
	if W20-adv-count >= 500
		display "Advance table is full - no advance."
		exit paragraph
	end-if
	evaluate true
		when emp-is-hourly of emp-list-rec
			perform D250-hours-to-date
			compute W40-period-gross rounded =
				W40-hours-to-date * emp-hourly-rate of emp-list-rec
			display "Approved hours since " W40-tms-from ": "
				W40-hours-to-date
		when emp-is-weekly of emp-list-rec
			compute W40-period-gross rounded =
				emp-salary of emp-list-rec / 52
		when other
			compute W40-period-gross rounded =
				emp-salary of emp-list-rec / 12
	end-evaluate
	compute W40-cap rounded = W40-period-gross * W35-adv-pct / 100
	display "Period gross " W40-period-gross "  advance cap " W40-cap
	if W40-cap not > 0
		display "Nothing earned yet this period to advance against - "
			"no advance."
		exit paragraph
	end-if
	display "Enter advance amount: " with no advancing
	accept W40-amount
	if W40-amount not > 0 or W40-amount > W40-cap
		display "Amount must be above zero and within the cap - no "
			"advance."
		exit paragraph
	end-if
	add 1 to W20-adv-count
	move W40-key-emp-id to adv-emp-id of adv-table-entry(W20-adv-count)
	move W30-run-date to adv-issue-date of adv-table-entry(W20-adv-count)
	move W40-amount to adv-amount of adv-table-entry(W20-adv-count)
	move W40-amount to adv-balance of adv-table-entry(W20-adv-count)
	if emp-is-weekly of emp-list-rec
		move "W" to adv-pay-freq of adv-table-entry(W20-adv-count)
	else
		move "M" to adv-pay-freq of adv-table-entry(W20-adv-count)
	end-if
	move W35-xmit-seq to adv-xmit-seq of adv-table-entry(W20-adv-count)
	move "O" to adv-status of adv-table-entry(W20-adv-count)
	move 0 to adv-last-period of adv-table-entry(W20-adv-count)
	*> Same test paybank puts the single emp-rec pair through: both
	*> halves keyed and the pair not unverified or bounced.
	if emp-bank-routing of emp-list-rec not = spaces
			and emp-bank-account of emp-list-rec not = spaces
			and emp-bank-usable of emp-list-rec
		move "B" to adv-route of adv-table-entry(W20-adv-count)
		move "PAY" to bank-pay-marker
		move W40-key-emp-id to bank-pay-emp-id
		move emp-bank-routing of emp-list-rec to bank-pay-routing
		move emp-bank-account of emp-list-rec to bank-pay-account
		move W40-amount to bank-pay-amount
		write bank-payment-rec
		add 1 to W20-bank-count
		add W40-amount to W30-hash-total
		display "Advance issued to the bank account on file."
	else
		move "C" to adv-route of adv-table-entry(W20-adv-count)
		move W40-key-emp-id to cfal-emp-id
		move emp-name of emp-list-rec to cfal-name
		move W40-amount to cfal-amount
		write chq-fall-rec
		add 1 to W20-cheque-count
		display "No usable bank account - advance queued for cheque."
	end-if
	add 1 to W20-issued-count.
D250-hours-to-date.
	*> The employee's approved hours this period so far: from the
	*> first of the month, or the last seven days for weekly staff,
	*> through today. A missing tmsacc is no hours.
	if emp-is-weekly of emp-list-rec
		perform X100-week-start
	else
		move W30-run-date to W40-tms-from
		move "01" to W40-tms-from(7:2)
	end-if
	move 0 to W40-hours-to-date
	open input tms-acc
	if not W90-tms-ok
		exit paragraph
	end-if
	move "N" to W10-tms-eof-sw
	perform Z200-read-tms
	perform until W10-tms-eof
		if tms-emp-id of tmsacc-rec = W40-key-emp-id
				and tms-work-date of tmsacc-rec >= W40-tms-from
				and tms-work-date of tmsacc-rec <= W30-run-date
			add tms-hours of tmsacc-rec to W40-hours-to-date
		end-if
		perform Z200-read-tms
	end-perform
	close tms-acc.
E100-outstanding-report.
	open output out-rpt
	if not W90-rpt-ok
		display "payadv: unable to open advout01, status " W90-rpt-status
		exit paragraph
	end-if
	open input emp-list
	compute W40-today-days =
		(function numval(W30-run-date(3:2)) * 360)
		+ (function numval(W30-run-date(5:2)) * 30)
		+ function numval(W30-run-date(7:2))
	move 0 to W20-late-count
	move 0 to W30-late-total
	move W30-run-date to W50-out-date
	write rpt-line from W50-out-header after advancing page
	write rpt-line from W50-out-columns
	perform varying adv-idx from 1 by 1 until adv-idx > W20-adv-count
		if adv-is-outstanding of adv-table-entry(adv-idx)
			perform E200-check-one
		end-if
	end-perform
	move spaces to rpt-line
	write rpt-line
	move W20-late-count to W50-out-count
	move W30-late-total to W50-out-sum
	write rpt-line from W50-out-total
	if W90-emp-ok
		close emp-list
	end-if
	close out-rpt
	display "Outstanding advances written to advout01: " W20-late-count.
E200-check-one.
	if adv-pay-freq of adv-table-entry(adv-idx) = "W"
		move 7 to W40-cycle-days
	else
		move 31 to W40-cycle-days
	end-if
	compute W40-issue-days =
		(function numval(adv-issue-date of adv-table-entry(adv-idx)(3:2))
			* 360)
		+ (function numval(adv-issue-date of adv-table-entry(adv-idx)(5:2))
			* 30)
		+ function numval(adv-issue-date of adv-table-entry(adv-idx)(7:2))
	compute W40-age-days = W40-today-days - W40-issue-days
	if adv-last-period of adv-table-entry(adv-idx) = 0
			and W40-age-days <= W40-cycle-days
		exit paragraph
	end-if
	add 1 to W20-late-count
	add adv-balance of adv-table-entry(adv-idx) to W30-late-total
	move adv-emp-id of adv-table-entry(adv-idx) to W50-out-id
	move "*UNKNOWN*" to W50-out-name
	if W90-emp-ok
		move adv-emp-id of adv-table-entry(adv-idx)
			to emp-id of emp-list-rec
		read emp-list
			invalid key continue
			not invalid key
				move emp-name of emp-list-rec to W50-out-name
		end-read
	end-if
	move adv-issue-date of adv-table-entry(adv-idx) to W50-out-issued
	move adv-pay-freq of adv-table-entry(adv-idx) to W50-out-freq
	move adv-route of adv-table-entry(adv-idx) to W50-out-route
	move adv-amount of adv-table-entry(adv-idx) to W50-out-amount
	move adv-balance of adv-table-entry(adv-idx) to W50-out-balance
	move adv-last-period of adv-table-entry(adv-idx) to W50-out-last
	write rpt-line from W50-out-line.
F100-save-table.
	open output adv-file
	if not W90-adv-ok
		display "payadv: unable to rewrite advmast, status "
			W90-adv-status " - ADVANCES ISSUED BUT NOT BOOKED."
		move 16 to return-code
		goback
	end-if
	*> A recovered advance has told its story - payhist holds the
	*> ADVN lines that took it back - so it drops off here rather than
	*> marching advmast toward the table limit.
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-adv-count
		if not adv-is-recovered of adv-table-entry(W20-sub1)
			move adv-table-entry(W20-sub1) to adv-file-rec
			write adv-file-rec
		end-if
	end-perform
	close adv-file.
X100-week-start.
	*> Six days back through daterotn's Julian form; day zero or
	*> below borrows from the year before, 366 days long when that
	*> year is a leap year - the valdate (ch9/prog24.cbl) roll.
	move W30-run-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-JUL-DDD > 6
		subtract 6 from DR-JUL-DDD
	else
		compute W40-prev-year = (DR-JUL-CC * 100) + DR-JUL-YY - 1
		divide W40-prev-year by 100 giving DR-JUL-CC
			remainder DR-JUL-YY
		divide W40-prev-year by 4 giving W40-quot remainder W40-rem4
		divide W40-prev-year by 100 giving W40-quot remainder W40-rem100
		divide W40-prev-year by 400 giving W40-quot remainder W40-rem400
		if (W40-rem4 = 0 and W40-rem100 not = 0) or W40-rem400 = 0
			add 360 to DR-JUL-DDD
		else
			add 359 to DR-JUL-DDD
		end-if
	end-if
	move "J2G " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	move DR-GREG-DATE to W40-tms-from.
Z100-read-adv.
	read adv-file
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-tms.
	read tms-acc
		at end move "Y" to W10-tms-eof-sw
	end-read.
Z300-read-bank.
	read bank-file
		at end move "Y" to W10-bank-eof-sw
	end-read.
