*> pro-rate - their last timesheet hours pay out through the normal
*> pay run - so only the leave payout applies to them, at their
*> hourly rate for an eight-hour day.
*> A leaver with a staff loan on loanmast (lnm-id is the emp-id) no
*> longer walks out with it still performing. The settlement prices
*> the outstanding lnm-balance as a payoff the way lonsettl
*> (ch3/prog11.cbl) quotes it - the balance plus one month's
*> interest through intcalc at the loan's own rate - and deducts as
*> much of it as the settlement covers. The recovery goes to
*> loanrpay with source "T" so the next lonpost (ch3/prog6.cbl)
*> splits off exactly that month's interest and closes the loan; no
*> SETTRBT rebate applies, as a rebated figure through lonpost would
*> leave a residual. Whatever the settlement cannot cover is appended
*> to the loanrecv recovery receivable listing for collections, and
*> the loan stays open at that balance. Installments still waiting
*> on loanrpay for the loan would be posted first and make the
*> payoff wrong, so the termination is refused until lonpost has run.
*> Time off in lieu still banked (leaveacc entry 4, credited by
*> payrun ch10/prog1.cbl) pays out with the annual days at the same
*> daily rate and is zeroed alongside them - a leaver's TOIL is
*> never left for toilexp (ch10/prog32.cbl) to age.
*> The journal records written here carry the operator opsignon
*> returned (jrnl-operator), so sodrpt (ch9/prog34.cbl) can set
*> who changed a record against what else the same person ran.
*> Position control: the leaver's postmast post is vacated through
*> postctl (ch9/prog35.cbl) as the master is marked, vacant from the
*> termination date - that is the date postvac (ch6/prog47.cbl)
*> ages the vacancy from. emp-post-id stays on the leaver's record
*> as the post they last held.
identification division.
program-id. empterm.
environment division.
		file status is W90-rpt-status.
	select jrnl-file assign to "empjrnl"
		file status is W90-jrnl-status.
	select loan-mast assign to "loanmast"
		organization is indexed
		access mode is dynamic
		record key is lnm-id of loan-mast-rec
		file status is W90-mast-status.
	select loan-repay assign to "loanrpay"
		file status is W90-repay-status.
	select recv-rpt assign to "loanrecv"
		file status is W90-recv-status.
data division.
file section.
fd	emp-list.
fd	jrnl-file.
01	jrnl-rec.
	copy emp-jrnl-rec.
fd	loan-mast.
01	loan-mast-rec.
	copy loan-mast-rec.
fd	loan-repay.
01	loan-repay-rec.
	copy loan-pay-rec.
fd	recv-rpt
	label records are standard.
01	recv-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-balfound-sw		pic X value "N".
		88	W10-balfound			value "Y".
	05	W10-loan-open-sw	pic X value "N".
		88	W10-loan-open			value "Y".
	05	W10-loanfound-sw	pic X value "N".
		88	W10-loanfound			value "Y".
	05	W10-repay-eof-sw	pic X value "N".
		88	W10-repay-eof			value "Y".
	05	W10-pending-sw		pic X value "N".
		88	W10-pending				value "Y".
01	W30-request.
	05	W30-emp-id			pic X(5).
	05	W30-term-date		pic 9(8).
	05	W40-final-days		pic 9(2) comp value 0.
	05	W40-prorated-pay	pic S9(7)v99 comp-3 value 0.
	05	W40-leave-days		pic S9(3)v99 comp-3 value 0.
	05	W40-toil-days		pic S9(3)v99 comp-3 value 0.
	05	W40-daily-rate		pic S9(5)v99 comp-3 value 0.
	05	W40-leave-payout	pic S9(7)v99 comp-3 value 0.
	05	W40-total-due		pic S9(7)v99 comp-3 value 0.
	05	W40-monthly-rate	pic S9(1)v9(4) comp-3 value 0.
	05	W40-loan-interest	pic S9(7)v99 comp-3 value 0.
	05	W40-loan-total		pic S9(7)v99 comp-3 value 0.
	05	W40-loan-payoff		pic S9(7)v99 comp-3 value 0.
	05	W40-loan-recovered	pic S9(7)v99 comp-3 value 0.
	05	W40-loan-shortfall	pic S9(7)v99 comp-3 value 0.
	05	W40-net-due			pic S9(7)v99 comp-3 value 0.
01	W40-formatted-amount	pic X(15).
01	W40-formatted-date		pic X(10).
01	W40-amount-work			pic S9(7)v99 comp-3.
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5) value spaces.
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-bkup-sw				pic X.
	88	W90-bkup-ok				value "Y".
01	W90-jrnl-status			pic XX.
	88	W90-jrnl-ok				value "00".
01	W90-mast-status			pic XX.
	88	W90-mast-ok				value "00".
01	W90-repay-status		pic XX.
	88	W90-repay-ok			value "00".
01	W90-recv-status			pic XX.
	88	W90-recv-ok				value "00".
01	W60-jrnl-action			pic X.
01	W40-post-work.
	05	W40-post-function	pic X(4).
	05	W40-post-ok-sw		pic X.
		88	W40-post-ok				value "Y".
01	W40-post-rec.
	copy post-rec.
01	W50-header-line.
	05	filler				pic X(80) value "Final Settlement Statement".
01	W50-label-line.
	05	W50-label			pic X(24).
	05	W50-value			pic X(56).
01	W50-days-edited			pic ZZ9.99.
*> One loanrecv line per leaver whose settlement fell short of the
*> loan payoff - the receivable collections works from.
01	W50-recv-line.
	05	W50-recv-emp-id		pic X(5).
	05	filler				pic X(1).
	05	W50-recv-name		pic X(10).
	05	filler				pic X(1).
	05	W50-recv-term-date	pic 9(8).
	05	filler				pic X(1).
	05	W50-recv-payoff		pic ---,--9.99.
	05	filler				pic X(1).
	05	W50-recv-recovered	pic ---,--9.99.
	05	filler				pic X(1).
	05	W50-recv-shortfall	pic ---,--9.99.
	05	filler				pic X(12) value " loan recv".
	copy date-routines.
	copy locale-sw.
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> rewrites the master.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
		move 16 to return-code
		goback
	end-if
	*> No loanmast at all just means nobody has a loan to recover.
	open input loan-mast
	if W90-mast-ok
		move "Y" to W10-loan-open-sw
	else
		if W90-mast-status not = "35"
			display "empterm: unable to open loanmast, status "
				W90-mast-status " - termination not processed."
			close emp-list
			close leave-bal-file
			close jrnl-file
			move 16 to return-code
			goback
		end-if
	end-if
	perform E200-find-loan
	if W10-pending
		display "empterm: loanrpay holds unposted repayments for loan "
			W30-emp-id " - run lonpost before terminating."
		close emp-list
		close leave-bal-file
		close jrnl-file
		if W10-loan-open
			close loan-mast
		end-if
		move 8 to return-code
		goback
	end-if
	open output final-rpt
	if not W90-rpt-ok
		display "empterm: unable to open finalpay, status " W90-rpt-status
		close emp-list
		close leave-bal-file
		close jrnl-file
		if W10-loan-open
			close loan-mast
		end-if
		move 16 to return-code
		goback
	end-if
	perform C100-print-settlement
	perform D100-mark-master
	perform D200-zero-leave-balance
	perform D300-post-loan-recovery
	close emp-list
	close jrnl-file
	close leave-bal-file
	close final-rpt
	if W10-loan-open
		close loan-mast
	end-if
	display "Termination processed for " W30-emp-id
		" - settlement written to finalpay."
	if W40-loan-shortfall > 0
		display "Loan shortfall not covered by the settlement - "
			"listed on loanrecv for collections."
	end-if
	move 0 to return-code
	goback.
B100-compute-settlement.
	if W40-leave-days < 0
		move 0 to W40-leave-days
	end-if
	move 0 to W40-toil-days
	if W10-balfound and lbal-type-code(4) = "T"
			and lbal-balance-days(4) > 0
		move lbal-balance-days(4) to W40-toil-days
	end-if
	*> Multiply before dividing - rounding the daily rate first
	*> loses pennies across the paid-out days.
	if emp-is-hourly of emp-list-rec
		compute W40-leave-payout rounded =
			(W40-leave-days + W40-toil-days) * W40-daily-rate
	else
		compute W40-leave-payout rounded =
			(W40-leave-days + W40-toil-days)
				* emp-salary of emp-list-rec / 260
	end-if
	compute W40-total-due = W40-prorated-pay + W40-leave-payout
	perform B200-price-loan.
B200-price-loan.
	*> The payoff lonsettl would quote less its rebate: balance plus
	*> one month's interest at the loan's own rate, the same split
	*> lonpost takes off the recovery when it posts it.
	move 0 to W40-loan-payoff
	move 0 to W40-loan-recovered
	move 0 to W40-loan-shortfall
	move W40-total-due to W40-net-due
	if not W10-loanfound
		exit paragraph
	end-if
	compute W40-monthly-rate rounded = lnm-rate of loan-mast-rec / 12
	call "intcalc" using
		lnm-balance of loan-mast-rec
		W40-monthly-rate
		W40-loan-interest
		W40-loan-total
	end-call
	compute W40-loan-payoff =
		lnm-balance of loan-mast-rec + W40-loan-interest
	if W40-total-due <= 0
		move 0 to W40-loan-recovered
	else
		if W40-total-due >= W40-loan-payoff
			move W40-loan-payoff to W40-loan-recovered
		else
			move W40-total-due to W40-loan-recovered
		end-if
	end-if
	compute W40-loan-shortfall = W40-loan-payoff - W40-loan-recovered
	compute W40-net-due = W40-total-due - W40-loan-recovered.
C100-print-settlement.
	write rpt-line from W50-header-line after advancing page
	move spaces to W50-label-line
	move spaces to W50-value
	move W50-days-edited to W50-value
	write rpt-line from W50-label-line
	if W40-toil-days > 0
		move "TOIL days paid out:" to W50-label
		move W40-toil-days to W50-days-edited
		move spaces to W50-value
		move W50-days-edited to W50-value
		write rpt-line from W50-label-line
	end-if
	move "Leave payout:" to W50-label
	move W40-leave-payout to W40-amount-work
	perform F100-format-amount
	move "Total settlement due:" to W50-label
	move W40-total-due to W40-amount-work
	perform F100-format-amount
	write rpt-line from W50-label-line
	if W10-loanfound
		move "Staff loan payoff:" to W50-label
		move W40-loan-payoff to W40-amount-work
		perform F100-format-amount
		write rpt-line from W50-label-line
		move "Loan recovered:" to W50-label
		move W40-loan-recovered to W40-amount-work
		perform F100-format-amount
		write rpt-line from W50-label-line
		if W40-loan-shortfall > 0
			move "Loan shortfall (loanrecv):" to W50-label
			move W40-loan-shortfall to W40-amount-work
			perform F100-format-amount
			write rpt-line from W50-label-line
		end-if
		move "Net settlement payable:" to W50-label
		move W40-net-due to W40-amount-work
		perform F100-format-amount
		write rpt-line from W50-label-line
	end-if.
F100-format-amount.
	call "moneyfmt" using
		W40-amount-work LOC-LOCALE-SWITCH W40-formatted-amount
		not invalid key
			move "R" to W60-jrnl-action
			perform J200-write-journal
			perform D150-vacate-post
	end-rewrite.
D150-vacate-post.
	if emp-post-id of emp-list-rec = spaces
		exit paragraph
	end-if
	move "VAC " to W40-post-function
	call "postctl" using W40-post-function emp-post-id of emp-list-rec
		W30-emp-id W30-term-date W90-operator-id W40-post-rec
		W40-post-ok-sw
	end-call
	if W40-post-ok
		display "Post " emp-post-id of emp-list-rec " vacated from "
			W30-term-date "."
	else
		display "empterm: post " emp-post-id of emp-list-rec
			" NOT vacated - check postmast."
	end-if.
J200-write-journal.
	*> After-image of the rewrite just applied, stamped the
	*> DR-TIMESTAMP way - the same shape as empmaint's J200.
	move W60-change-date to jrnl-ts-date
	move W60-change-time to jrnl-ts-time
	move "empterm" to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
		display "empterm: unable to write empjrnl, status " W90-jrnl-status
	end-if.
D200-zero-leave-balance.
	*> The annual and TOIL balances were paid out above - zero them
	*> so a later run (or a rehire under the same id) cannot pay
	*> them twice.
	if W10-balfound
		add W40-leave-days to lbal-used-days(1)
		move 0 to lbal-balance-days(1)
		if W40-toil-days > 0
			add W40-toil-days to lbal-used-days(4)
			move 0 to lbal-balance-days(4)
		end-if
		rewrite leave-bal-file-rec
			invalid key
				display "empterm: unable to rewrite leaveacc, status "
					W90-bal-status
		end-rewrite
	end-if.
D300-post-loan-recovery.
	*> Source "T" - a termination recovery, neither a payroll
	*> installment payrvsl would withdraw nor counter cash.
	if W40-loan-recovered > 0
		open extend loan-repay
		if W90-repay-status = "35"
			open output loan-repay
		end-if
		if not W90-repay-ok
			display "empterm: unable to open loanrpay, status "
				W90-repay-status " - loan recovery NOT posted, "
				"key it at the counter."
		else
			move lnm-id of loan-mast-rec to loan-pay-id
			move W30-term-date to loan-pay-date
			move W40-loan-recovered to loan-pay-amount
			move "T" to loan-pay-source
			write loan-repay-rec
			close loan-repay
		end-if
	end-if
	if W40-loan-shortfall > 0
		open extend recv-rpt
		if W90-recv-status = "35"
			open output recv-rpt
		end-if
		if not W90-recv-ok
			display "empterm: unable to open loanrecv, status "
				W90-recv-status " - shortfall NOT listed."
		else
			move W30-emp-id to W50-recv-emp-id
			move emp-name of emp-list-rec to W50-recv-name
			move W30-term-date to W50-recv-term-date
			move W40-loan-payoff to W50-recv-payoff
			move W40-loan-recovered to W50-recv-recovered
			move W40-loan-shortfall to W50-recv-shortfall
			write recv-line from W50-recv-line
			close recv-rpt
		end-if
	end-if.
E100-find-balance.
	move W30-emp-id to lbal-emp-id of leave-bal-file-rec
	read leave-bal-file
		not invalid key
			move "Y" to W10-balfound-sw
	end-read.
E200-find-loan.
	move "N" to W10-loanfound-sw
	move "N" to W10-pending-sw
	if not W10-loan-open
		exit paragraph
	end-if
	move W30-emp-id to lnm-id of loan-mast-rec
	read loan-mast
		invalid key move "N" to W10-loanfound-sw
		not invalid key move "Y" to W10-loanfound-sw
	end-read
	if W10-loanfound
		if lnm-is-paid-off of loan-mast-rec
				or lnm-balance of loan-mast-rec <= 0
			move "N" to W10-loanfound-sw
		end-if
	end-if
	if not W10-loanfound
		exit paragraph
	end-if
	open input loan-repay
	if W90-repay-ok
		move "N" to W10-repay-eof-sw
		perform Z100-read-repay
		perform until W10-repay-eof
			if loan-pay-id of loan-repay-rec = W30-emp-id
				move "Y" to W10-pending-sw
			end-if
			perform Z100-read-repay
		end-perform
		close loan-repay
	end-if.
Z100-read-repay.
	read loan-repay
		at end move "Y" to W10-repay-eof-sw
	end-read.
