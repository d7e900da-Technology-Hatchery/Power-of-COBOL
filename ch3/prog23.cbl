*> Deposit account dormancy run and unclaimed balances report.
*> Run monthly. Every active savings account on depmast whose last
*> customer movement (dep-last-cust-date - a deposit or withdrawal,
*> never the interest depcap credits) is DEPDORMO months or more
*> before the run date (suiteparm, default 24) is flagged dormant
*> from the run date and listed on the dormancy register depdorm1.
*> Interest keeps capitalizing on a dormant account; depmaint
*> (ch3/prog14.cbl) refuses withdrawals on it until a supervisor
*> reactivates it. Accounts that came over without a last customer
*> date have it rebuilt here from their deptrx deposits and
*> withdrawals - one pass of the log per account, the depstmt way -
*> or failing those from the opened date. A second pass prints
*> the unclaimed balances report depuncl1: every account dormant
*> DEPUNCLM months or more (default 60, the statutory period) with
*> its balance, for hand-over. Term deposits run to their standing
*> maturity instruction and are never flagged.
identification division.
program-id. depdorm.
environment division.
input-output section.
file-control.
	select dep-mast assign to "depmast"
		organization is indexed
		access mode is dynamic
		record key is dep-id of dep-mast-rec
		file status is W90-mast-status.
	select dep-trx assign to "deptrx"
		file status is W90-trx-status.
	select dorm-rpt assign to "depdorm1"
		file status is W90-rpt-status.
	select uncl-rpt assign to "depuncl1"
		file status is W90-uncl-status.
data division.
file section.
fd	dep-mast.
01	dep-mast-rec.
	copy dep-mast-rec.
fd	dep-trx.
01	dep-trx-rec.
	copy dep-trx-rec.
fd	dorm-rpt
	label records are standard.
01	rpt-line			pic X(80).
fd	uncl-rpt
	label records are standard.
01	uncl-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-trx-eof-sw		pic X value "N".
		88	W10-trx-eof				value "Y".
	05	W10-rebuilt-sw		pic X value "N".
		88	W10-rebuilt				value "Y".
01	W20-counters.
	05	W20-checked-count	pic 9(5) comp value 0.
	05	W20-dormant-count	pic 9(5) comp value 0.
	05	W20-rebuilt-count	pic 9(5) comp value 0.
	05	W20-uncl-count		pic 9(5) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-run-date			pic 9(8).
01	W30-run-reply			pic 9(8).
01	W30-dorm-months			pic S9(7)v99 comp-3.
01	W30-uncl-months			pic S9(7)v99 comp-3.
01	W30-parm-key			pic X(8).
01	W30-parm-default		pic S9(7)v99 comp-3.
01	W30-balance				pic S9(7)v99 comp-3.
01	W30-dorm-total			pic S9(9)v99 comp-3 value 0.
01	W30-uncl-total			pic S9(9)v99 comp-3 value 0.
01	W40-elapsed				pic S9(5) comp.
01	W40-start-date			pic 9(8).
01	filler redefines W40-start-date.
	05	W40-start-yyyy		pic 9(4).
	05	W40-start-mm		pic 99.
	05	W40-start-dd		pic 99.
01	W40-end-date			pic 9(8).
01	filler redefines W40-end-date.
	05	W40-end-yyyy		pic 9(4).
	05	W40-end-mm			pic 99.
	05	W40-end-dd			pic 99.
01	W40-formatted-amt		pic X(15).
01	W40-formatted-date		pic X(10).
01	W90-mast-status			pic XX.
	88	W90-mast-ok				value "00".
01	W90-trx-status			pic XX.
	88	W90-trx-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-uncl-status			pic XX.
	88	W90-uncl-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
01	W50-detail-line.
	05	W50-dep-id			pic X(5).
	05	filler				pic X(3).
	05	W50-last-cust		pic X(10).
	05	filler				pic X(3).
	05	W50-dormant-from	pic X(10).
	05	filler				pic X(3).
	05	W50-months			pic ZZZZ9.
	05	filler				pic X(3).
	05	W50-balance			pic X(15).
	05	filler				pic X(23).
01	W50-total-line.
	05	W50-total-label		pic X(20).
	05	W50-total-count		pic ZZZZ9.
	05	filler				pic X(10) value "  Total: ".
	05	W50-total-balance	pic Z(8)9.99-.
	05	filler				pic X(32).
	copy locale-sw.
	copy rpt-writer.
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> rewrites depmast.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	display "Dormancy run date (yyyymmdd, 0 for today): "
		with no advancing
	accept W30-run-reply
	if W30-run-reply not = 0
		move W30-run-reply to W30-run-date
	end-if
	move "DEPDORMO" to W30-parm-key
	move 24 to W30-parm-default
	call "parmget" using W30-parm-key W30-parm-default W30-dorm-months
	end-call
	move "DEPUNCLM" to W30-parm-key
	move 60 to W30-parm-default
	call "parmget" using W30-parm-key W30-parm-default W30-uncl-months
	end-call
	open i-o dep-mast
	if not W90-mast-ok
		display "depdorm: unable to open depmast, status " W90-mast-status
			" - open accounts with depmaint first."
		move 16 to return-code
		goback
	end-if
	open output dorm-rpt
	if not W90-rpt-ok
		display "depdorm: unable to open depdorm1, status " W90-rpt-status
		close dep-mast
		move 16 to return-code
		goback
	end-if
	open output uncl-rpt
	if not W90-uncl-ok
		display "depdorm: unable to open depuncl1, status "
			W90-uncl-status
		close dep-mast
		close dorm-rpt
		move 16 to return-code
		goback
	end-if
	perform B100-flag-dormant
	perform B200-list-unclaimed
	close dep-mast
	close dorm-rpt
	close uncl-rpt
	move "depdorm1" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "depdorm: depdorm1 produced but not archived."
	end-if
	move "depuncl1" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "depdorm: depuncl1 produced but not archived."
	end-if
	display "Dormancy run complete for " W30-run-date "."
	display "Savings accounts checked:  " W20-checked-count
	display "Newly flagged dormant:     " W20-dormant-count
	display "Last customer date rebuilt:" W20-rebuilt-count
	display "Unclaimed for hand-over:   " W20-uncl-count
	move 0 to return-code
	goback.
B100-flag-dormant.
	move "INIT" to RW-FUNCTION
	move "Dormant Deposit Accounts" to RW-REPORT-TITLE
	move "Account  Last cust.   Dormant from  Months          Balance"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	move "N" to W10-eof-sw
	move low-values to dep-id of dep-mast-rec
	start dep-mast key is >= dep-id of dep-mast-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read dep-mast next record
			at end move "Y" to W10-eof-sw
		end-read
		if not W10-eof
				and dep-is-active of dep-mast-rec
				and dep-is-savings of dep-mast-rec
				and not dep-is-dormant of dep-mast-rec
			perform C100-check-one
		end-if
	end-perform
	move "Newly dormant:" to W50-total-label
	move W20-dormant-count to W50-total-count
	move W30-dorm-total to W50-total-balance
	move "FOOT" to RW-FUNCTION
	move W50-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
B200-list-unclaimed.
	move "INIT" to RW-FUNCTION
	move "Unclaimed Deposit Balances" to RW-REPORT-TITLE
	move "Account  Last cust.   Dormant from  Months          Balance"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	move "N" to W10-eof-sw
	move low-values to dep-id of dep-mast-rec
	start dep-mast key is >= dep-id of dep-mast-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read dep-mast next record
			at end move "Y" to W10-eof-sw
		end-read
		if not W10-eof
				and dep-is-active of dep-mast-rec
				and dep-is-dormant of dep-mast-rec
			move dep-dormant-date of dep-mast-rec to W40-start-date
			move W30-run-date to W40-end-date
			perform X200-months-between
			if W40-elapsed >= W30-uncl-months
				add 1 to W20-uncl-count
				add dep-balance of dep-mast-rec to W30-uncl-total
				perform D100-format-detail
				move "LINE" to RW-FUNCTION
				move W50-detail-line to RW-DETAIL-LINE
				call "rptwrite" using RW-PARMS end-call
				perform W200-write-uncl-lines
			end-if
		end-if
	end-perform
	move "For hand-over:" to W50-total-label
	move W20-uncl-count to W50-total-count
	move W30-uncl-total to W50-total-balance
	move "FOOT" to RW-FUNCTION
	move W50-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W200-write-uncl-lines.
C100-check-one.
	add 1 to W20-checked-count
	move "N" to W10-rebuilt-sw
	if dep-last-cust-date of dep-mast-rec not numeric
			or dep-last-cust-date of dep-mast-rec = 0
		perform C200-rebuild-last-cust
	end-if
	move dep-last-cust-date of dep-mast-rec to W40-start-date
	move W30-run-date to W40-end-date
	perform X200-months-between
	if W40-elapsed < W30-dorm-months
		if W10-rebuilt
			perform C300-rewrite-account
		end-if
		exit paragraph
	end-if
	move "Y" to dep-dormant-sw of dep-mast-rec
	move W30-run-date to dep-dormant-date of dep-mast-rec
	perform C300-rewrite-account
	add 1 to W20-dormant-count
	add dep-balance of dep-mast-rec to W30-dorm-total
	perform D100-format-detail
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
C200-rebuild-last-cust.
	*> The latest deposit or withdrawal on the log, else the day the
	*> account was opened - written back to the master whether or
	*> not the account turns out dormant.
	move dep-opened-date of dep-mast-rec
		to dep-last-cust-date of dep-mast-rec
	open input dep-trx
	if W90-trx-ok
		move "N" to W10-trx-eof-sw
		perform Z100-read-trx
		perform until W10-trx-eof
			if dtx-id of dep-trx-rec = dep-id of dep-mast-rec
					and (dtx-is-deposit of dep-trx-rec
						or dtx-is-withdrawal of dep-trx-rec)
					and dtx-date of dep-trx-rec
						> dep-last-cust-date of dep-mast-rec
				move dtx-date of dep-trx-rec
					to dep-last-cust-date of dep-mast-rec
			end-if
			perform Z100-read-trx
		end-perform
		close dep-trx
	end-if
	add 1 to W20-rebuilt-count
	move "Y" to W10-rebuilt-sw.
C300-rewrite-account.
	rewrite dep-mast-rec
		invalid key
			display "depdorm: unable to update account "
				dep-id of dep-mast-rec ", status " W90-mast-status
	end-rewrite.
D100-format-detail.
	move dep-id of dep-mast-rec to W50-dep-id
	call "datefmt" using
		dep-last-cust-date of dep-mast-rec LOC-LOCALE-SWITCH
		W40-formatted-date
	end-call
	move W40-formatted-date to W50-last-cust
	call "datefmt" using
		dep-dormant-date of dep-mast-rec LOC-LOCALE-SWITCH
		W40-formatted-date
	end-call
	move W40-formatted-date to W50-dormant-from
	move W40-elapsed to W50-months
	*> moneyfmt takes S9(7)v99 - the balance stages through it.
	move dep-balance of dep-mast-rec to W30-balance
	call "moneyfmt" using W30-balance LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-balance.
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
W200-write-uncl-lines.
	perform varying W20-rw-sub from 1 by 1
			until W20-rw-sub > RW-OUT-COUNT
		if RW-OUT-ADVANCE(W20-rw-sub) = "P"
			write uncl-line from RW-OUT-TEXT(W20-rw-sub)
				after advancing page
		else
			write uncl-line from RW-OUT-TEXT(W20-rw-sub)
		end-if
	end-perform.
X200-months-between.
	*> Whole calendar months from W40-start-date to W40-end-date -
	*> depmaint's elapsed-months arithmetic.
	compute W40-elapsed =
		(W40-end-yyyy * 12 + W40-end-mm)
		- (W40-start-yyyy * 12 + W40-start-mm)
	if W40-end-dd < W40-start-dd
		subtract 1 from W40-elapsed
	end-if
	if W40-elapsed < 0
		move 0 to W40-elapsed
	end-if.
Z100-read-trx.
	read dep-trx
		at end move "Y" to W10-trx-eof-sw
	end-read.
