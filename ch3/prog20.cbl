*> Loan write-off.
*> A loan londelq (ch3/prog7.cbl) has aged past its final bucket -
*> over 90 days with no money moving - stayed on loanmast as an
*> active balance for years. This walks the active loans, ageing
*> them the londelq way as of an operator-supplied date, and offers
*> each one past the final bucket for write-off; the loans picked
*> are written off only once a supervisor signs on (opsignon level
*> "A") to approve the batch. A written-off loan leaves the active
*> book: status "W" (lnm-is-written-off), the balance it carried
*> kept in lnm-wo-amount with the date, lnm-balance and the
*> provision lonprov (ch3/prog19.cbl) held against it set to zero -
*> payrun stops deducting, londelq and lonaccr stop seeing it, and
*> anything paid on it later lonpost books as a recovery. The
*> ledger side goes to loangl01 the lonprov way (added to a
*> waiting generation, a new one when the last is done with, never
*> while one is with the ledger unacknowledged): CR LOANRECV for
*> the balance, DR LOANPROV for the provision it used, and the
*> difference DR PROVEXP - or CR when the provision held was more
*> than the balance - every description "Woff" and the loan id.
*> The write-off register prints to lonwoff1.
identification division.
program-id. lonwoff.
environment division.
input-output section.
file-control.
	select loan-mast assign to "loanmast"
		organization is indexed
		access mode is dynamic
		record key is lnm-id of loan-mast-rec
		file status is W90-mast-status.
	select gl-file assign to "loangl01"
		file status is W90-gl-status.
	select woff-rpt assign to "lonwoff1"
		file status is W90-rpt-status.
data division.
file section.
fd	loan-mast.
01	loan-mast-rec.
	copy loan-mast-rec.
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
fd	woff-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
01	W20-counters.
	05	W20-candidate-count	pic 9(5) comp value 0.
	05	W20-woff-count		pic 9(5) comp value 0.
	05	W20-line-count		pic 9(5) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-asof-date			pic 9(8).
01	W30-asof-reply			pic 9(8).
01	W30-asof-days			pic S9(7) comp value 0.
01	W30-last-days			pic S9(7) comp value 0.
01	W30-overdue-days		pic S9(5) comp value 0.
01	W30-activity-date		pic 9(8).
01	W30-decision			pic X.
01	W40-woff-work.
	05	W40-balance			pic S9(7)v99 comp-3.
	05	W40-prov-used		pic S9(7)v99 comp-3.
	05	W40-to-expense		pic S9(7)v99 comp-3.
	05	W40-total-woff		pic S9(9)v99 comp-3 value 0.
01	W40-formatted-amt		pic X(15).
01	W40-formatted-date		pic X(10).
01	W70-line-side			pic X(2).
01	W70-line-account		pic X(8).
01	W70-line-amount			pic S9(9)v99 comp-3.
01	W75-account				pic X(8).
01	W75-valid-sw			pic X.
	88	W75-acct-valid			value "Y".
01	W75-invalid-count		pic 9(2) comp value 0.
01	W35-xmit-work.
	05	W35-xmit-function	pic X(4).
	05	W35-xmit-file-id	pic X(8).
	05	W35-xmit-seq		pic 9(6).
	05	W35-xmit-blocked-sw	pic X.
		88	W35-xmit-blocked		value "Y".
	05	W35-xmit-latest		pic X.
		88	W35-latest-waiting		value "G".
		88	W35-latest-sent			value "T".
01	W90-mast-status			pic XX.
	88	W90-mast-ok				value "00".
01	W90-gl-status			pic XX.
	88	W90-gl-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-super-level			pic X value "A".
01	W90-super-sw			pic X.
	88	W90-super-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
*> The loans the operator picked, held until the supervisor has
*> approved them.
01	W60-pick-table.
	05	W60-pick-count		pic 9(4) comp value 0.
	05	W60-pick-entry occurs 500 times indexed by pick-idx.
		10	W60-pick-id			pic X(5).
		10	W60-pick-last		pic 9(8).
		10	W60-pick-days		pic S9(5) comp.
01	W50-detail-line.
	05	W50-loan-id			pic X(5).
	05	filler				pic X(2).
	05	W50-last-date		pic 9(8).
	05	filler				pic X(2).
	05	W50-days			pic ZZZZ9.
	05	filler				pic X(6).
	05	W50-woff			pic X(15).
	05	W50-prov-used		pic X(15).
	05	W50-to-expense		pic X(15).
	05	filler				pic X(7).
01	W50-total-line.
	05	filler				pic X(20) value "Loans written off: ".
	05	W50-total-count		pic ZZZZ9.
	05	filler				pic X(10) value "  Total: ".
	05	W50-total-woff		pic X(15).
	05	filler				pic X(30).
	copy locale-sw.
	copy date-routines.
	copy rpt-writer.
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> rewrites loanmast and books to the ledger.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-asof-date from date yyyymmdd
	display "Write-off as of date (yyyymmdd, 0 for today): "
		with no advancing
	accept W30-asof-reply
	if W30-asof-reply not = 0
		move W30-asof-reply to W30-asof-date
	end-if
	move W30-asof-date to DR-GREG-DATE
	perform B100-days-since-epoch
	move W30-last-days to W30-asof-days
	move 0 to W75-invalid-count
	move "LOANRECV" to W75-account
	perform B200-check-account
	move "LOANPROV" to W75-account
	perform B200-check-account
	move "PROVEXP " to W75-account
	perform B200-check-account
	if W75-invalid-count > 0
		display "lonwoff: account(s) not on the chart - nothing written "
			"off. Load them with coamnt first."
		move 8 to return-code
		goback
	end-if
	*> Find out before anybody is asked anything whether the ledger
	*> file can take the lines at all.
	move "STAT" to W35-xmit-function
	move "LOANGL01" to W35-xmit-file-id
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	move W35-xmit-blocked-sw to W35-xmit-latest
	if W35-latest-sent
		display "lonwoff: loangl01 generation " W35-xmit-seq " is "
			"TRANSMITTED and not acknowledged - nothing written off."
		move 8 to return-code
		goback
	end-if
	open i-o loan-mast
	if not W90-mast-ok
		display "lonwoff: unable to open loanmast, status " W90-mast-status
		move 16 to return-code
		goback
	end-if
	perform C100-pick-loans
	if W60-pick-count = 0
		display "lonwoff: " W20-candidate-count " loan(s) past the final "
			"bucket, none picked - nothing written off."
		close loan-mast
		move 0 to return-code
		goback
	end-if
	display W60-pick-count " loan(s) picked for write-off."
	display "Supervisor sign-on required to approve the write-off."
	call "opsignon" using W90-super-sw W90-super-level end-call
	if not W90-super-ok
		display "lonwoff: write-off not approved - nothing written off."
		close loan-mast
		move 8 to return-code
		goback
	end-if
	perform B400-open-gl
	open output woff-rpt
	if not W90-rpt-ok
		display "lonwoff: unable to open lonwoff1, status " W90-rpt-status
		close loan-mast
		close gl-file
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move "Loan Write-off Register" to RW-REPORT-TITLE
	move "Loan   Last paid  Days          Written off Provision used     To expense"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	perform varying pick-idx from 1 by 1 until pick-idx > W60-pick-count
		perform D100-write-off-one
	end-perform
	perform D400-print-totals
	close loan-mast
	close gl-file
	close woff-rpt
	if not W35-latest-waiting
		move "GEN " to W35-xmit-function
		call "xmitctl" using W35-xmit-function W35-xmit-file-id
			W35-xmit-seq W35-xmit-blocked-sw
		end-call
		display "loangl01 generation " W35-xmit-seq
			" registered on xmitreg."
	else
		display "Write-off lines added to loangl01 generation "
			W35-xmit-seq "."
	end-if
	move "lonwoff1" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "lonwoff: report produced but not archived."
	end-if
	display "Loans written off:     " W20-woff-count
	display "Journal lines written: " W20-line-count
	move 0 to return-code
	goback.
B100-days-since-epoch.
	*> londelq's rough day count (years at 365 plus the Julian
	*> day-of-year), so "past the final bucket" means what it means
	*> on the delinquency report. DR-GREG-DATE is set by the caller;
	*> the answer lands in W30-last-days.
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-OK
		compute W30-last-days =
			((DR-GREG-CC * 100 + DR-GREG-YY) * 365) + DR-JUL-DDD
	else
		move 0 to W30-last-days
	end-if.
B200-check-account.
	call "coaedit" using W75-account W75-valid-sw end-call
	if not W75-acct-valid
		add 1 to W75-invalid-count
		display "lonwoff: account " W75-account " is not on coamast."
	end-if.
B400-open-gl.
	call "datefmt" using
		W30-asof-date LOC-LOCALE-SWITCH W40-formatted-date
	end-call
	if W35-latest-waiting
		open extend gl-file
		if not W90-gl-ok
			display "lonwoff: unable to extend loangl01, status "
				W90-gl-status " - nothing written off."
			close loan-mast
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
			display "lonwoff: unable to open loangl01, status "
				W90-gl-status " - nothing written off."
			close loan-mast
			move 16 to return-code
			goback
		end-if
		move spaces to gl-journal-rec
		move "HD" to gl-dr-cr
		move "LOANGL01" to gl-account
		move W35-xmit-seq to gl-amount
		move W40-formatted-date to gl-run-date
		move "Transmission header" to gl-description
		write gl-journal-rec
		add 1 to W20-line-count
	end-if.
C100-pick-loans.
	move "N" to W10-eof-sw
	move low-values to lnm-id of loan-mast-rec
	start loan-mast key is >= lnm-id of loan-mast-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		perform Z100-read-next-loan
		if not W10-eof and lnm-is-active of loan-mast-rec
				and lnm-balance of loan-mast-rec > 0
			perform C200-offer-one
		end-if
	end-perform.
C200-offer-one.
	*> The londelq ageing - only a loan past its over-90-days bucket
	*> is offered.
	if lnm-last-pay-date of loan-mast-rec = 0
		move lnm-booked-date of loan-mast-rec to W30-activity-date
	else
		move lnm-last-pay-date of loan-mast-rec to W30-activity-date
	end-if
	if W30-activity-date(1:6) >= W30-asof-date(1:6)
		exit paragraph
	end-if
	move W30-activity-date to DR-GREG-DATE
	perform B100-days-since-epoch
	compute W30-overdue-days = W30-asof-days - W30-last-days
	if W30-overdue-days <= 90
		exit paragraph
	end-if
	add 1 to W20-candidate-count
	call "moneyfmt" using
		lnm-balance of loan-mast-rec LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	display " "
	display "Loan " lnm-id of loan-mast-rec "  balance " W40-formatted-amt
	call "moneyfmt" using
		lnm-provision of loan-mast-rec LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	display "  unpaid since " W30-activity-date ", " W30-overdue-days
		" days; provision held " W40-formatted-amt
	display "Write this loan off? (Y/N): " with no advancing
	accept W30-decision
	if W30-decision not = "Y" and W30-decision not = "y"
		exit paragraph
	end-if
	if W60-pick-count >= 500
		display "lonwoff: 500 loans already picked - write these off "
			"and run again for the rest."
		exit paragraph
	end-if
	add 1 to W60-pick-count
	set pick-idx to W60-pick-count
	move lnm-id of loan-mast-rec to W60-pick-id(pick-idx)
	move W30-activity-date to W60-pick-last(pick-idx)
	move W30-overdue-days to W60-pick-days(pick-idx).
D100-write-off-one.
	move W60-pick-id(pick-idx) to lnm-id of loan-mast-rec
	read loan-mast
		invalid key
			display "lonwoff: loan " W60-pick-id(pick-idx)
				" has gone from the master - not written off."
			exit paragraph
	end-read
	if not lnm-is-active of loan-mast-rec
		display "lonwoff: loan " W60-pick-id(pick-idx)
			" is no longer active - not written off."
		exit paragraph
	end-if
	move lnm-balance of loan-mast-rec to W40-balance
	move lnm-provision of loan-mast-rec to W40-prov-used
	compute W40-to-expense = W40-balance - W40-prov-used
	move "W" to lnm-status of loan-mast-rec
	move W30-asof-date to lnm-wo-date of loan-mast-rec
	move W40-balance to lnm-wo-amount of loan-mast-rec
	move 0 to lnm-recovered of loan-mast-rec
	move 0 to lnm-balance of loan-mast-rec
	move 0 to lnm-provision of loan-mast-rec
	rewrite loan-mast-rec
		invalid key
			display "lonwoff: unable to update loan "
				lnm-id of loan-mast-rec ", status " W90-mast-status
				" - not written off."
			exit paragraph
	end-rewrite
	add 1 to W20-woff-count
	add W40-balance to W40-total-woff
	perform D200-book-write-off
	perform D300-print-one.
D200-book-write-off.
	move "CR" to W70-line-side
	move "LOANRECV" to W70-line-account
	move W40-balance to W70-line-amount
	perform X100-write-woff-line
	if W40-prov-used > 0
		move "DR" to W70-line-side
		move "LOANPROV" to W70-line-account
		move W40-prov-used to W70-line-amount
		perform X100-write-woff-line
	end-if
	evaluate true
		when W40-to-expense > 0
			move "DR" to W70-line-side
			move "PROVEXP " to W70-line-account
			move W40-to-expense to W70-line-amount
			perform X100-write-woff-line
		when W40-to-expense < 0
			move "CR" to W70-line-side
			move "PROVEXP " to W70-line-account
			compute W70-line-amount = 0 - W40-to-expense
			perform X100-write-woff-line
		when other
			continue
	end-evaluate.
D300-print-one.
	move lnm-id of loan-mast-rec to W50-loan-id
	move W60-pick-last(pick-idx) to W50-last-date
	move W60-pick-days(pick-idx) to W50-days
	call "moneyfmt" using
		W40-balance LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-woff
	call "moneyfmt" using
		W40-prov-used LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-prov-used
	call "moneyfmt" using
		W40-to-expense LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-to-expense
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D400-print-totals.
	move W20-woff-count to W50-total-count
	call "moneyfmt" using
		W40-total-woff LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-total-woff
	move "FOOT" to RW-FUNCTION
	move W50-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
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
X100-write-woff-line.
	move spaces to gl-journal-rec
	move W70-line-side to gl-dr-cr
	move W70-line-account to gl-account
	move W70-line-amount to gl-amount
	move W40-formatted-date to gl-run-date
	string "Woff loan " delimited by size
		lnm-id of loan-mast-rec delimited by size
		into gl-description
	end-string
	write gl-journal-rec
	add 1 to W20-line-count.
Z100-read-next-loan.
	read loan-mast next record
		at end move "Y" to W10-eof-sw
	end-read.
