*> Loan loss provisioning.
*> londelq (ch3/prog7.cbl) ages the loans nobody is paying, and that
*> was where it stopped - the books carried every overdue balance
*> at face value. Run at month end, this ages every active loan on
*> loanmast exactly the way londelq does (the booking date standing
*> in for a loan never paid; paid in the as-of month is current)
*> and holds a provision of a set percentage of the balance against
*> each bucket - current, 1-30, 31-60, 61-90 and over 90 days - at
*> the suiteparm percentages PROVCURR, PROV0030, PROV3160, PROV6190
*> and PROVOVER (defaults 1, 5, 20, 50 and 100). What the loan
*> needs now less what it already held (lnm-provision) is the
*> month's movement; a loan paid off since releases all it held.
*> The net movement books to the loan run's interface file loangl01
*> - DR PROVEXP / CR LOANPROV for an increase, the other way round
*> for a release - and every recovery lonpost (ch3/prog6.cbl) has
*> taken on a written-off loan since the last run is drained from
*> lonrcov as DR LOANRECV / CR RECOVINC, recovery income. The lines
*> are added to loangl01 the payaccr (ch10/prog35.cbl) way: onto a
*> generation xmitctl (ch9/prog25.cbl) says is still waiting to go,
*> as a new generation when the last one is done with, and not at
*> all while one is with the ledger unacknowledged - descriptions
*> start "Prov" and "Rcvy" so lonaccr (ch3/prog12.cbl) carries them
*> over when it rebuilds a waiting generation. Every account proves
*> against the chart first. Per-loan detail and bucket totals print
*> to lonprov1 through the report writer. The write-off of loans
*> past the final bucket is lonwoff (ch3/prog20.cbl).
identification division.
program-id. lonprov.
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
	select rcov-file assign to "lonrcov"
		file status is W90-rcov-status.
	select prov-rpt assign to "lonprov1"
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
fd	rcov-file.
01	rcov-file-rec.
	copy loan-pay-rec replacing leading ==loan-pay== by ==rcov-pay==.
fd	prov-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-rcov-open-sw	pic X value "N".
		88	W10-rcov-open			value "Y".
01	W20-counters.
	05	W20-loan-count		pic 9(5) comp value 0.
	05	W20-release-count	pic 9(5) comp value 0.
	05	W20-rcov-count		pic 9(5) comp value 0.
	05	W20-line-count		pic 9(5) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-asof-date			pic 9(8).
01	W30-asof-reply			pic 9(8).
01	W30-asof-days			pic S9(7) comp value 0.
01	W30-last-days			pic S9(7) comp value 0.
01	W30-overdue-days		pic S9(5) comp value 0.
01	W30-activity-date		pic 9(8).
01	W40-prov-work.
	05	W40-bucket			pic 9 comp.
	05	W40-required		pic S9(7)v99 comp-3.
	05	W40-movement		pic S9(7)v99 comp-3.
	05	W40-net-movement	pic S9(9)v99 comp-3 value 0.
	05	W40-total-held		pic S9(9)v99 comp-3 value 0.
	05	W40-total-rcov		pic S9(9)v99 comp-3 value 0.
01	W40-formatted-amt		pic X(15).
01	W40-formatted-date		pic X(10).
01	W40-period				pic 9(6).
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
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W90-mast-status			pic XX.
	88	W90-mast-ok				value "00".
01	W90-gl-status			pic XX.
	88	W90-gl-ok				value "00".
01	W90-rcov-status			pic XX.
	88	W90-rcov-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
*> The five londelq buckets - entry 1 is current, 5 is over 90
*> days - with the percentage held against each and the month's
*> totals.
01	W60-bucket-table.
	05	W60-bucket-entry occurs 5 times indexed by bkt-idx.
		10	W60-bkt-label		pic X(13).
		10	W60-bkt-parm		pic X(8).
		10	W60-bkt-default		pic S9(7)v99 comp-3.
		10	W60-bkt-pct			pic S9(7)v99 comp-3.
		10	W60-bkt-count		pic 9(5) comp.
		10	W60-bkt-balance		pic S9(9)v99 comp-3.
		10	W60-bkt-held		pic S9(9)v99 comp-3.
01	W50-detail-line.
	05	W50-loan-id			pic X(5).
	05	filler				pic X(1).
	05	W50-balance			pic X(15).
	05	filler				pic X(1).
	05	W50-days			pic ZZZZ9.
	05	filler				pic X(2).
	05	W50-bucket			pic X(13).
	05	W50-pct				pic ZZ9.99.
	05	W50-required		pic X(15).
	05	W50-movement		pic X(15).
	05	filler				pic X(2).
01	W50-bucket-line.
	05	W50-bkt-label		pic X(13).
	05	filler				pic X(2).
	05	W50-bkt-count		pic ZZZZ9.
	05	filler				pic X(9) value " loan(s) ".
	05	W50-bkt-balance		pic X(15).
	05	filler				pic X(7) value "  held ".
	05	W50-bkt-held		pic X(15).
	05	filler				pic X(14).
01	W50-total-line.
	05	filler				pic X(16) value "Provision held: ".
	05	W50-total-held		pic X(15).
	05	filler				pic X(16) value "  Net movement: ".
	05	W50-total-move		pic X(15).
	05	filler				pic X(18).
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
	display "Provision as of date (yyyymmdd, 0 for today): "
		with no advancing
	accept W30-asof-reply
	if W30-asof-reply not = 0
		move W30-asof-reply to W30-asof-date
	end-if
	move W30-asof-date to DR-GREG-DATE
	perform B100-days-since-epoch
	move W30-last-days to W30-asof-days
	move W30-asof-date(1:6) to W40-period
	*> The four provisioning accounts prove against the chart before
	*> anything is computed - an out-of-chart run stops here.
	move 0 to W75-invalid-count
	move "PROVEXP " to W75-account
	perform B200-check-account
	move "LOANPROV" to W75-account
	perform B200-check-account
	move "LOANRECV" to W75-account
	perform B200-check-account
	move "RECOVINC" to W75-account
	perform B200-check-account
	if W75-invalid-count > 0
		display "lonprov: account(s) not on the chart - provision NOT "
			"run. Load them with coamnt first."
		move 8 to return-code
		goback
	end-if
	perform B300-load-buckets
	open i-o loan-mast
	if not W90-mast-ok
		display "lonprov: unable to open loanmast, status " W90-mast-status
		move 16 to return-code
		goback
	end-if
	perform B400-open-gl
	open output prov-rpt
	if not W90-rpt-ok
		display "lonprov: unable to open lonprov1, status " W90-rpt-status
		close loan-mast
		close gl-file
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move "Loan Loss Provision" to RW-REPORT-TITLE
	move "Loan          Balance  Days  Ageing         Pct      Provision       Movement"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	perform C100-walk-loans
	perform D100-book-movement
	perform D200-book-recoveries
	perform D400-print-totals
	close loan-mast
	close gl-file
	close prov-rpt
	if not W35-latest-waiting
		move "GEN " to W35-xmit-function
		call "xmitctl" using W35-xmit-function W35-xmit-file-id
			W35-xmit-seq W35-xmit-blocked-sw
		end-call
		display "loangl01 generation " W35-xmit-seq
			" registered on xmitreg."
	else
		display "Provision lines added to loangl01 generation "
			W35-xmit-seq "."
	end-if
	*> Every recovery is on loangl01 now - lonrcov starts again empty.
	if W10-rcov-open
		open output rcov-file
		if W90-rcov-ok
			close rcov-file
		else
			display "lonprov: unable to empty lonrcov, status "
				W90-rcov-status " - clear it before the next run."
		end-if
	end-if
	move "lonprov1" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "lonprov: report produced but not archived."
	end-if
	display "Loan loss provision complete as of " W30-asof-date "."
	display "Active loans provided:   " W20-loan-count
	display "Paid-off loans released: " W20-release-count
	display "Recoveries booked:       " W20-rcov-count
	display "Journal lines written:   " W20-line-count
	move 0 to return-code
	goback.
B100-days-since-epoch.
	*> londelq's rough day count (years at 365 plus the Julian
	*> day-of-year), so a loan lands in the same bucket on both
	*> reports. DR-GREG-DATE is set by the caller; the answer lands
	*> in W30-last-days.
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
		display "lonprov: account " W75-account " is not on coamast."
	end-if.
B300-load-buckets.
	move "CURRENT" to W60-bkt-label(1)
	move "PROVCURR" to W60-bkt-parm(1)
	move 1 to W60-bkt-default(1)
	move "1-30 days" to W60-bkt-label(2)
	move "PROV0030" to W60-bkt-parm(2)
	move 5 to W60-bkt-default(2)
	move "31-60 days" to W60-bkt-label(3)
	move "PROV3160" to W60-bkt-parm(3)
	move 20 to W60-bkt-default(3)
	move "61-90 days" to W60-bkt-label(4)
	move "PROV6190" to W60-bkt-parm(4)
	move 50 to W60-bkt-default(4)
	move "OVER 90 DAYS" to W60-bkt-label(5)
	move "PROVOVER" to W60-bkt-parm(5)
	move 100 to W60-bkt-default(5)
	perform varying bkt-idx from 1 by 1 until bkt-idx > 5
		move W60-bkt-parm(bkt-idx) to W35-parm-key
		move W60-bkt-default(bkt-idx) to W35-parm-default
		call "parmget" using
			W35-parm-key W35-parm-default W60-bkt-pct(bkt-idx)
		end-call
		move 0 to W60-bkt-count(bkt-idx)
		move 0 to W60-bkt-balance(bkt-idx)
		move 0 to W60-bkt-held(bkt-idx)
	end-perform.
B400-open-gl.
	*> loangl01 still waiting to go takes these lines on the end; one
	*> the ledger has acknowledged (or none at all) is replaced by a
	*> generation of their own; one with the ledger unacknowledged
	*> is left alone and nothing is provided.
	move "STAT" to W35-xmit-function
	move "LOANGL01" to W35-xmit-file-id
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	move W35-xmit-blocked-sw to W35-xmit-latest
	if W35-latest-sent
		display "lonprov: loangl01 generation " W35-xmit-seq " is "
			"TRANSMITTED and not acknowledged - provision NOT run."
		display "Rerun lonprov for " W30-asof-date " once it is "
			"acknowledged."
		close loan-mast
		move 8 to return-code
		goback
	end-if
	call "datefmt" using
		W30-asof-date LOC-LOCALE-SWITCH W40-formatted-date
	end-call
	if W35-latest-waiting
		open extend gl-file
		if not W90-gl-ok
			display "lonprov: unable to extend loangl01, status "
				W90-gl-status
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
			display "lonprov: unable to open loangl01, status "
				W90-gl-status
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
C100-walk-loans.
	move "N" to W10-eof-sw
	move low-values to lnm-id of loan-mast-rec
	start loan-mast key is >= lnm-id of loan-mast-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		perform Z100-read-next-loan
		if not W10-eof
			evaluate true
				when lnm-is-active of loan-mast-rec
					add 1 to W20-loan-count
					perform C200-provide-one
				when lnm-is-paid-off of loan-mast-rec
						and lnm-provision of loan-mast-rec not = 0
					add 1 to W20-release-count
					perform C400-release-one
				when other
					continue
			end-evaluate
		end-if
	end-perform.
C200-provide-one.
	*> The londelq ageing: the last time money moved - the booking
	*> date when it never has. Paid in the as-of month is current.
	if lnm-last-pay-date of loan-mast-rec = 0
		move lnm-booked-date of loan-mast-rec to W30-activity-date
	else
		move lnm-last-pay-date of loan-mast-rec to W30-activity-date
	end-if
	if W30-activity-date(1:6) >= W30-asof-date(1:6)
		move 0 to W30-overdue-days
		move 1 to W40-bucket
	else
		move W30-activity-date to DR-GREG-DATE
		perform B100-days-since-epoch
		compute W30-overdue-days = W30-asof-days - W30-last-days
		if W30-overdue-days < 0
			move 0 to W30-overdue-days
		end-if
		evaluate true
			when W30-overdue-days <= 30
				move 2 to W40-bucket
			when W30-overdue-days <= 60
				move 3 to W40-bucket
			when W30-overdue-days <= 90
				move 4 to W40-bucket
			when other
				move 5 to W40-bucket
		end-evaluate
	end-if
	set bkt-idx to W40-bucket
	if lnm-balance of loan-mast-rec > 0
		compute W40-required rounded =
			lnm-balance of loan-mast-rec * W60-bkt-pct(bkt-idx) / 100
	else
		move 0 to W40-required
	end-if
	compute W40-movement =
		W40-required - lnm-provision of loan-mast-rec
	add 1 to W60-bkt-count(bkt-idx)
	add lnm-balance of loan-mast-rec to W60-bkt-balance(bkt-idx)
	add W40-required to W60-bkt-held(bkt-idx)
	add W40-required to W40-total-held
	move W60-bkt-label(bkt-idx) to W50-bucket
	move W60-bkt-pct(bkt-idx) to W50-pct
	perform C300-update-and-print.
C300-update-and-print.
	if W40-movement not = 0
		move W40-required to lnm-provision of loan-mast-rec
		rewrite loan-mast-rec
			invalid key
				display "lonprov: unable to update loan "
					lnm-id of loan-mast-rec ", status " W90-mast-status
				move 0 to W40-movement
		end-rewrite
	end-if
	add W40-movement to W40-net-movement
	move lnm-id of loan-mast-rec to W50-loan-id
	call "moneyfmt" using
		lnm-balance of loan-mast-rec LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-balance
	move W30-overdue-days to W50-days
	call "moneyfmt" using
		W40-required LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-required
	call "moneyfmt" using
		W40-movement LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-movement
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
C400-release-one.
	*> Paid off since the last run - nothing left to lose, so the
	*> whole provision comes back.
	move 0 to W40-required
	compute W40-movement = 0 - lnm-provision of loan-mast-rec
	move 0 to W30-overdue-days
	move "PAID OFF" to W50-bucket
	move 0 to W50-pct
	perform C300-update-and-print.
D100-book-movement.
	*> One balanced pair for the month's net movement.
	if W40-net-movement = 0
		exit paragraph
	end-if
	if W40-net-movement > 0
		move W40-net-movement to W70-line-amount
		move "DR" to W70-line-side
		move "PROVEXP " to W70-line-account
		perform X100-write-movement-line
		move "CR" to W70-line-side
		move "LOANPROV" to W70-line-account
		perform X100-write-movement-line
	else
		compute W70-line-amount = 0 - W40-net-movement
		move "DR" to W70-line-side
		move "LOANPROV" to W70-line-account
		perform X100-write-movement-line
		move "CR" to W70-line-side
		move "PROVEXP " to W70-line-account
		perform X100-write-movement-line
	end-if.
D200-book-recoveries.
	*> One CR to recovery income per recovery, the loan id in the
	*> description, and one DR total back to loans receivable.
	open input rcov-file
	if W90-rcov-status = "35"
		exit paragraph
	end-if
	if not W90-rcov-ok
		display "lonprov: unable to open lonrcov, status "
			W90-rcov-status " - recoveries NOT booked this run."
		exit paragraph
	end-if
	move "Y" to W10-rcov-open-sw
	move "N" to W10-eof-sw
	perform Z200-read-recovery
	perform until W10-eof
		add 1 to W20-rcov-count
		add rcov-pay-amount of rcov-file-rec to W40-total-rcov
		move spaces to gl-journal-rec
		move "CR" to gl-dr-cr
		move "RECOVINC" to gl-account
		move rcov-pay-amount of rcov-file-rec to gl-amount
		move W40-formatted-date to gl-run-date
		string "Rcvy loan " delimited by size
			rcov-pay-id of rcov-file-rec delimited by size
			into gl-description
		end-string
		write gl-journal-rec
		add 1 to W20-line-count
		perform Z200-read-recovery
	end-perform
	close rcov-file
	if W40-total-rcov not = 0
		move spaces to gl-journal-rec
		move "DR" to gl-dr-cr
		move "LOANRECV" to gl-account
		move W40-total-rcov to gl-amount
		move W40-formatted-date to gl-run-date
		move "Rcvy total" to gl-description
		write gl-journal-rec
		add 1 to W20-line-count
	end-if.
D400-print-totals.
	perform varying bkt-idx from 1 by 1 until bkt-idx > 5
		move W60-bkt-label(bkt-idx) to W50-bkt-label
		move W60-bkt-count(bkt-idx) to W50-bkt-count
		call "moneyfmt" using
			W60-bkt-balance(bkt-idx) LOC-LOCALE-SWITCH W40-formatted-amt
		end-call
		move W40-formatted-amt to W50-bkt-balance
		call "moneyfmt" using
			W60-bkt-held(bkt-idx) LOC-LOCALE-SWITCH W40-formatted-amt
		end-call
		move W40-formatted-amt to W50-bkt-held
		move "LINE" to RW-FUNCTION
		move W50-bucket-line to RW-DETAIL-LINE
		call "rptwrite" using RW-PARMS end-call
		perform W100-write-rw-lines
	end-perform
	call "moneyfmt" using
		W40-total-held LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-total-held
	call "moneyfmt" using
		W40-net-movement LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-total-move
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
X100-write-movement-line.
	move spaces to gl-journal-rec
	move W70-line-side to gl-dr-cr
	move W70-line-account to gl-account
	move W70-line-amount to gl-amount
	move W40-formatted-date to gl-run-date
	string "Prov movement " delimited by size
		W40-period delimited by size
		into gl-description
	end-string
	write gl-journal-rec
	add 1 to W20-line-count.
Z100-read-next-loan.
	read loan-mast next record
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-recovery.
	read rcov-file
		at end move "Y" to W10-eof-sw
	end-read.
