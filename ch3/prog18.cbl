*> Variable-rate loan repricing.
*> ratemnt (ch3/prog9.cbl) puts a new effective-dated rate on
*> loanrate, but every loan kept the lnm-rate it was booked at, and
*> the only way onto the new rate was lonrestr (ch3/prog13.cbl) one
*> loan at a time. Given the effective date of the change, this
*> takes the loanrate "L" rate in force on that date (rateget,
*> ch9/prog22.cbl) and moves every active variable-rate loan
*> (lnm-rate-variable, set at booking by lonmaint) that is not
*> already on it onto the new rate: the current balance becomes the
*> capital and is re-amortized over the remaining term - the
*> booked term less the whole months run since the terms last
*> started (the latest lonrhist entry for the loan, else the
*> booking date), never less than one month. Old and new
*> installments are priced the way payrun's B655 deducts them
*> (capital plus simple interest over the term, capped at the
*> balance plus a month's interest), and each loan is listed on the
*> repricing register (lonrepr1) through the report writer.
*> The restruct (ch6/prog54.cbl) run modes apply: a preview prints
*> the register and changes nothing; a commit - never ahead of the
*> effective date - also rewrites the master, records the old terms
*> on lonrhist (loan-rstr-rec.cpy) the lonrestr way, and writes a
*> borrower notice (lonnotc, loan-notc-rec.cpy) for every loan
*> moved, so the borrower hears before the next pay run takes the
*> changed installment. A staff borrower (a numeric id, the emp-id
*> shape) is also sent the event through notify (ch9/prog36.cbl).
*> A rerun for the same date finds the loans already on the rate
*> and leaves them alone.
identification division.
program-id. lonrepr.
environment division.
input-output section.
file-control.
	select loan-mast assign to "loanmast"
		organization is indexed
		access mode is dynamic
		record key is lnm-id of loan-mast-rec
		file status is W90-mast-status.
	select rstr-hist assign to "lonrhist"
		file status is W90-hist-status.
	select notc-file assign to "lonnotc"
		file status is W90-notc-status.
	select repr-rpt assign to "lonrepr1"
		file status is W90-rpt-status.
data division.
file section.
fd	loan-mast.
01	loan-mast-rec.
	copy loan-mast-rec.
fd	rstr-hist.
01	rstr-hist-rec.
	copy loan-rstr-rec.
fd	notc-file.
01	notc-rec.
	copy loan-notc-rec.
fd	repr-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-commit-sw		pic X value "N".
		88	W10-commit-run			value "Y".
	05	W10-rate-found-sw	pic X value "N".
		88	W10-rate-found			value "Y".
	05	W10-hist-open-sw	pic X value "N".
		88	W10-hist-open			value "Y".
	05	W10-notc-open-sw	pic X value "N".
		88	W10-notc-open			value "Y".
	05	W10-start-hit-sw	pic X value "N".
		88	W10-start-hit			value "Y".
01	W20-counters.
	05	W20-variable-count	pic 9(5) comp value 0.
	05	W20-repriced-count	pic 9(5) comp value 0.
	05	W20-on-rate-count	pic 9(5) comp value 0.
	05	W20-fixed-count		pic 9(5) comp value 0.
	05	W20-fail-count		pic 9(5) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-today				pic 9(8).
01	W30-eff-date			pic 9(8).
01	filler redefines W30-eff-date.
	05	W30-eff-yyyy		pic 9(4).
	05	W30-eff-mm			pic 99.
	05	filler				pic 99.
01	W30-mode-choice			pic X.
01	W30-new-rate			pic S9(1)v9(4) comp-3.
01	W35-loan-product		pic X value "L".
*> The payrun B655 price: capital plus intcalc simple interest over
*> the term (twelve months when none was booked), never more than
*> the balance plus the month's interest on it.
01	W40-capital				pic S9(7)v99 comp-3.
01	W40-rate				pic S9(1)v9(4) comp-3.
01	W40-term				pic 9(3).
01	W40-balance				pic S9(7)v99 comp-3.
01	W40-monthly-rate		pic S9(1)v9(4) comp-3.
01	W40-interest			pic S9(7)v99 comp-3.
01	W40-int-total			pic S9(7)v99 comp-3.
01	W40-bal-interest		pic S9(7)v99 comp-3.
01	W40-bal-total			pic S9(7)v99 comp-3.
01	W40-instal				pic S9(7)v99 comp-3.
01	W40-old-instal			pic S9(7)v99 comp-3.
01	W40-new-instal			pic S9(7)v99 comp-3.
01	W40-old-rate			pic S9(1)v9(4) comp-3.
01	W40-remaining-term		pic 9(3).
01	W40-booked-term			pic 9(3).
01	W40-elapsed				pic S9(5) comp.
01	W40-start-date			pic 9(8).
01	filler redefines W40-start-date.
	05	W40-start-yyyy		pic 9(4).
	05	W40-start-mm		pic 99.
	05	filler				pic 99.
01	W40-formatted-amt		pic X(15).
01	W40-rate-show			pic 9.9999.
01	W90-mast-status			pic XX.
	88	W90-mast-ok				value "00".
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-notc-status			pic XX.
	88	W90-notc-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
*> When each loan's present terms started: the latest lonrhist
*> entry per loan, loaded once. Same 500-loan ceiling as payrun's
*> loanmast table.
01	W60-start-table.
	05	W60-start-count		pic 9(4) comp value 0.
	05	W60-start-entry occurs 500 times indexed by start-idx.
		10	W60-start-id		pic X(5).
		10	W60-start-date		pic 9(8).
01	W50-detail-line.
	05	W50-loan-id			pic X(5).
	05	filler				pic X(1).
	05	W50-balance			pic X(15).
	05	filler				pic X(2).
	05	W50-old-rate		pic 9.9999.
	05	filler				pic X(3).
	05	W50-new-rate		pic 9.9999.
	05	filler				pic X(2).
	05	W50-term			pic ZZ9.
	05	filler				pic X(2).
	05	W50-old-instal		pic X(15).
	05	W50-new-instal		pic X(15).
	05	filler				pic X(5).
01	W50-total-line.
	05	filler				pic X(16) value "Loans repriced: ".
	05	W50-total-repriced	pic ZZZZ9.
	05	filler				pic X(20) value "  Already on rate: ".
	05	W50-total-on-rate	pic ZZZZ9.
	05	filler				pic X(10) value "  Failed: ".
	05	W50-total-failed	pic ZZZZ9.
	05	filler				pic X(19).
	copy locale-sw.
	copy date-routines.
	copy rpt-writer.
	copy notify-parms.
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - a commit run
	*> rewrites loan terms.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	perform B100-accept-run
	perform B200-load-term-starts
	perform B300-open-files
	move "INIT" to RW-FUNCTION
	if W10-commit-run
		move "Loan Repricing Register" to RW-REPORT-TITLE
	else
		move "Loan Repricing - PREVIEW" to RW-REPORT-TITLE
	end-if
	move "Loan          Balance  Old rt   New rt Term       Old instal.   New instal."
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	move "N" to W10-eof-sw
	perform Z100-read-loan
	perform until W10-eof
		if lnm-is-active of loan-mast-rec
				and lnm-balance of loan-mast-rec > 0
			perform C100-consider-loan
		end-if
		perform Z100-read-loan
	end-perform
	perform D400-print-totals
	close loan-mast
	close repr-rpt
	if W10-hist-open
		close rstr-hist
	end-if
	if W10-notc-open
		close notc-file
	end-if
	move "lonrepr1" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "lonrepr: report produced but not archived."
	end-if
	move W30-new-rate to W40-rate-show
	if W10-commit-run
		display "Repricing COMMITTED at " W40-rate-show " effective "
			W30-eff-date " - register on lonrepr1."
	else
		display "Preview only - nothing updated. Register on lonrepr1."
	end-if
	display "Variable-rate loans:    " W20-variable-count
	display "Repriced:               " W20-repriced-count
	display "Already on the rate:    " W20-on-rate-count
	display "Fixed-rate, untouched:  " W20-fixed-count
	display "Failed to update:       " W20-fail-count
	if W20-fail-count > 0
		move 8 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B100-accept-run.
	display "Effective date of the rate change (yyyymmdd, 0 = today): "
		with no advancing
	accept W30-eff-date
	if W30-eff-date = 0
		move W30-today to W30-eff-date
	end-if
	move W30-eff-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if not DR-DATE-OK
		display "lonrepr: " W30-eff-date " is not a valid date - "
			"nothing repriced."
		move 8 to return-code
		goback
	end-if
	call "rateget" using
		W35-loan-product W30-eff-date W10-rate-found-sw W30-new-rate
	end-call
	if not W10-rate-found
		display "lonrepr: no loanrate L rate in force at " W30-eff-date
			" - set it up through ratemnt first."
		move 8 to return-code
		goback
	end-if
	display "Run mode (P preview / C commit): " with no advancing
	accept W30-mode-choice
	if W30-mode-choice = "C" or W30-mode-choice = "c"
		move "Y" to W10-commit-sw
	else
		move "N" to W10-commit-sw
	end-if
	*> A commit moves the installment the very next pay run deducts,
	*> so it waits for the day - a preview can be run any time.
	if W10-commit-run and W30-eff-date > W30-today
		display "lonrepr: a repricing cannot be committed ahead of "
			"its date - preview it now, commit on the day."
		move 16 to return-code
		goback
	end-if.
B200-load-term-starts.
	*> No lonrhist just means no loan was ever restructured - every
	*> loan's terms started on its booking date.
	open input rstr-hist
	if not W90-hist-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z200-read-hist
	perform until W10-eof
		perform B250-post-term-start
		perform Z200-read-hist
	end-perform
	close rstr-hist.
B250-post-term-start.
	move "N" to W10-start-hit-sw
	perform varying start-idx from 1 by 1
			until start-idx > W60-start-count or W10-start-hit
		if W60-start-id(start-idx) = lrs-id of rstr-hist-rec
			move "Y" to W10-start-hit-sw
			if lrs-date of rstr-hist-rec > W60-start-date(start-idx)
				move lrs-date of rstr-hist-rec
					to W60-start-date(start-idx)
			end-if
		end-if
	end-perform
	if not W10-start-hit
		if W60-start-count >= 500
			display "lonrepr: more than 500 restructured loans on "
				"lonrhist - nothing repriced."
			close rstr-hist
			move 16 to return-code
			goback
		end-if
		add 1 to W60-start-count
		set start-idx to W60-start-count
		move lrs-id of rstr-hist-rec to W60-start-id(start-idx)
		move lrs-date of rstr-hist-rec to W60-start-date(start-idx)
	end-if.
B300-open-files.
	*> A preview never writes, so it reads the master input only and
	*> leaves lonrhist and lonnotc alone.
	if W10-commit-run
		open i-o loan-mast
	else
		open input loan-mast
	end-if
	if not W90-mast-ok
		display "lonrepr: unable to open loanmast, status "
			W90-mast-status
		move 16 to return-code
		goback
	end-if
	open output repr-rpt
	if not W90-rpt-ok
		display "lonrepr: unable to open lonrepr1, status "
			W90-rpt-status
		close loan-mast
		move 16 to return-code
		goback
	end-if
	if not W10-commit-run
		exit paragraph
	end-if
	open extend rstr-hist
	if W90-hist-status = "35"
		open output rstr-hist
	end-if
	if not W90-hist-ok
		display "lonrepr: unable to open lonrhist, status "
			W90-hist-status " - nothing repriced."
		close loan-mast
		close repr-rpt
		move 16 to return-code
		goback
	end-if
	move "Y" to W10-hist-open-sw
	open extend notc-file
	if W90-notc-status = "35"
		open output notc-file
	end-if
	if not W90-notc-ok
		display "lonrepr: unable to open lonnotc, status "
			W90-notc-status " - nothing repriced."
		close loan-mast
		close repr-rpt
		close rstr-hist
		move 16 to return-code
		goback
	end-if
	move "Y" to W10-notc-open-sw.
C100-consider-loan.
	if not lnm-rate-variable of loan-mast-rec
		add 1 to W20-fixed-count
		exit paragraph
	end-if
	add 1 to W20-variable-count
	if lnm-rate of loan-mast-rec = W30-new-rate
		add 1 to W20-on-rate-count
		exit paragraph
	end-if
	*> The installment payrun deducts today, on the terms as booked.
	move lnm-capital of loan-mast-rec to W40-capital
	move lnm-rate of loan-mast-rec to W40-rate
	move lnm-term-months of loan-mast-rec to W40-term
	move lnm-balance of loan-mast-rec to W40-balance
	perform X100-price-installment
	move W40-instal to W40-old-instal
	perform E100-remaining-term
	*> The installment on the new deal: the balance re-amortized at
	*> the new rate over what is left of the term.
	move lnm-balance of loan-mast-rec to W40-capital
	move W30-new-rate to W40-rate
	move W40-remaining-term to W40-term
	perform X100-price-installment
	move W40-instal to W40-new-instal
	move lnm-rate of loan-mast-rec to W40-old-rate
	if W10-commit-run
		perform D100-commit-loan
	else
		add 1 to W20-repriced-count
		perform D300-print-loan
	end-if.
D100-commit-loan.
	perform D150-write-history
	move lnm-balance of loan-mast-rec to lnm-capital of loan-mast-rec
	move W30-new-rate to lnm-rate of loan-mast-rec
	move W40-remaining-term to lnm-term-months of loan-mast-rec
	rewrite loan-mast-rec
		invalid key
			display "lonrepr: unable to rewrite loan "
				lnm-id of loan-mast-rec ", status " W90-mast-status
			add 1 to W20-fail-count
		not invalid key
			add 1 to W20-repriced-count
			perform D200-write-notice
			perform D300-print-loan
	end-rewrite.
D150-write-history.
	move lnm-id of loan-mast-rec to lrs-id of rstr-hist-rec
	move W30-eff-date to lrs-date of rstr-hist-rec
	move lnm-capital of loan-mast-rec to lrs-old-capital of rstr-hist-rec
	move lnm-rate of loan-mast-rec to lrs-old-rate of rstr-hist-rec
	move lnm-term-months of loan-mast-rec
		to lrs-old-term of rstr-hist-rec
	move lnm-balance of loan-mast-rec to lrs-old-balance of rstr-hist-rec
	move W30-new-rate to lrs-new-rate of rstr-hist-rec
	move W40-remaining-term to lrs-new-term of rstr-hist-rec
	move W40-new-instal to lrs-new-payment of rstr-hist-rec
	write rstr-hist-rec
	if not W90-hist-ok
		display "lonrepr: unable to write lonrhist for "
			lnm-id of loan-mast-rec ", status " W90-hist-status
			" - old terms NOT recorded."
	end-if.
D200-write-notice.
	move lnm-id of loan-mast-rec to lnn-id of notc-rec
	move W30-today to lnn-notice-date of notc-rec
	move W30-eff-date to lnn-eff-date of notc-rec
	move lnm-balance of loan-mast-rec to lnn-balance of notc-rec
	move W40-old-rate to lnn-old-rate of notc-rec
	move W30-new-rate to lnn-new-rate of notc-rec
	move W40-remaining-term to lnn-remaining-term of notc-rec
	move W40-old-instal to lnn-old-instal of notc-rec
	move W40-new-instal to lnn-new-instal of notc-rec
	write notc-rec
	if not W90-notc-ok
		display "lonrepr: unable to write lonnotc for "
			lnm-id of loan-mast-rec ", status " W90-notc-status
			" - send this borrower's notice by hand."
	end-if
	*> A staff loan's id is the borrower's emp-id - those hear
	*> through the gateway as well.
	if lnm-id of loan-mast-rec is numeric
		perform D250-raise-notice
	end-if.
D250-raise-notice.
	move lnm-id of loan-mast-rec to NTF-RECIPIENT
	move "LOANRATE" to NTF-EVENT-TYPE
	move spaces to NTF-REFERENCE
	string lnm-id of loan-mast-rec delimited by size
		" " delimited by size
		W30-eff-date delimited by size
		into NTF-REFERENCE
	end-string
	move "lonrepr" to NTF-PROGRAM
	move W30-new-rate to W40-rate-show
	move spaces to NTF-MESSAGE
	string "Your loan rate changes to " delimited by size
		W40-rate-show delimited by size
		" from " delimited by size
		W30-eff-date delimited by size
		" - notice follows." delimited by size
		into NTF-MESSAGE
	end-string
	call "notify" using NTF-PARMS end-call.
D300-print-loan.
	move lnm-id of loan-mast-rec to W50-loan-id
	call "moneyfmt" using
		lnm-balance of loan-mast-rec LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-balance
	move W40-old-rate to W50-old-rate
	move W30-new-rate to W50-new-rate
	move W40-remaining-term to W50-term
	call "moneyfmt" using
		W40-old-instal LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-old-instal
	call "moneyfmt" using
		W40-new-instal LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-new-instal
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D400-print-totals.
	move W20-repriced-count to W50-total-repriced
	move W20-on-rate-count to W50-total-on-rate
	move W20-fail-count to W50-total-failed
	move "FOOT" to RW-FUNCTION
	move W50-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
E100-remaining-term.
	*> Whole calendar months from the start of the present terms to
	*> the effective date come off the booked term; at least one
	*> month is always left, so a loan past its term still prices.
	move lnm-booked-date of loan-mast-rec to W40-start-date
	perform varying start-idx from 1 by 1
			until start-idx > W60-start-count
		if W60-start-id(start-idx) = lnm-id of loan-mast-rec
			move W60-start-date(start-idx) to W40-start-date
		end-if
	end-perform
	compute W40-elapsed =
		(W30-eff-yyyy * 12 + W30-eff-mm)
		- (W40-start-yyyy * 12 + W40-start-mm)
	if W40-elapsed < 0
		move 0 to W40-elapsed
	end-if
	if lnm-term-months of loan-mast-rec = 0
		move 12 to W40-booked-term
	else
		move lnm-term-months of loan-mast-rec to W40-booked-term
	end-if
	if W40-elapsed >= W40-booked-term
		move 1 to W40-remaining-term
	else
		compute W40-remaining-term = W40-booked-term - W40-elapsed
	end-if.
X100-price-installment.
	call "intcalc" using
		W40-capital W40-rate W40-interest W40-int-total
	end-call
	if W40-term not = 0
		compute W40-instal rounded = W40-int-total / W40-term
	else
		compute W40-instal rounded = W40-int-total / 12
	end-if
	compute W40-monthly-rate rounded = W40-rate / 12
	call "intcalc" using
		W40-balance W40-monthly-rate W40-bal-interest W40-bal-total
	end-call
	if W40-instal > W40-bal-total
		move W40-bal-total to W40-instal
	end-if.
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
Z100-read-loan.
	read loan-mast next record
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-hist.
	read rstr-hist
		at end move "Y" to W10-eof-sw
	end-read.
