*> Month-end loan portfolio reconciliation.
*> Nothing proved that what the loan master says is owed is what
*> the month's movements say it should be. This rolls every loan
*> forward from the balance it closed last month at: plus the
*> interest lonaccr (ch3/prog12.cbl) accrued on it - its "Accrual
*> loan" LOANINTR line on loangl01 - less the repayments posted to
*> loanpdon in the month (lonpost, ch3/prog6.cbl, lonsettl and the
*> payrvsl reversals), plus the capital of a loan booked in the
*> month, less a balance lonwoff (ch3/prog20.cbl) wrote off, plus
*> any restructure adjustment - and proves the answer against the
*> closing lnm-balance, loan by loan and in total. lonrestr and
*> lonrepr re-amortize on the balance as it stands, so a lonrhist
*> restructure moves nothing; it is counted against the loan so a
*> break on a restructured loan is read with that in mind. Money
*> paid on a loan after its write-off is a recovery, not a
*> repayment, and stays out. The totals then prove against what
*> loangl01 told the ledger: the LOANINTR accrual debits against
*> the INTINC credit, and the month's write-offs against the "Woff"
*> LOANRECV credits. Every break prints on lonrcn01 and goes to
*> excpt01 for excprev (ch5/prog8.cbl), and the run ends with
*> return code 8.
*> Last month's closing balances come from lonrcnbl, which each run
*> rewrites with the month's opening and closing per loan - a
*> rerun of the same month proves from the same openings again. A
*> first run, or one after a missed month, has nothing to roll
*> from: it takes the master's balances as the baseline and proves
*> nothing until next month.
identification division.
program-id. lonrecon.
environment division.
input-output section.
file-control.
	select loan-mast assign to "loanmast"
		organization is indexed
		access mode is dynamic
		record key is lnm-id of loan-mast-rec
		file status is W90-mast-status.
	select repay-done assign to "loanpdon"
		file status is W90-done-status.
	select rstr-hist assign to "lonrhist"
		file status is W90-rstr-status.
	select gl-file assign to "loangl01"
		file status is W90-gl-status.
	select snap-file assign to "lonrcnbl"
		file status is W90-snap-status.
	select exception-file assign to "excpt01"
		file status is W90-exc-status.
	select rcn-rpt assign to "lonrcn01"
		file status is W90-rpt-status.
data division.
file section.
fd	loan-mast.
01	loan-mast-rec.
	copy loan-mast-rec.
fd	repay-done.
01	repay-done-rec.
	copy loan-pay-rec.
fd	rstr-hist.
01	rstr-hist-rec.
	copy loan-rstr-rec.
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
*> One loan as this run left it: the month proved, the balance it
*> was proved from and the balance it closed at.
fd	snap-file.
01	snap-rec.
	05	snap-id				pic X(5).
	05	snap-month			pic 9(6).
	05	snap-open			pic S9(7)v99 comp-3.
	05	snap-close			pic S9(7)v99 comp-3.
fd	exception-file.
01	exception-rec.
	copy exc-rec.
fd	rcn-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-baseline-sw		pic X value "N".
		88	W10-baseline			value "Y".
	05	W10-full-sw			pic X value "N".
		88	W10-table-full			value "Y".
01	W20-counters.
	05	W20-loan-count		pic 9(5) comp value 0.
	05	W20-break-count		pic 9(5) comp value 0.
	05	W20-rstr-count		pic 9(5) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-today				pic 9(8).
01	filler redefines W30-today.
	05	W30-today-month		pic 9(6).
	05	filler				pic 9(2).
01	W30-month				pic 9(6).
01	filler redefines W30-month.
	05	W30-month-yyyy		pic 9(4).
	05	W30-month-mm		pic 9(2).
01	W30-prior-month			pic 9(6).
01	filler redefines W30-prior-month.
	05	W30-prior-yyyy		pic 9(4).
	05	W30-prior-mm		pic 9(2).
01	W30-month-start			pic 9(8).
01	W30-month-end			pic 9(8).
01	W30-loan-id				pic X(5).
01	W30-check-id			pic X(5).
01	W30-message				pic X(50).
*> The month's totals, and what loangl01 says about the same money.
01	W40-totals.
	05	W40-tot-open		pic S9(11)v99 comp-3 value 0.
	05	W40-tot-interest	pic S9(11)v99 comp-3 value 0.
	05	W40-tot-repaid		pic S9(11)v99 comp-3 value 0.
	05	W40-tot-other		pic S9(11)v99 comp-3 value 0.
	05	W40-tot-close		pic S9(11)v99 comp-3 value 0.
	05	W40-tot-woff		pic S9(11)v99 comp-3 value 0.
	05	W40-gl-intr			pic S9(11)v99 comp-3 value 0.
	05	W40-gl-intinc		pic S9(11)v99 comp-3 value 0.
	05	W40-gl-woff			pic S9(11)v99 comp-3 value 0.
	05	W40-proof-a			pic S9(11)v99 comp-3 value 0.
	05	W40-proof-b			pic S9(11)v99 comp-3 value 0.
01	W40-loan-work.
	05	W40-other			pic S9(9)v99 comp-3.
	05	W40-expected		pic S9(9)v99 comp-3.
	05	W40-diff			pic S9(9)v99 comp-3.
*> One row per loan the month touched: last month's close, the
*> movements, and the master's balance now.
01	W60-loan-table.
	05	W60-loan-entry occurs 3000 times indexed by loan-idx.
		10	W60-id				pic X(5).
		10	W60-open			pic S9(9)v99 comp-3.
		10	W60-interest		pic S9(9)v99 comp-3.
		10	W60-repaid			pic S9(9)v99 comp-3.
		10	W60-new				pic S9(9)v99 comp-3.
		10	W60-woff			pic S9(9)v99 comp-3.
		10	W60-close			pic S9(9)v99 comp-3.
		10	W60-rstr			pic 9(3) comp.
		10	W60-mast-sw			pic X.
			88	W60-on-mast			value "Y".
		10	W60-snap-sw			pic X.
			88	W60-on-snap			value "Y".
01	W90-mast-status			pic XX.
	88	W90-mast-ok				value "00".
01	W90-done-status			pic XX.
	88	W90-done-ok				value "00".
01	W90-rstr-status			pic XX.
	88	W90-rstr-ok				value "00".
01	W90-gl-status			pic XX.
	88	W90-gl-ok				value "00".
01	W90-snap-status			pic XX.
	88	W90-snap-ok				value "00".
01	W90-exc-status			pic XX.
	88	W90-exc-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
	copy rpt-writer.
01	W50-detail-line.
	05	W50-id				pic X(5).
	05	filler				pic X(1).
	05	W50-open			pic -(8)9.99.
	05	W50-interest		pic -(8)9.99.
	05	W50-repaid			pic -(8)9.99.
	05	W50-other			pic -(8)9.99.
	05	W50-close			pic -(8)9.99.
	05	W50-diff			pic -(8)9.99.
	05	filler				pic X(1).
	05	W50-flag			pic X(1).
01	W50-proof-line.
	05	W50-proof-desc		pic X(38).
	05	W50-proof-left		pic -(10)9.99.
	05	W50-proof-right		pic -(10)9.99.
	05	W50-proof-flag		pic X(10).
01	W50-foot-line.
	05	filler				pic X(14) value "Breaks found: ".
	05	W50-foot-count		pic ZZZZ9.
	05	filler				pic X(61).
01	W50-note-line.
	05	W50-note-id			pic X(5).
	05	filler				pic X(1).
	05	W50-note-text		pic X(74).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	display "Month to reconcile (yyyymm, 0 for this month): "
		with no advancing
	accept W30-month
	if W30-month = 0
		move W30-today-month to W30-month
	end-if
	if W30-month > W30-today-month
			or W30-month-mm < 1 or W30-month-mm > 12
		display "lonrecon: month " W30-month " is not one to reconcile."
		move 16 to return-code
		goback
	end-if
	compute W30-month-start = W30-month * 100 + 1
	compute W30-month-end = W30-month * 100 + 31
	if W30-month-mm = 1
		compute W30-prior-yyyy = W30-month-yyyy - 1
		move 12 to W30-prior-mm
	else
		move W30-month-yyyy to W30-prior-yyyy
		compute W30-prior-mm = W30-month-mm - 1
	end-if
	open input loan-mast
	if not W90-mast-ok
		display "lonrecon: unable to open loanmast, status "
			W90-mast-status
		move 16 to return-code
		goback
	end-if
	perform B100-load-snapshot
	perform B200-read-repayments
	perform B300-read-loangl01
	perform B400-read-restructures
	perform B500-read-master
	close loan-mast
	if W10-table-full
		display "lonrecon: more than 3000 loans - NOT reconciled."
		move 16 to return-code
		goback
	end-if
	open extend exception-file
	if W90-exc-status = "35"
		open output exception-file
	end-if
	if not W90-exc-ok
		display "lonrecon: unable to open excpt01, status " W90-exc-status
			" - breaks will print but not join the review queue."
	end-if
	open output rcn-rpt
	if not W90-rpt-ok
		display "lonrecon: unable to open lonrcn01, status " W90-rpt-status
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move spaces to RW-REPORT-TITLE
	string "Loan Reconciliation " delimited by size
		W30-month delimited by size
		into RW-REPORT-TITLE
	end-string
	move "Loan      Opening    Interest      Repaid  Book/Woff     Closing       Break"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	if W10-baseline
		perform C900-note-baseline
	else
		perform varying loan-idx from 1 by 1
				until loan-idx > W20-loan-count
			perform C100-prove-one-loan
		end-perform
		perform C200-prove-totals
	end-if
	move W20-break-count to W50-foot-count
	move "FOOT" to RW-FUNCTION
	move W50-foot-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	close rcn-rpt
	if W90-exc-ok
		close exception-file
	end-if
	perform D100-write-snapshot
	move "lonrcn01" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "lonrecon: report produced but not archived."
	end-if
	display "Loan reconciliation for " W30-month " written to lonrcn01."
	display "Loans reconciled: " W20-loan-count
	display "Restructures:     " W20-rstr-count
	display "Breaks found:     " W20-break-count
	if W20-break-count > 0
		display "lonrecon: the loan book DOES NOT reconcile."
		move 8 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B100-load-snapshot.
	*> Last month's closing is this month's opening; a rerun of the
	*> month takes the openings it was proved from before.
	open input snap-file
	if not W90-snap-ok
		display "lonrecon: no lonrcnbl - this run is the baseline."
		move "Y" to W10-baseline-sw
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z500-read-snap
	if not W10-eof
			and snap-month not = W30-month
			and snap-month not = W30-prior-month
		display "lonrecon: lonrcnbl holds month " snap-month
			" - nothing to roll " W30-month " from; this run is the "
			"baseline."
		move "Y" to W10-baseline-sw
		move "Y" to W10-eof-sw
	end-if
	perform until W10-eof
		move snap-id to W30-loan-id
		perform X100-find-loan
		if W10-found
			move "Y" to W60-snap-sw(loan-idx)
			if snap-month = W30-month
				move snap-open to W60-open(loan-idx)
			else
				move snap-close to W60-open(loan-idx)
			end-if
		end-if
		perform Z500-read-snap
	end-perform
	close snap-file.
B200-read-repayments.
	open input repay-done
	if not W90-done-ok
		display "lonrecon: no loanpdon (status " W90-done-status
			") - no repayments this month."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z200-read-done
	perform until W10-eof
		if loan-pay-date of repay-done-rec >= W30-month-start
				and loan-pay-date of repay-done-rec <= W30-month-end
			perform B250-post-repayment
		end-if
		perform Z200-read-done
	end-perform
	close repay-done.
B250-post-repayment.
	*> Paid after the write-off, the money is a recovery - the
	*> balance it would have reduced had already gone.
	move loan-pay-id of repay-done-rec to lnm-id of loan-mast-rec
	read loan-mast
		invalid key continue
		not invalid key
			if lnm-is-written-off of loan-mast-rec
					and loan-pay-date of repay-done-rec
						>= lnm-wo-date of loan-mast-rec
				exit paragraph
			end-if
	end-read
	move loan-pay-id of repay-done-rec to W30-loan-id
	perform X100-find-loan
	if W10-found
		add loan-pay-amount of repay-done-rec to W60-repaid(loan-idx)
	end-if.
B300-read-loangl01.
	*> lonaccr's per-loan debits carry the loan id after "Accrual
	*> loan "; its credit is the INTINC total. The "Woff" LOANRECV
	*> credits are the balances lonwoff took off the book.
	open input gl-file
	if not W90-gl-ok
		display "lonrecon: no loangl01 (status " W90-gl-status
			") - no accrual to prove."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z300-read-gl
	perform until W10-eof
		evaluate true
			when gl-dr-cr = "DR" and gl-account = "LOANINTR"
					and gl-description(1:13) = "Accrual loan "
				add gl-amount to W40-gl-intr
				move gl-description(14:5) to W30-loan-id
				perform X100-find-loan
				if W10-found
					add gl-amount to W60-interest(loan-idx)
				end-if
			when gl-dr-cr = "CR" and gl-account = "INTINC  "
				add gl-amount to W40-gl-intinc
			when gl-dr-cr = "CR" and gl-account = "LOANRECV"
					and gl-description(1:4) = "Woff"
				add gl-amount to W40-gl-woff
		end-evaluate
		perform Z300-read-gl
	end-perform
	close gl-file.
B400-read-restructures.
	open input rstr-hist
	if not W90-rstr-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z400-read-rstr
	perform until W10-eof
		if lrs-date of rstr-hist-rec >= W30-month-start
				and lrs-date of rstr-hist-rec <= W30-month-end
			move lrs-id of rstr-hist-rec to W30-loan-id
			perform X100-find-loan
			if W10-found
				add 1 to W60-rstr(loan-idx)
				add 1 to W20-rstr-count
			end-if
		end-if
		perform Z400-read-rstr
	end-perform
	close rstr-hist.
B500-read-master.
	move "N" to W10-eof-sw
	move low-values to lnm-id of loan-mast-rec
	start loan-mast key is >= lnm-id of loan-mast-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read loan-mast next record
			at end move "Y" to W10-eof-sw
			not at end perform B550-note-one-loan
		end-read
	end-perform.
B550-note-one-loan.
	move lnm-id of loan-mast-rec to W30-loan-id
	perform X100-find-loan
	if not W10-found
		exit paragraph
	end-if
	move "Y" to W60-mast-sw(loan-idx)
	move lnm-balance of loan-mast-rec to W60-close(loan-idx)
	if lnm-booked-date of loan-mast-rec >= W30-month-start
			and lnm-booked-date of loan-mast-rec <= W30-month-end
		move lnm-capital of loan-mast-rec to W60-new(loan-idx)
	end-if
	if lnm-is-written-off of loan-mast-rec
			and lnm-wo-date of loan-mast-rec >= W30-month-start
			and lnm-wo-date of loan-mast-rec <= W30-month-end
		move lnm-wo-amount of loan-mast-rec to W60-woff(loan-idx)
		add lnm-wo-amount of loan-mast-rec to W40-tot-woff
	end-if.
C100-prove-one-loan.
	*> A loan nothing happened to and that owes nothing - paid off
	*> or written off in an earlier month - is left off the report.
	if W60-open(loan-idx) = 0 and W60-close(loan-idx) = 0
			and W60-interest(loan-idx) = 0
			and W60-repaid(loan-idx) = 0
			and W60-new(loan-idx) = 0
			and W60-woff(loan-idx) = 0
			and W60-rstr(loan-idx) = 0
		exit paragraph
	end-if
	compute W40-other = W60-new(loan-idx) - W60-woff(loan-idx)
	compute W40-expected = W60-open(loan-idx) + W60-interest(loan-idx)
		- W60-repaid(loan-idx) + W40-other
	compute W40-diff = W60-close(loan-idx) - W40-expected
	add W60-open(loan-idx) to W40-tot-open
	add W60-interest(loan-idx) to W40-tot-interest
	add W60-repaid(loan-idx) to W40-tot-repaid
	add W40-other to W40-tot-other
	add W60-close(loan-idx) to W40-tot-close
	move W60-id(loan-idx) to W50-id
	move W60-open(loan-idx) to W50-open
	move W60-interest(loan-idx) to W50-interest
	move W60-repaid(loan-idx) to W50-repaid
	move W40-other to W50-other
	move W60-close(loan-idx) to W50-close
	move W40-diff to W50-diff
	if W60-rstr(loan-idx) > 0
		move "R" to W50-flag
	else
		move space to W50-flag
	end-if
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	move W60-id(loan-idx) to W30-check-id
	evaluate true
		when not W60-on-mast(loan-idx)
			move "ON LAST MONTH'S BOOK, NOT ON LOANMAST NOW"
				to W30-message
			perform X200-record-break
		when not W60-on-snap(loan-idx) and W60-new(loan-idx) = 0
			move "NOT ON LAST MONTH'S BOOK AND NOT BOOKED THIS MONTH"
				to W30-message
			perform X200-record-break
		when W40-diff not = 0
			move "CLOSING BALANCE DOES NOT ROLL FORWARD" to W30-message
			perform X200-record-break
	end-evaluate.
C200-prove-totals.
	*> Each proof stages its two sides in W40-proof-a/-b and one
	*> shared paragraph flags and prints the line.
	move "opening+int-repaid+other = closing     " to W50-proof-desc
	compute W40-proof-a = W40-tot-open + W40-tot-interest
		- W40-tot-repaid + W40-tot-other
	move W40-tot-close to W40-proof-b
	perform C250-flag-proof
	move "interest accrued = loangl01 LOANINTR   " to W50-proof-desc
	move W40-tot-interest to W40-proof-a
	move W40-gl-intr to W40-proof-b
	perform C250-flag-proof
	move "loangl01 LOANINTR = loangl01 INTINC    " to W50-proof-desc
	move W40-gl-intr to W40-proof-a
	move W40-gl-intinc to W40-proof-b
	perform C250-flag-proof
	move "written off = loangl01 Woff LOANRECV   " to W50-proof-desc
	move W40-tot-woff to W40-proof-a
	move W40-gl-woff to W40-proof-b
	perform C250-flag-proof.
C250-flag-proof.
	move W40-proof-a to W50-proof-left
	move W40-proof-b to W50-proof-right
	if W40-proof-a = W40-proof-b
		move spaces to W50-proof-flag
	else
		move "** BREAK" to W50-proof-flag
		move "TOTAL" to W30-check-id
		move W50-proof-desc to W30-message
		perform X200-record-break
	end-if
	move "LINE" to RW-FUNCTION
	move W50-proof-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
C900-note-baseline.
	move spaces to W50-note-line
	string "Baseline run - balances for " delimited by size
		W30-month delimited by size
		" recorded, nothing proved." delimited by size
		into W50-note-text
	end-string
	move "LINE" to RW-FUNCTION
	move W50-note-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D100-write-snapshot.
	*> Written only for loans still on the master - a closing of
	*> nothing needs no opening next month.
	open output snap-file
	if not W90-snap-ok
		display "lonrecon: unable to write lonrcnbl, status "
			W90-snap-status " - next month has no opening balances."
		exit paragraph
	end-if
	perform varying loan-idx from 1 by 1 until loan-idx > W20-loan-count
		if W60-on-mast(loan-idx)
			move W60-id(loan-idx) to snap-id
			move W30-month to snap-month
			if W10-baseline
				move W60-close(loan-idx) to snap-open
			else
				move W60-open(loan-idx) to snap-open
			end-if
			move W60-close(loan-idx) to snap-close
			write snap-rec
		end-if
	end-perform
	close snap-file.
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
X100-find-loan.
	*> The loan's row in W60, added empty the first time it is seen.
	move "N" to W10-found-sw
	perform varying loan-idx from 1 by 1
			until loan-idx > W20-loan-count or W10-found
		if W60-id(loan-idx) = W30-loan-id
			move "Y" to W10-found-sw
		end-if
	end-perform
	if W10-found
		set loan-idx down by 1
		exit paragraph
	end-if
	if W20-loan-count >= 3000
		move "Y" to W10-full-sw
		exit paragraph
	end-if
	add 1 to W20-loan-count
	set loan-idx to W20-loan-count
	move W30-loan-id to W60-id(loan-idx)
	move 0 to W60-open(loan-idx)
	move 0 to W60-interest(loan-idx)
	move 0 to W60-repaid(loan-idx)
	move 0 to W60-new(loan-idx)
	move 0 to W60-woff(loan-idx)
	move 0 to W60-close(loan-idx)
	move 0 to W60-rstr(loan-idx)
	move "N" to W60-mast-sw(loan-idx)
	move "N" to W60-snap-sw(loan-idx)
	move "Y" to W10-found-sw.
X200-record-break.
	add 1 to W20-break-count
	move spaces to W50-note-line
	move W30-check-id to W50-note-id
	string "** " delimited by size
		W30-message delimited by size
		into W50-note-text
	end-string
	move "LINE" to RW-FUNCTION
	move W50-note-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	if W90-exc-ok
		move "lonrecon" to exc-program
		move spaces to exc-message
		string W30-check-id delimited by size
			": " delimited by size
			W30-message delimited by size
			into exc-message
		end-string
		move "N" to exc-ack-sw
		move spaces to exc-ack-oper
		move 0 to exc-ack-date
		write exception-rec
	end-if.
Z200-read-done.
	read repay-done
		at end move "Y" to W10-eof-sw
	end-read.
Z300-read-gl.
	read gl-file
		at end move "Y" to W10-eof-sw
	end-read.
Z400-read-rstr.
	read rstr-hist
		at end move "Y" to W10-eof-sw
	end-read.
Z500-read-snap.
	read snap-file
		at end move "Y" to W10-eof-sw
	end-read.
