*> Student fees receivable interface to the general ledger.
*> stubill's invoices and sturecpt's receipts never reached finance
*> - the tuition receivable and income were keyed into the ledger
*> from printouts. This books everything on stuinvc
*> (stu-invc-rec.cpy) the ledger has not yet been told:
*>   - each invoice raised - DR receivable (STUAR) the balance the
*>     student owes, DR scholarship discounts (SCHDISC) the awards
*>     stubill (ch7/prog16.cbl) took off, CR tuition income
*>     (TUITINC) the fee, one income line per class;
*>   - each receipt - DR cash (STUCASH), CR receivable (STUAR), the
*>     growth in inv-paid since the last booking.
*> An invoice raised before inv-fee existed books its whole amount
*> as the fee. All four accounts prove against the chart through
*> coaedit (ch9/prog23.cbl) before anything is written, and the
*> journal goes to this run's own interface file stugl01 in paygl's
*> record shape (ch10/prog6.cbl), registered on xmitreg through
*> xmitctl (ch9/prog25.cbl) like lonaccr's loangl01
*> (ch3/prog12.cbl): sequence in a header line, regeneration of a
*> transmitted file blocked without a supervisor sign-on, and the
*> lines of a generation still waiting to go carried into the new
*> one - they were booked on stuinvc when written. The register
*> stugl1 shows the journal, proves debits equal credits, and
*> proves the receivable movement booked equals the change in open
*> stuinvc balances since the last run (stuglctl,
*> stu-gl-ctl-rec.cpy) - a difference means stuinvc was changed
*> outside stubill and sturecpt and sets return code 4.
identification division.
program-id. stugl.
environment division.
input-output section.
file-control.
	select invc-file assign to "stuinvc"
		file status is W90-invc-status.
	select ctl-file assign to "stuglctl"
		file status is W90-ctl-status.
	select gl-file assign to "stugl01"
		file status is W90-gl-status.
	select gl-rpt assign to "stugl1"
		file status is W90-rpt-status.
data division.
file section.
fd	invc-file.
01	invc-rec.
	copy stu-invc-rec.
fd	ctl-file.
01	gl-ctl-rec.
	copy stu-gl-ctl-rec.
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
fd	gl-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
01	W20-counters.
	05	W20-rec-count		pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-line-count		pic 9(4) comp value 0.
	05	W20-inv-count		pic 9(4) comp value 0.
	05	W20-rcpt-count		pic 9(4) comp value 0.
	05	W20-class-sub		pic 9(4) comp value 0.
01	W30-run-date			pic 9(8).
01	W40-gl-work.
	05	W40-fee				pic S9(7)v99 comp-3.
	05	W40-receipt			pic S9(7)v99 comp-3.
	05	W40-inv-total		pic S9(9)v99 comp-3 value 0.
	05	W40-disc-total		pic S9(9)v99 comp-3 value 0.
	05	W40-rcpt-total		pic S9(9)v99 comp-3 value 0.
	05	W40-dr-total		pic S9(11)v99 comp-3 value 0.
	05	W40-cr-total		pic S9(11)v99 comp-3 value 0.
	05	W40-open-prior		pic S9(9)v99 comp-3 value 0.
	05	W40-open-now		pic S9(9)v99 comp-3 value 0.
	05	W40-open-change		pic S9(9)v99 comp-3.
	05	W40-ar-movement		pic S9(9)v99 comp-3.
	05	W40-difference		pic S9(9)v99 comp-3.
01	W40-formatted-date		pic X(10).
01	W40-line-account		pic X(8).
01	W40-line-side			pic X(2).
01	W40-line-amount			pic S9(9)v99 comp-3.
01	W40-line-desc			pic X(20).
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
01	invc-table.
	05	invc-table-entry occurs 2000 times indexed by inv-idx.
		copy stu-invc-rec replacing ==05== by ==10==.
*> Tuition income by class for the invoices booked this run.
01	W62-class-count			pic 9(3) comp value 0.
01	W62-class-table.
	05	W62-class-entry occurs 200 times.
		10	W62-class-code		pic X(4).
		10	W62-class-fee		pic S9(9)v99 comp-3.
*> Lines of the waiting generation carried into the new one.
01	W68-keep-count			pic 9(4) comp value 0.
01	W68-keep-table.
	05	W68-keep-line		pic X(54) occurs 1000 times
							indexed by keep-idx.
01	W90-super-level			pic X value "A".
01	W90-super-sw			pic X.
	88	W90-super-ok			value "Y".
01	W90-invc-status			pic XX.
	88	W90-invc-ok				value "00".
01	W90-ctl-status			pic XX.
	88	W90-ctl-ok				value "00".
01	W90-gl-status			pic XX.
	88	W90-gl-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(34) value
		"Student Ledger Interface".
	05	filler				pic X(11) value " Run date: ".
	05	W50-hdr-date		pic 9(8).
	05	filler				pic X(9) value "  stugl01".
	05	filler				pic X(5) value " gen ".
	05	W50-hdr-seq			pic 9(6).
	05	filler				pic X(7).
01	W50-column-header.
	05	filler				pic X(80) value
		"DR/CR  Account   Description                   Amount".
01	W50-detail-line.
	05	filler				pic X(2).
	05	W50-det-side		pic X(2).
	05	filler				pic X(3).
	05	W50-det-account		pic X(8).
	05	filler				pic X(2).
	05	W50-det-desc		pic X(20).
	05	filler				pic X(2).
	05	W50-det-amount		pic Z(8)9.99.
	05	filler				pic X(29).
01	W50-total-line.
	05	filler				pic X(2).
	05	W50-tot-label		pic X(33).
	05	W50-tot-amount		pic Z(9)9.99-.
	05	filler				pic X(31).
01	W50-proof-line.
	05	filler				pic X(2).
	05	W50-proof-label		pic X(40).
	05	W50-proof-result	pic X(38).
	copy locale-sw.
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> marks invoices booked.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	*> The four accounts prove against the chart before anything is
	*> booked - an out-of-chart run stops here.
	move 0 to W75-invalid-count
	move "STUAR   " to W75-account
	perform B100-check-account
	move "TUITINC " to W75-account
	perform B100-check-account
	move "SCHDISC " to W75-account
	perform B100-check-account
	move "STUCASH " to W75-account
	perform B100-check-account
	if W75-invalid-count > 0
		display "stugl: account(s) not on the chart - nothing booked. "
			"Load them with coamnt first."
		move 8 to return-code
		goback
	end-if
	open input invc-file
	if not W90-invc-ok
		display "stugl: unable to open stuinvc, status " W90-invc-status
			" - nothing to book."
		move 8 to return-code
		goback
	end-if
	perform B200-load-invoices
	perform B300-read-control
	perform B400-measure-invoices
	perform B900-keep-waiting-lines
	move "NEXT" to W35-xmit-function
	move "STUGL01 " to W35-xmit-file-id
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	if W35-xmit-blocked
		display "stugl: stugl01 generation " W35-xmit-seq " - 1 is "
			"marked TRANSMITTED and not acknowledged."
		display "Supervisor sign-on required to regenerate."
		call "opsignon" using W90-super-sw W90-super-level end-call
		if not W90-super-ok
			display "stugl: regeneration refused - nothing booked."
			move 8 to return-code
			goback
		end-if
	end-if
	open output gl-rpt
	if not W90-rpt-ok
		display "stugl: unable to open stugl1, status " W90-rpt-status
		move 16 to return-code
		goback
	end-if
	open output gl-file
	if not W90-gl-ok
		display "stugl: unable to open stugl01, status " W90-gl-status
		close gl-rpt
		move 16 to return-code
		goback
	end-if
	call "datefmt" using
		W30-run-date LOC-LOCALE-SWITCH W40-formatted-date
	end-call
	move W30-run-date to W50-hdr-date
	move W35-xmit-seq to W50-hdr-seq
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
	perform C100-write-journal
	close gl-file
	move "GEN " to W35-xmit-function
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	display "stugl01 generation " W35-xmit-seq " registered on xmitreg."
	perform E100-save-invoices
	perform E200-save-control
	perform C300-write-proofs
	close gl-rpt
	display "Student ledger interface complete for " W30-run-date "."
	display "Invoices booked:       " W20-inv-count
	display "Receipts booked:       " W20-rcpt-count
	display "Journal lines written: " W20-line-count
	if W40-difference not = 0
		display "stugl: receivable proof FAILS by " W40-difference
			" - see stugl1."
		move 4 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B100-check-account.
	call "coaedit" using W75-account W75-valid-sw end-call
	if not W75-acct-valid
		add 1 to W75-invalid-count
		display "stugl: account " W75-account " is not on coamast."
	end-if.
B200-load-invoices.
	move "N" to W10-eof-sw
	perform until W10-eof
		read invc-file
			at end move "Y" to W10-eof-sw
			not at end
				if W20-rec-count >= 2000
					display "stugl: more than 2000 invoices - "
						"nothing booked."
					close invc-file
					move 16 to return-code
					goback
				end-if
				add 1 to W20-rec-count
				move invc-rec to invc-table-entry(W20-rec-count)
		end-read
	end-perform
	close invc-file.
B300-read-control.
	move 0 to W40-open-prior
	open input ctl-file
	if W90-ctl-ok
		read ctl-file
			at end continue
			not at end move sgc-open-balance to W40-open-prior
		end-read
		close ctl-file
	end-if.
B400-measure-invoices.
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-rec-count
		if inv-is-open of invc-table-entry(W20-sub1)
			compute W40-open-now = W40-open-now
				+ inv-amount of invc-table-entry(W20-sub1)
				- inv-paid of invc-table-entry(W20-sub1)
		end-if
		if not inv-is-booked of invc-table-entry(W20-sub1)
			perform B450-book-invoice
		end-if
		compute W40-receipt = inv-paid of invc-table-entry(W20-sub1)
			- inv-gl-paid of invc-table-entry(W20-sub1)
		if W40-receipt > 0
			add 1 to W20-rcpt-count
			add W40-receipt to W40-rcpt-total
			move inv-paid of invc-table-entry(W20-sub1)
				to inv-gl-paid of invc-table-entry(W20-sub1)
		end-if
	end-perform.
B450-book-invoice.
	add 1 to W20-inv-count
	move "Y" to inv-gl-sw of invc-table-entry(W20-sub1)
	move 0 to inv-gl-paid of invc-table-entry(W20-sub1)
	move inv-fee of invc-table-entry(W20-sub1) to W40-fee
	if W40-fee = 0
		move inv-amount of invc-table-entry(W20-sub1) to W40-fee
	end-if
	add inv-amount of invc-table-entry(W20-sub1) to W40-inv-total
	add inv-discount of invc-table-entry(W20-sub1) to W40-disc-total
	perform varying W20-class-sub from 1 by 1
			until W20-class-sub > W62-class-count
				or W62-class-code(W20-class-sub) =
					inv-cls-code of invc-table-entry(W20-sub1)
		continue
	end-perform
	if W20-class-sub > W62-class-count
		*> A full table books the rest under the last class line.
		if W62-class-count >= 200
			move 200 to W20-class-sub
		else
			add 1 to W62-class-count
			move inv-cls-code of invc-table-entry(W20-sub1)
				to W62-class-code(W20-class-sub)
			move 0 to W62-class-fee(W20-class-sub)
		end-if
	end-if
	add W40-fee to W62-class-fee(W20-class-sub).
B900-keep-waiting-lines.
	*> A generation not yet transmitted still holds lines whose
	*> invoices and receipts are already marked booked - they go
	*> into the new generation ahead of this run's own lines.
	move 0 to W68-keep-count
	move "STAT" to W35-xmit-function
	move "STUGL01 " to W35-xmit-file-id
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	if W35-xmit-blocked-sw not = "G"
		exit paragraph
	end-if
	open input gl-file
	if not W90-gl-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z400-read-gl
	perform until W10-eof
		if gl-dr-cr not = "HD"
			if W68-keep-count >= 1000
				display "stugl: too many waiting lines to carry over "
					"- stugl01 NOT rebuilt."
				close gl-file
				move 16 to return-code
				goback
			end-if
			add 1 to W68-keep-count
			move gl-journal-rec to W68-keep-line(W68-keep-count)
			if gl-dr-cr = "DR"
				add gl-amount to W40-dr-total
			else
				add gl-amount to W40-cr-total
			end-if
		end-if
		perform Z400-read-gl
	end-perform
	close gl-file
	move "N" to W10-eof-sw
	if W68-keep-count > 0
		display "stugl: " W68-keep-count " line(s) of the waiting "
			"generation carried over."
	end-if.
C100-write-journal.
	*> The header line carries the transmission sequence into the
	*> file, the glintf01 way.
	move spaces to gl-journal-rec
	move "HD" to gl-dr-cr
	move "STUGL01 " to gl-account
	move W35-xmit-seq to gl-amount
	move W40-formatted-date to gl-run-date
	move "Transmission header" to gl-description
	write gl-journal-rec
	add 1 to W20-line-count
	perform varying keep-idx from 1 by 1 until keep-idx > W68-keep-count
		move W68-keep-line(keep-idx) to gl-journal-rec
		write gl-journal-rec
		add 1 to W20-line-count
		move gl-dr-cr to W50-det-side
		move gl-account to W50-det-account
		move gl-description to W50-det-desc
		move gl-amount to W50-det-amount
		write rpt-line from W50-detail-line
	end-perform
	move "DR" to W40-line-side
	move "STUAR   " to W40-line-account
	move W40-inv-total to W40-line-amount
	move "Tuition invoiced" to W40-line-desc
	perform C200-write-line
	move "DR" to W40-line-side
	move "SCHDISC " to W40-line-account
	move W40-disc-total to W40-line-amount
	move "Scholarship awards" to W40-line-desc
	perform C200-write-line
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W62-class-count
		move "CR" to W40-line-side
		move "TUITINC " to W40-line-account
		move W62-class-fee(W20-sub1) to W40-line-amount
		move spaces to W40-line-desc
		string "Tuition class " delimited by size
			W62-class-code(W20-sub1) delimited by size
			into W40-line-desc
		end-string
		perform C200-write-line
	end-perform
	move "DR" to W40-line-side
	move "STUCASH " to W40-line-account
	move W40-rcpt-total to W40-line-amount
	move "Tuition receipts" to W40-line-desc
	perform C200-write-line
	move "CR" to W40-line-side
	move "STUAR   " to W40-line-account
	move W40-rcpt-total to W40-line-amount
	move "Tuition receipts" to W40-line-desc
	perform C200-write-line.
C200-write-line.
	if W40-line-amount = 0
		exit paragraph
	end-if
	move spaces to gl-journal-rec
	move W40-line-side to gl-dr-cr
	move W40-line-account to gl-account
	move W40-line-amount to gl-amount
	move W40-formatted-date to gl-run-date
	move W40-line-desc to gl-description
	write gl-journal-rec
	add 1 to W20-line-count
	if W40-line-side = "DR"
		add W40-line-amount to W40-dr-total
	else
		add W40-line-amount to W40-cr-total
	end-if
	move spaces to W50-detail-line
	move W40-line-side to W50-det-side
	move W40-line-account to W50-det-account
	move W40-line-desc to W50-det-desc
	move W40-line-amount to W50-det-amount
	write rpt-line from W50-detail-line.
C300-write-proofs.
	move spaces to rpt-line
	write rpt-line
	move "Total debits" to W50-tot-label
	move W40-dr-total to W50-tot-amount
	write rpt-line from W50-total-line
	move "Total credits" to W50-tot-label
	move W40-cr-total to W50-tot-amount
	write rpt-line from W50-total-line
	move spaces to W50-proof-line
	move "Journal balance:" to W50-proof-label
	if W40-dr-total = W40-cr-total
		move "BALANCED" to W50-proof-result
	else
		move "OUT OF BALANCE" to W50-proof-result
	end-if
	write rpt-line from W50-proof-line
	move spaces to rpt-line
	write rpt-line
	compute W40-ar-movement = W40-inv-total - W40-rcpt-total
	compute W40-open-change = W40-open-now - W40-open-prior
	compute W40-difference = W40-ar-movement - W40-open-change
	move "Open stuinvc balances at last run" to W50-tot-label
	move W40-open-prior to W50-tot-amount
	write rpt-line from W50-total-line
	move "Open stuinvc balances now" to W50-tot-label
	move W40-open-now to W50-tot-amount
	write rpt-line from W50-total-line
	move "Change in open balances" to W50-tot-label
	move W40-open-change to W50-tot-amount
	write rpt-line from W50-total-line
	move "Receivable movement booked" to W50-tot-label
	move W40-ar-movement to W50-tot-amount
	write rpt-line from W50-total-line
	move spaces to W50-proof-line
	move "Receivable proof:" to W50-proof-label
	if W40-difference = 0
		move "AGREES" to W50-proof-result
		write rpt-line from W50-proof-line
	else
		move "DIFFERENCE - stuinvc changed outside" to W50-proof-result
		write rpt-line from W50-proof-line
		move "Difference" to W50-tot-label
		move W40-difference to W50-tot-amount
		write rpt-line from W50-total-line
	end-if.
E100-save-invoices.
	open output invc-file
	if not W90-invc-ok
		display "stugl: unable to rewrite stuinvc, status "
			W90-invc-status
		exit paragraph
	end-if
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-rec-count
		move invc-table-entry(W20-sub1) to invc-rec
		write invc-rec
	end-perform
	close invc-file.
E200-save-control.
	open output ctl-file
	if not W90-ctl-ok
		display "stugl: unable to rewrite stuglctl, status "
			W90-ctl-status
		exit paragraph
	end-if
	move W30-run-date to sgc-run-date
	move W40-open-now to sgc-open-balance
	move W35-xmit-seq to sgc-xmit-seq
	write gl-ctl-rec
	close ctl-file.
Z400-read-gl.
	read gl-file
		at end move "Y" to W10-eof-sw
	end-read.
