*> Bank statement import and reconciliation.
*> A cheque only ever went CLEARED one at a time through chqprint's
*> outstanding option (ch10/prog18.cbl), and nobody confirmed that
*> the bankpay payments paybank (ch10/prog5.cbl) wrote actually left
*> the account except by eyeballing the statement. This loads the
*> bank's daily statement file (bankstmt) and matches its debits:
*> a "CHQ" debit to the chqreg cheque of that number - an
*> outstanding cheque for exactly that amount goes chq-is-cleared,
*> anything else (not on the register, voided, already cleared, a
*> different amount) is an unmatched item, never guessed at; a
*> "PAY" debit to an unsettled PAY record of the current bankpay
*> generation by employee reference and amount, the way bankret
*> (ch10/prog15.cbl) matches returns - a match is logged settled on
*> bankstl (bank-stl-rec.cpy) under the generation's sequence.
*> Credits are the bank's business, not payroll's, and are counted
*> and passed over. The reconciliation report (bankrec1) lists the
*> unmatched statement items, the bankpay payments no statement
*> has shown yet, and the cheques outstanding longer than the
*> STALECHQ parameter (suiteparm, calendar days, default 180,
*> counted 30/360 the way prenotok counts) as candidates for void.
*> chqreg is rewritten whole, the chqprint way, only when a cheque
*> cleared.
identification division.
program-id. stmtrec.
environment division.
input-output section.
file-control.
	select stmt-in assign to "bankstmt"
		file status is W90-stmt-status.
	select bank-file assign to "bankpay"
		file status is W90-bank-status.
	select chq-reg assign to "chqreg"
		file status is W90-reg-status.
	select stl-file assign to "bankstl"
		file status is W90-stl-status.
	select rec-rpt assign to "bankrec1"
		file status is W90-rpt-status.
data division.
file section.
fd	stmt-in.
*> The bank's fixed 40-byte statement line - display numeric like
*> every bank layout. The reference is the cheque number for a
*> "CHQ" item and the payee reference paybank sent (the emp-id) for
*> a "PAY" item.
01	stmt-in-rec.
	05	stmt-date			pic 9(8).
	05	stmt-dr-cr			pic X(2).
	05	stmt-type			pic X(3).
	05	stmt-reference		pic X(12).
	05	stmt-chq-ref redefines stmt-reference.
		10	stmt-chq-number	pic X(6).
		10	filler			pic X(6).
	05	stmt-amount			pic 9(9)v99.
	05	filler				pic X(4).
fd	bank-file.
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
fd	chq-reg.
01	chq-reg-rec.
	copy chq-reg-rec.
fd	stl-file.
01	stl-file-rec.
	copy bank-stl-rec.
fd	rec-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-reg-over-sw		pic X value "N".
		88	W10-reg-over			value "Y".
	05	W10-reg-changed-sw	pic X value "N".
		88	W10-reg-changed			value "Y".
	05	W10-stl-open-sw		pic X value "N".
		88	W10-stl-open			value "Y".
	05	W10-save-fail-sw	pic X value "N".
		88	W10-save-failed			value "Y".
01	W20-counters.
	05	W20-reg-count		pic 9(4) comp value 0.
	05	W20-pay-count		pic 9(5) comp value 0.
	05	W20-stmt-count		pic 9(5) comp value 0.
	05	W20-credit-count	pic 9(5) comp value 0.
	05	W20-cleared-count	pic 9(5) comp value 0.
	05	W20-settled-count	pic 9(5) comp value 0.
	05	W20-unmatched-count	pic 9(5) comp value 0.
	05	W20-unseen-count	pic 9(5) comp value 0.
	05	W20-stale-count		pic 9(5) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-hit				pic 9(5) comp value 0.
01	W30-today				pic 9(8).
01	W30-bank-seq			pic 9(6) value 0.
01	W30-chq-number			pic 9(6).
01	W30-reason				pic X(24).
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-stale-days			pic S9(7)v99 comp-3.
01	W40-today-days			pic 9(7) comp.
01	W40-issue-days			pic 9(7) comp.
01	W40-age-days			pic S9(7) comp.
01	W90-stmt-status			pic XX.
	88	W90-stmt-ok				value "00".
01	W90-bank-status			pic XX.
	88	W90-bank-ok				value "00".
01	W90-reg-status			pic XX.
	88	W90-reg-ok				value "00".
01	W90-stl-status			pic XX.
	88	W90-stl-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	chq-reg-table.
	05	reg-table-entry occurs 2000 times indexed by reg-idx.
		copy chq-reg-rec replacing ==05== by ==10==.
*> The PAY records of the current bankpay generation, each flagged
*> once a statement (this one or an earlier one, off bankstl) has
*> shown it leave.
01	W60-pay-table.
	05	W60-pay-entry occurs 5000 times indexed by pay-idx.
		10	W60-pay-emp-id		pic X(5).
		10	W60-pay-amount		pic S9(7)v99 comp-3.
		10	W60-pay-settled-sw	pic X.
			88	W60-pay-settled		value "Y".
01	W50-rpt-header.
	05	filler				pic X(34) value
		"Bank Statement Reconciliation".
	05	filler				pic X(11) value " Run date: ".
	05	W50-hdr-date		pic 9(8).
	05	filler				pic X(27).
01	W50-section-line.
	05	W50-section-title	pic X(80).
01	W50-stmt-line.
	05	W50-stmt-date		pic 9(8).
	05	filler				pic X(2).
	05	W50-stmt-type		pic X(3).
	05	filler				pic X(2).
	05	W50-stmt-ref		pic X(12).
	05	W50-stmt-amount		pic ZZZ,ZZZ,ZZ9.99.
	05	filler				pic X(2).
	05	W50-stmt-reason		pic X(24).
	05	filler				pic X(13).
01	W50-pay-line.
	05	filler				pic X(4) value "PAY ".
	05	W50-pay-emp-id		pic X(5).
	05	filler				pic X(4).
	05	W50-pay-amount		pic ZZZ,ZZ9.99.
	05	filler				pic X(16) value "  bankpay gen. ".
	05	W50-pay-seq			pic 9(6).
	05	filler				pic X(35).
01	W50-stale-line.
	05	filler				pic X(4) value "CHQ ".
	05	W50-stale-number	pic 9(6).
	05	filler				pic X(2).
	05	W50-stale-emp-id	pic X(5).
	05	filler				pic X(2).
	05	W50-stale-payee		pic X(10).
	05	W50-stale-amount	pic ZZZ,ZZ9.99.
	05	filler				pic X(10) value "  issued ".
	05	W50-stale-date		pic 9(8).
	05	filler				pic X(2).
	05	W50-stale-age		pic ZZZ9.
	05	filler				pic X(17) value " days - void?".
01	W50-count-line.
	05	W50-count-desc		pic X(40).
	05	W50-count-value		pic ZZZZ9.
	05	filler				pic X(35).
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> marks cheques cleared on the register.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	move "STALECHQ" to W35-parm-key
	move 180 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-stale-days
	end-call
	compute W40-today-days =
		(function numval(W30-today(3:2)) * 360)
		+ (function numval(W30-today(5:2)) * 30)
		+ function numval(W30-today(7:2))
	open input stmt-in
	if W90-stmt-status = "35"
		display "stmtrec: no bankstmt on hand - nothing to reconcile."
		move 0 to return-code
		goback
	end-if
	if not W90-stmt-ok
		display "stmtrec: unable to open bankstmt, status " W90-stmt-status
		move 16 to return-code
		goback
	end-if
	perform B100-load-register
	if W10-reg-over
		*> A cleared mark saves by rewriting chqreg whole - a
		*> truncated load would destroy register history.
		display "stmtrec: chqreg outgrew its table - nothing "
			"reconciled. Archive cleared/void cheques off chqreg "
			"and retry."
		close stmt-in
		move 8 to return-code
		goback
	end-if
	perform B200-load-bankpay
	perform B300-load-settlements
	open output rec-rpt
	if not W90-rpt-ok
		display "stmtrec: unable to open bankrec1, status " W90-rpt-status
		close stmt-in
		move 16 to return-code
		goback
	end-if
	*> Settlements append as they match; a log that cannot be
	*> opened still lets the cheques clear, and says so.
	open extend stl-file
	if W90-stl-status = "35"
		open output stl-file
	end-if
	if W90-stl-ok
		move "Y" to W10-stl-open-sw
	else
		display "stmtrec: unable to open bankstl, status " W90-stl-status
			" - payments matched this run are NOT logged settled."
	end-if
	move W30-today to W50-hdr-date
	write rpt-line from W50-rpt-header after advancing page
	move spaces to rpt-line
	write rpt-line
	move "Unmatched statement debits" to W50-section-title
	write rpt-line from W50-section-line
	move "N" to W10-eof-sw
	perform Z100-read-statement
	perform until W10-eof
		add 1 to W20-stmt-count
		if stmt-dr-cr not = "DR"
			add 1 to W20-credit-count
		else
			evaluate stmt-type
				when "CHQ"
					perform C100-match-cheque
				when "PAY"
					perform C200-match-payment
				when other
					move "Not a payroll item" to W30-reason
					perform C900-report-unmatched
			end-evaluate
		end-if
		perform Z100-read-statement
	end-perform
	close stmt-in
	if W10-stl-open
		close stl-file
	end-if
	perform D100-report-unseen-payments
	perform D200-report-stale-cheques
	perform D300-report-counts
	close rec-rpt
	if W10-reg-changed
		perform F100-save-register
	end-if
	display "Statement lines read:        " W20-stmt-count
	display "Cheques cleared:             " W20-cleared-count
	display "Payments settled:            " W20-settled-count
	display "Unmatched statement debits:  " W20-unmatched-count
	display "Payments not yet seen:       " W20-unseen-count
	display "Stale cheques:               " W20-stale-count
	display "Reconciliation report written to bankrec1."
	evaluate true
		when W10-save-failed
			move 16 to return-code
		when W20-unmatched-count > 0
			move 4 to return-code
		when other
			move 0 to return-code
	end-evaluate
	goback.
B100-load-register.
	move 0 to W20-reg-count
	open input chq-reg
	if W90-reg-ok
		move "N" to W10-eof-sw
		perform Z200-read-register
		perform until W10-eof or W10-reg-over
			if W20-reg-count >= 2000
				move "Y" to W10-reg-over-sw
			else
				add 1 to W20-reg-count
				move chq-reg-rec to reg-table-entry(W20-reg-count)
				perform Z200-read-register
			end-if
		end-perform
		close chq-reg
	end-if.
B200-load-bankpay.
	*> A missing bankpay just means no payments to settle. Pre-notes
	*> move no money and never appear on a statement.
	move 0 to W20-pay-count
	open input bank-file
	if not W90-bank-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z300-read-bankpay
	perform until W10-eof
		evaluate bank-pay-marker
			when "HDR"
				move bank-hdr-seq to W30-bank-seq
			when "PAY"
				if W20-pay-count >= 5000
					display "stmtrec: bankpay outgrew its table - the "
						"payments past 5000 are not reconciled."
				else
					add 1 to W20-pay-count
					move bank-pay-emp-id to W60-pay-emp-id(W20-pay-count)
					move bank-pay-amount to W60-pay-amount(W20-pay-count)
					move "N" to W60-pay-settled-sw(W20-pay-count)
				end-if
		end-evaluate
		perform Z300-read-bankpay
	end-perform
	close bank-file.
B300-load-settlements.
	*> Earlier statements' settlements of this same generation.
	open input stl-file
	if not W90-stl-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z400-read-settlement
	perform until W10-eof
		if bstl-seq = W30-bank-seq
			perform C250-find-unsettled-for-log
			if W10-found
				move "Y" to W60-pay-settled-sw(W20-hit)
			end-if
		end-if
		perform Z400-read-settlement
	end-perform
	close stl-file.
C100-match-cheque.
	move "N" to W10-found-sw
	if stmt-chq-number is numeric
		move stmt-chq-number to W30-chq-number
		perform varying reg-idx from 1 by 1
				until reg-idx > W20-reg-count or W10-found
			if chq-number of reg-table-entry(reg-idx) = W30-chq-number
				move "Y" to W10-found-sw
				move reg-idx to W20-hit
			end-if
		end-perform
	end-if
	evaluate true
		when not W10-found
			move "Cheque not on register" to W30-reason
			perform C900-report-unmatched
		when chq-is-void of reg-table-entry(W20-hit)
			move "Cheque is VOID" to W30-reason
			perform C900-report-unmatched
		when chq-is-cleared of reg-table-entry(W20-hit)
			move "Cheque already cleared" to W30-reason
			perform C900-report-unmatched
		when chq-amount of reg-table-entry(W20-hit) not = stmt-amount
			move "Amount differs - ALTERED?" to W30-reason
			perform C900-report-unmatched
		when other
			move "C" to chq-status of reg-table-entry(W20-hit)
			move "Y" to W10-reg-changed-sw
			add 1 to W20-cleared-count
	end-evaluate.
C200-match-payment.
	move "N" to W10-found-sw
	perform varying pay-idx from 1 by 1
			until pay-idx > W20-pay-count or W10-found
		if W60-pay-emp-id(pay-idx) = stmt-reference(1:5)
				and W60-pay-amount(pay-idx) = stmt-amount
				and not W60-pay-settled(pay-idx)
			move "Y" to W10-found-sw
			move "Y" to W60-pay-settled-sw(pay-idx)
			add 1 to W20-settled-count
			if W10-stl-open
				move W30-bank-seq to bstl-seq
				move W60-pay-emp-id(pay-idx) to bstl-emp-id
				move W60-pay-amount(pay-idx) to bstl-amount
				move stmt-date to bstl-stmt-date
				write stl-file-rec
			end-if
		end-if
	end-perform
	if not W10-found
		move "No unsettled bankpay match" to W30-reason
		perform C900-report-unmatched
	end-if.
C250-find-unsettled-for-log.
	move "N" to W10-found-sw
	perform varying pay-idx from 1 by 1
			until pay-idx > W20-pay-count or W10-found
		if W60-pay-emp-id(pay-idx) = bstl-emp-id
				and W60-pay-amount(pay-idx) = bstl-amount
				and not W60-pay-settled(pay-idx)
			move "Y" to W10-found-sw
			set W20-hit to pay-idx
		end-if
	end-perform.
C900-report-unmatched.
	add 1 to W20-unmatched-count
	move stmt-date to W50-stmt-date
	move stmt-type to W50-stmt-type
	move stmt-reference to W50-stmt-ref
	move stmt-amount to W50-stmt-amount
	move W30-reason to W50-stmt-reason
	write rpt-line from W50-stmt-line.
D100-report-unseen-payments.
	move spaces to rpt-line
	write rpt-line
	move "Payments not yet seen on a statement" to W50-section-title
	write rpt-line from W50-section-line
	perform varying pay-idx from 1 by 1 until pay-idx > W20-pay-count
		if not W60-pay-settled(pay-idx)
			add 1 to W20-unseen-count
			move W60-pay-emp-id(pay-idx) to W50-pay-emp-id
			move W60-pay-amount(pay-idx) to W50-pay-amount
			move W30-bank-seq to W50-pay-seq
			write rpt-line from W50-pay-line
		end-if
	end-perform.
D200-report-stale-cheques.
	move spaces to rpt-line
	write rpt-line
	move "Stale outstanding cheques - candidates for void"
		to W50-section-title
	write rpt-line from W50-section-line
	perform varying reg-idx from 1 by 1 until reg-idx > W20-reg-count
		if chq-is-issued of reg-table-entry(reg-idx)
			compute W40-issue-days =
				(function numval(chq-issue-date of
					reg-table-entry(reg-idx)(3:2)) * 360)
				+ (function numval(chq-issue-date of
					reg-table-entry(reg-idx)(5:2)) * 30)
				+ function numval(chq-issue-date of
					reg-table-entry(reg-idx)(7:2))
			compute W40-age-days = W40-today-days - W40-issue-days
			if W40-age-days > W35-stale-days
				add 1 to W20-stale-count
				move chq-number of reg-table-entry(reg-idx)
					to W50-stale-number
				move chq-emp-id of reg-table-entry(reg-idx)
					to W50-stale-emp-id
				move chq-payee of reg-table-entry(reg-idx)
					to W50-stale-payee
				move chq-amount of reg-table-entry(reg-idx)
					to W50-stale-amount
				move chq-issue-date of reg-table-entry(reg-idx)
					to W50-stale-date
				move W40-age-days to W50-stale-age
				write rpt-line from W50-stale-line
			end-if
		end-if
	end-perform.
D300-report-counts.
	move spaces to rpt-line
	write rpt-line
	move "Statement lines read:" to W50-count-desc
	move W20-stmt-count to W50-count-value
	write rpt-line from W50-count-line
	move "Credits passed over:" to W50-count-desc
	move W20-credit-count to W50-count-value
	write rpt-line from W50-count-line
	move "Cheques cleared:" to W50-count-desc
	move W20-cleared-count to W50-count-value
	write rpt-line from W50-count-line
	move "Payments settled:" to W50-count-desc
	move W20-settled-count to W50-count-value
	write rpt-line from W50-count-line
	move "Unmatched statement debits:" to W50-count-desc
	move W20-unmatched-count to W50-count-value
	write rpt-line from W50-count-line
	move "Payments not yet seen:" to W50-count-desc
	move W20-unseen-count to W50-count-value
	write rpt-line from W50-count-line
	move "Stale cheques:" to W50-count-desc
	move W20-stale-count to W50-count-value
	write rpt-line from W50-count-line.
F100-save-register.
	open output chq-reg
	if not W90-reg-ok
		display "stmtrec: unable to rewrite chqreg, status " W90-reg-status
			" - cheques NOT marked cleared; rerun with this statement."
		move "Y" to W10-save-fail-sw
	else
		perform varying W20-sub1 from 1 by 1
				until W20-sub1 > W20-reg-count
			move reg-table-entry(W20-sub1) to chq-reg-rec
			write chq-reg-rec
		end-perform
		close chq-reg
	end-if.
Z100-read-statement.
	read stmt-in
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-register.
	read chq-reg
		at end move "Y" to W10-eof-sw
	end-read.
Z300-read-bankpay.
	read bank-file
		at end move "Y" to W10-eof-sw
	end-read.
Z400-read-settlement.
	read stl-file
		at end move "Y" to W10-eof-sw
	end-read.
