*> Deposit interest certificates and withholding tax remittance.
*> Run once after the year closes, for an operator-supplied tax
*> year. It sorts that year's interest, early-break penalty and
*> withholding tax movements off the deptrx log into account order
*> (the payremit SORT shape, ch10/prog19.cbl) and prints one
*> interest certificate per depositor to depcert1: gross interest
*> credited, penalties charged, tax withheld and the net, with the
*> exemption the account holds, if any, off depmast. A closing
*> remittance summary totals the tax withheld across all
*> depositors, and the payment to the revenue office goes onto
*> depwhrem in the same fixed bankpay format payremit writes
*> remitpay - the payee is the DWHT code on payeemst (payeemnt,
*> ch10/prog20.cbl). With no DWHT payee on file the summary still
*> totals; it is flagged for manual payment instead.
identification division.
program-id. depcert.
environment division.
input-output section.
file-control.
	select dep-trx assign to "deptrx"
		file status is W90-trx-status.
	select trx-sort-file assign to "sortwk09".
	select dep-mast assign to "depmast"
		organization is indexed
		access mode is dynamic
		record key is dep-id of dep-mast-rec
		file status is W90-mast-status.
	select payee-file assign to "payeemst"
		file status is W90-pyee-status.
	select cert-rpt assign to "depcert1"
		file status is W90-rpt-status.
	select remit-file assign to "depwhrem"
		file status is W90-remit-status.
data division.
file section.
fd	dep-trx.
01	dep-trx-rec.
	copy dep-trx-rec.
sd	trx-sort-file.
01	sort-rec.
	copy dep-trx-rec replacing leading ==dtx== by ==srt==.
fd	dep-mast.
01	dep-mast-rec.
	copy dep-mast-rec.
fd	payee-file.
01	payee-file-rec.
	copy payee-rec.
fd	cert-rpt
	label records are standard.
01	rpt-line			pic X(80).
fd	remit-file
	label records are standard.
*> The bankpay/remitpay 40-byte shape - HDR, one PAY, TRL with the
*> hash the bank verifies.
01	remit-header-rec.
	05	rem-hdr-marker		pic X(3).
	05	rem-hdr-file-id		pic X(8).
	05	rem-hdr-run-date	pic 9(8).
	05	filler				pic X(21).
01	remit-payment-rec.
	05	rem-pay-marker		pic X(3).
	05	rem-pay-code		pic X(5).
	05	rem-pay-routing		pic X(9).
	05	rem-pay-account		pic X(12).
	05	rem-pay-amount		pic 9(9)v99.
01	remit-trailer-rec.
	05	rem-trl-marker		pic X(3).
	05	rem-trl-count		pic 9(7).
	05	rem-trl-hash		pic 9(11)v99.
	05	filler				pic X(17).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-sort-eof-sw		pic X value "N".
		88	W10-sort-eof			value "Y".
	05	W10-pyee-eof-sw		pic X value "N".
		88	W10-pyee-eof			value "Y".
	05	W10-acct-open-sw	pic X value "N".
		88	W10-acct-open			value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-mast-sw			pic X value "N".
		88	W10-mast-open			value "Y".
01	W20-counters.
	05	W20-kept-count		pic 9(7) comp value 0.
	05	W20-cert-count		pic 9(5) comp value 0.
	05	W20-paid-count		pic 9(3) comp value 0.
01	W30-tax-year			pic 9(4).
01	W30-today				pic 9(8).
01	filler redefines W30-today.
	05	W30-today-yyyy		pic 9(4).
	05	filler				pic 9(4).
01	W30-prior-id			pic X(5).
01	W30-payee-code			pic X(4) value "DWHT".
01	W40-acct-totals.
	05	W40-acct-gross		pic S9(9)v99 comp-3.
	05	W40-acct-penalty	pic S9(9)v99 comp-3.
	05	W40-acct-tax		pic S9(9)v99 comp-3.
	05	W40-acct-net		pic S9(9)v99 comp-3.
01	W40-year-totals.
	05	W40-year-gross		pic S9(11)v99 comp-3 value 0.
	05	W40-year-penalty	pic S9(11)v99 comp-3 value 0.
	05	W40-year-tax		pic S9(11)v99 comp-3 value 0.
01	W40-remit-hash			pic S9(11)v99 comp-3 value 0.
01	payee-work.
	copy payee-rec.
01	W90-trx-status			pic XX.
	88	W90-trx-ok				value "00".
01	W90-mast-status			pic XX.
	88	W90-mast-ok				value "00".
01	W90-pyee-status			pic XX.
	88	W90-pyee-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-remit-status		pic XX.
	88	W90-remit-ok			value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-cert-header.
	05	filler				pic X(42) value
		"Deposit Interest Certificate - Tax Year ".
	05	W50-cert-year		pic 9(4).
	05	filler				pic X(34).
01	W50-cert-acct-line.
	05	filler				pic X(17) value "Account:         ".
	05	W50-cert-id			pic X(5).
	05	filler				pic X(4).
	05	W50-cert-status		pic X(20).
	05	filler				pic X(34).
01	W50-cert-amount-line.
	05	W50-amt-label		pic X(30).
	05	W50-amt-value		pic Z(8)9.99-.
	05	filler				pic X(37).
01	W50-cert-text			pic X(80).
01	W50-exempt-line.
	05	filler				pic X(45) value
		"Exempt from withholding tax - certificate to ".
	05	W50-exempt-expiry	pic 9(8).
	05	filler				pic X(27).
01	W50-summ-header.
	05	filler				pic X(42) value
		"Withholding Tax Remittance - Tax Year ".
	05	W50-summ-year		pic 9(4).
	05	filler				pic X(34).
01	W50-summ-line.
	05	W50-summ-label		pic X(30).
	05	W50-summ-value		pic Z(10)9.99-.
	05	filler				pic X(35).
01	W50-summ-count-line.
	05	filler				pic X(30) value
		"Certificates issued:".
	05	W50-summ-count		pic ZZZZ9.
	05	filler				pic X(45).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	display "Tax year to certify (yyyy, 0 for last year): "
		with no advancing
	accept W30-tax-year
	if W30-tax-year = 0
		compute W30-tax-year = W30-today-yyyy - 1
	end-if
	if W30-tax-year > W30-today-yyyy
		display "depcert: tax year " W30-tax-year " has not started."
		move 16 to return-code
		goback
	end-if
	open input dep-trx
	if not W90-trx-ok
		display "depcert: unable to open deptrx, status " W90-trx-status
		move 16 to return-code
		goback
	end-if
	close dep-trx
	open output cert-rpt
	if not W90-rpt-ok
		display "depcert: unable to open depcert1, status " W90-rpt-status
		move 16 to return-code
		goback
	end-if
	*> The master only adds the exemption line - certificates still
	*> print without it.
	open input dep-mast
	if W90-mast-ok
		move "Y" to W10-mast-sw
	end-if
	sort trx-sort-file
		on ascending key srt-id of sort-rec
		input procedure B100-load-sort-file
		output procedure C100-write-certificates
	if W10-mast-open
		close dep-mast
	end-if
	perform D500-remit-summary
	close cert-rpt
	display "Interest certificates written to depcert1, remittance to "
		"depwhrem."
	display "Movements for the year: " W20-kept-count
	display "Certificates issued:    " W20-cert-count
	display "Tax withheld:           " W40-year-tax
	move 0 to return-code
	goback.
B100-load-sort-file.
	open input dep-trx
	perform Z100-read-trx
	perform until W10-eof
		if dtx-date of dep-trx-rec(1:4) = W30-tax-year
				and (dtx-is-interest of dep-trx-rec
					or dtx-is-penalty of dep-trx-rec
					or dtx-is-tax of dep-trx-rec)
			add 1 to W20-kept-count
			move dep-trx-rec to sort-rec
			release sort-rec
		end-if
		perform Z100-read-trx
	end-perform
	close dep-trx.
C100-write-certificates.
	perform Z200-return-sort
	perform until W10-sort-eof
		if not W10-acct-open
			perform D100-start-account
		else
			if srt-id of sort-rec not = W30-prior-id
				perform D200-finish-account
				perform D100-start-account
			end-if
		end-if
		evaluate true
			when srt-is-interest of sort-rec
				add srt-amount of sort-rec to W40-acct-gross
			when srt-is-penalty of sort-rec
				add srt-amount of sort-rec to W40-acct-penalty
			when srt-is-tax of sort-rec
				add srt-amount of sort-rec to W40-acct-tax
		end-evaluate
		perform Z200-return-sort
	end-perform
	if W10-acct-open
		perform D200-finish-account
	end-if.
D100-start-account.
	move "Y" to W10-acct-open-sw
	move srt-id of sort-rec to W30-prior-id
	initialize W40-acct-totals.
D200-finish-account.
	add 1 to W20-cert-count
	add W40-acct-gross to W40-year-gross
	add W40-acct-penalty to W40-year-penalty
	add W40-acct-tax to W40-year-tax
	compute W40-acct-net =
		W40-acct-gross - W40-acct-penalty - W40-acct-tax
	move W30-tax-year to W50-cert-year
	write rpt-line from W50-cert-header after advancing page
	move spaces to W50-cert-text
	write rpt-line from W50-cert-text
	move W30-prior-id to W50-cert-id
	move "N" to W10-found-sw
	if W10-mast-open
		move W30-prior-id to dep-id of dep-mast-rec
		read dep-mast
			invalid key continue
			not invalid key move "Y" to W10-found-sw
		end-read
	end-if
	evaluate true
		when not W10-found
			move spaces to W50-cert-status
		when dep-is-closed of dep-mast-rec
			move "(account closed)" to W50-cert-status
		when dep-is-term of dep-mast-rec
			move "(term deposit)" to W50-cert-status
		when other
			move "(savings account)" to W50-cert-status
	end-evaluate
	write rpt-line from W50-cert-acct-line
	move spaces to W50-cert-text
	write rpt-line from W50-cert-text
	move "Gross interest credited:" to W50-amt-label
	move W40-acct-gross to W50-amt-value
	write rpt-line from W50-cert-amount-line
	move "Early-break penalties:" to W50-amt-label
	move W40-acct-penalty to W50-amt-value
	write rpt-line from W50-cert-amount-line
	move "Tax withheld:" to W50-amt-label
	move W40-acct-tax to W50-amt-value
	write rpt-line from W50-cert-amount-line
	move "Net interest:" to W50-amt-label
	move W40-acct-net to W50-amt-value
	write rpt-line from W50-cert-amount-line
	move spaces to W50-cert-text
	write rpt-line from W50-cert-text
	if W10-found and dep-is-exempt of dep-mast-rec
		if dep-exempt-expiry of dep-mast-rec = 0
			move "Exempt from withholding tax - no expiry."
				to W50-cert-text
			write rpt-line from W50-cert-text
		else
			move dep-exempt-expiry of dep-mast-rec to W50-exempt-expiry
			write rpt-line from W50-exempt-line
		end-if
	end-if
	move "Tax withheld is paid over to the revenue office for you."
		to W50-cert-text
	write rpt-line from W50-cert-text
	move "N" to W10-acct-open-sw.
D500-remit-summary.
	move W30-tax-year to W50-summ-year
	write rpt-line from W50-summ-header after advancing page
	move spaces to W50-cert-text
	write rpt-line from W50-cert-text
	move W20-cert-count to W50-summ-count
	write rpt-line from W50-summ-count-line
	move "Gross interest credited:" to W50-summ-label
	move W40-year-gross to W50-summ-value
	write rpt-line from W50-summ-line
	move "Early-break penalties:" to W50-summ-label
	move W40-year-penalty to W50-summ-value
	write rpt-line from W50-summ-line
	move "Total tax withheld:" to W50-summ-label
	move W40-year-tax to W50-summ-value
	write rpt-line from W50-summ-line
	move spaces to W50-cert-text
	write rpt-line from W50-cert-text
	open output remit-file
	if not W90-remit-ok
		display "depcert: unable to open depwhrem, status "
			W90-remit-status
		move "NOT PAID - depwhrem could not be written." to W50-cert-text
		write rpt-line from W50-cert-text
		exit paragraph
	end-if
	move spaces to remit-header-rec
	move "HDR" to rem-hdr-marker
	move "DEPWHREM" to rem-hdr-file-id
	move W30-today to rem-hdr-run-date
	write remit-header-rec
	perform F100-find-payee
	*> Nothing withheld, nothing to pay - and a negative total (a
	*> reversal) never goes out through the unsigned bank amount.
	evaluate true
		when W40-year-tax <= 0
			move "Nothing to remit for the year." to W50-cert-text
		when not W10-found
			move "PAY MANUALLY - no DWHT payee on payeemst."
				to W50-cert-text
		when other
			add 1 to W20-paid-count
			move spaces to remit-payment-rec
			move "PAY" to rem-pay-marker
			move W30-payee-code to rem-pay-code
			move pyee-routing of payee-work to rem-pay-routing
			move pyee-account of payee-work to rem-pay-account
			move W40-year-tax to rem-pay-amount
			write remit-payment-rec
			add W40-year-tax to W40-remit-hash
			move spaces to W50-cert-text
			string "Paid via depwhrem to " delimited by size
				pyee-name of payee-work delimited by size
				into W50-cert-text
			end-string
	end-evaluate
	write rpt-line from W50-cert-text
	move spaces to remit-trailer-rec
	move "TRL" to rem-trl-marker
	move W20-paid-count to rem-trl-count
	move W40-remit-hash to rem-trl-hash
	write remit-trailer-rec
	close remit-file.
F100-find-payee.
	move "N" to W10-found-sw
	open input payee-file
	if W90-pyee-ok
		move "N" to W10-pyee-eof-sw
		perform Z300-read-payee
		perform until W10-pyee-eof or W10-found
			if pyee-ded-code of payee-file-rec = W30-payee-code
				move "Y" to W10-found-sw
				move payee-file-rec to payee-work
			else
				perform Z300-read-payee
			end-if
		end-perform
		close payee-file
	end-if.
Z100-read-trx.
	read dep-trx
		at end move "Y" to W10-eof-sw
	end-read.
Z200-return-sort.
	return trx-sort-file
		at end move "Y" to W10-sort-eof-sw
	end-return.
Z300-read-payee.
	read payee-file
		at end move "Y" to W10-pyee-eof-sw
	end-read.
