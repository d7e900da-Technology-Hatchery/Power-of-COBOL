*> Statements print to depstmt1, money through moneyfmt and dates
*> through datefmt so they honor LOC-LOCALE-SWITCH like every
*> other statement in the suite.
*> Run in maturity-advice mode it prints instead one advice per
*> record the depmatur maturity run (ch3/prog21.cbl) left on
*> depmatad - the term that ended, its interest, the instruction
*> carried out and the new term for a rollover - and then empties
*> depmatad so no advice goes out twice. Statements now also show
*> the early-break penalty depmaint charges on a term deposit.
*> The tax withheld from interest shows as its own movement, and
*> on a maturity advice under the interest it came off.
*> Statements and advices are addressed: the depositor's name and
*> address, staff or external customer, through custget
*> (ch9/prog40.cbl) under the heading.
identification division.
program-id. depstmt.
environment division.
		file status is W90-mast-status.
	select dep-trx assign to "deptrx"
		file status is W90-trx-status.
	select matad-file assign to "depmatad"
		file status is W90-matad-status.
	select stmt-rpt assign to "depstmt1"
		file status is W90-rpt-status.
data division.
fd	dep-trx.
01	dep-trx-rec.
	copy dep-trx-rec.
fd	matad-file.
01	matad-rec.
	copy dep-matad-rec.
fd	stmt-rpt
	label records are standard.
01	rpt-line			pic X(80).
		88	W10-eof					value "Y".
	05	W10-trx-eof-sw		pic X value "N".
		88	W10-trx-eof				value "Y".
	05	W10-mode-sw			pic X value "S".
		88	W10-statements			value "S" "s" " ".
		88	W10-advices				value "M" "m".
01	W20-counters.
	05	W20-stmt-count		pic 9(4) comp value 0.
	05	W20-line-count		pic 9(5) comp value 0.
01	W40-formatted-amt		pic X(15).
01	W40-formatted-date		pic X(10).
01	W40-money				pic S9(7)v99 comp-3.
01	W90-mast-status			pic XX.
	88	W90-mast-ok				value "00".
01	W90-trx-status			pic XX.
	88	W90-trx-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-matad-status		pic XX.
	88	W90-matad-ok			value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-stmt-header.
	05	filler				pic X(17) value "Closing balance: ".
	05	W50-close-balance	pic X(15).
	05	filler				pic X(48).
01	W50-advice-header.
	05	filler				pic X(35) value
		"Term Deposit Maturity Advice - ".
	05	W50-adv-id			pic X(5).
	05	filler				pic X(40).
01	W50-advice-line.
	05	W50-adv-label		pic X(25).
	05	W50-adv-value		pic X(15).
	05	filler				pic X(40).
01	W50-advice-text			pic X(80).
	copy locale-sw.
	copy cust-parms.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
		move 16 to return-code
		goback
	end-if
	display "Print S)tatements or M)aturity advices [S]: "
		with no advancing
	accept W10-mode-sw
	if not W10-statements and not W10-advices
		display "depstmt: run mode must be S or M."
		move 16 to return-code
		goback
	end-if
	if W10-advices
		perform B500-print-advices
		goback
	end-if
	open input dep-mast
	if not W90-mast-ok
		display "depstmt: unable to open depmast, status " W90-mast-status
	move W40-formatted-date to W50-hdr-opened
	move dep-rate of dep-mast-rec to W50-hdr-rate
	write rpt-line from W50-stmt-header after advancing page
	move dep-id of dep-mast-rec to CG-ID
	perform X200-print-address
	write rpt-line from W50-column-header
	*> One sequential pass of the log per account - the statement
	*> run is a quiet overnight job, and the log keeps its posting
			move "Withdrawal" to W50-det-type
		when dtx-is-interest of dep-trx-rec
			move "Interest" to W50-det-type
		when dtx-is-penalty of dep-trx-rec
			move "Penalty" to W50-det-type
		when dtx-is-tax of dep-trx-rec
			move "Tax w/held" to W50-det-type
		when other
			move "?" to W50-det-type
	end-evaluate
	end-call
	move W40-formatted-amt to W50-det-balance
	write rpt-line from W50-detail-line.
B500-print-advices.
	open input matad-file
	if W90-matad-status = "35"
		display "depstmt: no maturity advices waiting on depmatad."
		move 0 to return-code
		exit paragraph
	end-if
	if not W90-matad-ok
		display "depstmt: unable to open depmatad, status "
			W90-matad-status
		move 16 to return-code
		exit paragraph
	end-if
	open output stmt-rpt
	if not W90-rpt-ok
		display "depstmt: unable to open depstmt1, status " W90-rpt-status
		close matad-file
		move 16 to return-code
		exit paragraph
	end-if
	perform Z200-read-matad
	perform until W10-eof
		perform C500-print-one-advice
		perform Z200-read-matad
	end-perform
	close matad-file
	close stmt-rpt
	*> Printed - empty the file so tomorrow's run starts clean.
	open output matad-file
	close matad-file
	display "Maturity advices written to depstmt1, "
		W20-stmt-count " advice(s)."
	move 0 to return-code.
C500-print-one-advice.
	add 1 to W20-stmt-count
	move dma-id to W50-adv-id
	write rpt-line from W50-advice-header after advancing page
	move dma-id to CG-ID
	perform X200-print-address
	move "Matured on:" to W50-adv-label
	call "datefmt" using
		dma-maturity-date LOC-LOCALE-SWITCH W40-formatted-date
	end-call
	move W40-formatted-date to W50-adv-value
	write rpt-line from W50-advice-line
	move "Term (months):" to W50-adv-label
	move dma-term-months to W50-adv-value
	write rpt-line from W50-advice-line
	move "Rate for the term:" to W50-adv-label
	move dma-rate to W50-hdr-rate
	move W50-hdr-rate to W50-adv-value
	write rpt-line from W50-advice-line
	move "Principal:" to W50-adv-label
	move dma-principal to W40-money
	perform X100-format-money
	write rpt-line from W50-advice-line
	move "Interest earned:" to W50-adv-label
	move dma-interest to W40-money
	perform X100-format-money
	write rpt-line from W50-advice-line
	move "Tax withheld:" to W50-adv-label
	move dma-tax to W40-money
	perform X100-format-money
	write rpt-line from W50-advice-line
	evaluate dma-instruction
		when "P"
			move "Instruction: principal rolled over, interest paid out."
				to W50-advice-text
		when "A"
			move "Instruction: principal and interest rolled over."
				to W50-advice-text
		when other
			move "Instruction: paid out in full, account closed."
				to W50-advice-text
	end-evaluate
	write rpt-line from W50-advice-text
	if dma-paid-out > 0
		move "Paid out:" to W50-adv-label
		move dma-paid-out to W40-money
		perform X100-format-money
		write rpt-line from W50-advice-line
	end-if
	if dma-new-maturity > 0
		move "New principal:" to W50-adv-label
		move dma-new-principal to W40-money
		perform X100-format-money
		write rpt-line from W50-advice-line
		move "New rate:" to W50-adv-label
		move dma-new-rate to W50-hdr-rate
		move W50-hdr-rate to W50-adv-value
		write rpt-line from W50-advice-line
		move "New maturity date:" to W50-adv-label
		call "datefmt" using
			dma-new-maturity LOC-LOCALE-SWITCH W40-formatted-date
		end-call
		move W40-formatted-date to W50-adv-value
		write rpt-line from W50-advice-line
	end-if.
X100-format-money.
	call "moneyfmt" using W40-money LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-adv-value.
X200-print-address.
	*> The addressee block under the heading, CG-ID set by the caller.
	call "custget" using CG-PARMS end-call
	move spaces to W50-advice-text
	write rpt-line from W50-advice-text
	if CG-NOT-KNOWN
		exit paragraph
	end-if
	move CG-NAME to W50-advice-text
	write rpt-line from W50-advice-text
	if CG-ADDR-LINE-1 not = spaces
		move CG-ADDR-LINE-1 to W50-advice-text
		write rpt-line from W50-advice-text
	end-if
	if CG-ADDR-LINE-2 not = spaces
		move CG-ADDR-LINE-2 to W50-advice-text
		write rpt-line from W50-advice-text
	end-if
	if CG-CITY not = spaces
		move spaces to W50-advice-text
		string CG-CITY " " CG-POSTCODE
			delimited by size into W50-advice-text
		end-string
		write rpt-line from W50-advice-text
	end-if
	move spaces to W50-advice-text
	write rpt-line from W50-advice-text.
Z100-read-trx.
	read dep-trx
		at end move "Y" to W10-trx-eof-sw
	end-read.
Z200-read-matad.
	read matad-file
		at end move "Y" to W10-eof-sw
	end-read.
