*> Term deposit maturity run.
*> Run daily, this walks depmast for every active term deposit
*> whose dep-maturity-date has come (on or before the run date, so
*> a missed day is caught up the next) and carries out its maturity
*> instruction. The term's interest - the principal at the rate
*> fixed at opening, for the months of the term - is credited
*> first, an "I" movement on deptrx like depcap's. Then:
*>   roll over principal - the interest is paid out ("W") and the
*>     principal starts a new term;
*>   roll over principal and interest - the whole balance becomes
*>     the new term's principal;
*>   pay out - the whole balance is paid out and the account
*>     closes.
*> A new term runs for the same number of months from the old
*> maturity date, at the loanrate "D" rate for that term in force
*> on that date (ratetrm, ch9/prog38.cbl); with no such rate on the
*> table the deposit renews at its old rate and says so. Every
*> deposit matured gets an advice record on depmatad
*> (dep-matad-rec.cpy), which depstmt (ch3/prog16.cbl) prints as
*> the depositor's maturity advice.
*> Tax is withheld from the term's interest as it is credited
*> (depwhtx, ch9/prog39.cbl), a "T" movement after the "I", the
*> same split depcap makes - the instruction then works on the net.
identification division.
program-id. depmatur.
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
	select matad-file assign to "depmatad"
		file status is W90-matad-status.
data division.
file section.
fd	dep-mast.
01	dep-mast-rec.
	copy dep-mast-rec.
fd	dep-trx.
01	dep-trx-rec.
	copy dep-trx-rec.
fd	matad-file.
01	matad-rec.
	copy dep-matad-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-rate-found-sw	pic X value "N".
		88	W10-rate-found			value "Y".
01	W20-counters.
	05	W20-matured-count	pic 9(5) comp value 0.
	05	W20-rolled-count	pic 9(5) comp value 0.
	05	W20-paid-count		pic 9(5) comp value 0.
	05	W20-old-rate-count	pic 9(5) comp value 0.
01	W30-run-date			pic 9(8).
01	W30-run-reply			pic 9(8).
01	W30-rate-product		pic X value "D".
01	W30-table-rate			pic S9(1)v9(4) comp-3.
01	W30-amount				pic S9(9)v99 comp-3.
01	W30-interest			pic S9(7)v99 comp-3.
01	W30-total-interest		pic S9(9)v99 comp-3 value 0.
01	W30-tax					pic S9(7)v99 comp-3.
01	W30-total-tax			pic S9(9)v99 comp-3 value 0.
01	W30-total-paid			pic S9(9)v99 comp-3 value 0.
01	W40-month-count			pic 9(6).
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
01	W90-mast-status			pic XX.
	88	W90-mast-ok				value "00".
01	W90-trx-status			pic XX.
	88	W90-trx-ok				value "00".
01	W90-matad-status		pic XX.
	88	W90-matad-ok			value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
	copy date-routines.
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> moves depositors' balances.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	display "Mature deposits due by (yyyymmdd, 0 for today): "
		with no advancing
	accept W30-run-reply
	if W30-run-reply not = 0
		move W30-run-reply to W30-run-date
	end-if
	open i-o dep-mast
	if not W90-mast-ok
		display "depmatur: unable to open depmast, status "
			W90-mast-status " - open accounts with depmaint first."
		move 16 to return-code
		goback
	end-if
	open extend dep-trx
	if W90-trx-status = "35"
		open output dep-trx
	end-if
	if not W90-trx-ok
		display "depmatur: unable to open deptrx, status " W90-trx-status
		close dep-mast
		move 16 to return-code
		goback
	end-if
	open extend matad-file
	if W90-matad-status = "35"
		open output matad-file
	end-if
	if not W90-matad-ok
		display "depmatur: unable to open depmatad, status "
			W90-matad-status
		close dep-mast
		close dep-trx
		move 16 to return-code
		goback
	end-if
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
				and dep-is-term of dep-mast-rec
				and dep-maturity-date of dep-mast-rec <= W30-run-date
			perform B100-mature-one
		end-if
	end-perform
	close dep-mast
	close dep-trx
	close matad-file
	display "Term deposit maturity run complete for " W30-run-date "."
	display "Deposits matured:      " W20-matured-count
	display "  rolled over:         " W20-rolled-count
	display "  paid out and closed: " W20-paid-count
	display "Renewed at old rate:   " W20-old-rate-count
	display "Interest credited:     " W30-total-interest
	display "Tax withheld:          " W30-total-tax
	display "Paid out:              " W30-total-paid
	move 0 to return-code
	goback.
B100-mature-one.
	move spaces to matad-rec
	move dep-id of dep-mast-rec to dma-id
	move W30-run-date to dma-run-date
	move dep-maturity-date of dep-mast-rec to dma-maturity-date
	move dep-principal of dep-mast-rec to dma-principal
	move dep-rate of dep-mast-rec to dma-rate
	move dep-term-months of dep-mast-rec to dma-term-months
	move dep-instruction of dep-mast-rec to dma-instruction
	move 0 to dma-paid-out
	move 0 to dma-new-principal
	move 0 to dma-new-rate
	move 0 to dma-new-maturity
	move 0 to dma-tax
	*> The term's interest at the rate fixed at opening.
	compute W30-interest rounded =
		dep-principal of dep-mast-rec * dep-rate of dep-mast-rec
		* dep-term-months of dep-mast-rec / 12
	move W30-interest to dma-interest
	add W30-interest to dep-balance of dep-mast-rec
	if W30-interest > 0
		move W30-interest to W30-amount
		move "I" to dtx-type of dep-trx-rec
		perform X100-log-movement
	end-if
	call "depwhtx" using
		dep-mast-rec W30-run-date W30-interest W30-tax
	end-call
	move W30-tax to dma-tax
	if W30-tax > 0
		subtract W30-tax from dep-balance of dep-mast-rec
		move W30-tax to W30-amount
		move "T" to dtx-type of dep-trx-rec
		perform X100-log-movement
	end-if
	evaluate true
		when dep-roll-principal of dep-mast-rec
			compute W30-amount =
				dep-balance of dep-mast-rec - dep-principal of dep-mast-rec
			perform C100-pay-out
			perform C200-renew
		when dep-roll-all of dep-mast-rec
			move dep-balance of dep-mast-rec
				to dep-principal of dep-mast-rec
			perform C200-renew
		when other
			move dep-balance of dep-mast-rec to W30-amount
			perform C100-pay-out
			move "C" to dep-status of dep-mast-rec
			add 1 to W20-paid-count
	end-evaluate
	move W30-run-date to dep-last-trx-date of dep-mast-rec
	rewrite dep-mast-rec
		invalid key
			display "depmatur: unable to update deposit "
				dep-id of dep-mast-rec ", status " W90-mast-status
				" - check deptrx before rerunning."
		not invalid key
			add 1 to W20-matured-count
			add W30-interest to W30-total-interest
			add W30-tax to W30-total-tax
			write matad-rec
	end-rewrite.
C100-pay-out.
	if W30-amount <= 0
		exit paragraph
	end-if
	subtract W30-amount from dep-balance of dep-mast-rec
	move W30-amount to dma-paid-out
	add W30-amount to W30-total-paid
	move "W" to dtx-type of dep-trx-rec
	perform X100-log-movement.
C200-renew.
	*> Same term again from the old maturity date, at the rate for
	*> that term in force on that date.
	move dep-maturity-date of dep-mast-rec
		to dep-term-start-date of dep-mast-rec
	call "ratetrm" using
		W30-rate-product dep-term-months of dep-mast-rec
		dep-term-start-date of dep-mast-rec
		W10-rate-found-sw W30-table-rate
	end-call
	if W10-rate-found
		move W30-table-rate to dep-rate of dep-mast-rec
	else
		add 1 to W20-old-rate-count
		display "depmatur: no loanrate D rate for a "
			dep-term-months of dep-mast-rec "-month term at "
			dep-term-start-date of dep-mast-rec " - deposit "
			dep-id of dep-mast-rec " renews at its old rate."
	end-if
	move dep-term-start-date of dep-mast-rec to W40-start-date
	move dep-term-months of dep-mast-rec to W40-month-count
	perform X200-add-months
	move W40-end-date to dep-maturity-date of dep-mast-rec
	move dep-principal of dep-mast-rec to dma-new-principal
	move dep-rate of dep-mast-rec to dma-new-rate
	move dep-maturity-date of dep-mast-rec to dma-new-maturity
	add 1 to W20-rolled-count.
X100-log-movement.
	*> The balance after rides on every movement, so the statement is
	*> a straight read-back.
	move dep-id of dep-mast-rec to dtx-id of dep-trx-rec
	move W30-run-date to dtx-date of dep-trx-rec
	move W30-amount to dtx-amount of dep-trx-rec
	move dep-balance of dep-mast-rec to dtx-balance-after of dep-trx-rec
	write dep-trx-rec.
X200-add-months.
	*> W40-start-date plus W40-month-count calendar months into
	*> W40-end-date - the same day of the month, pulled back to the
	*> month's last day when it has fewer - the depmaint arithmetic.
	move W40-start-date to W40-end-date
	compute W40-month-count =
		W40-start-yyyy * 12 + W40-start-mm - 1 + W40-month-count
	divide W40-month-count by 12 giving W40-end-yyyy
		remainder W40-end-mm
	add 1 to W40-end-mm
	move W40-end-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	perform until DR-DATE-OK or W40-end-dd < 29
		subtract 1 from W40-end-dd
		move W40-end-date to DR-GREG-DATE
		call "daterotn" using DR-DATE-PARMS end-call
	end-perform.
