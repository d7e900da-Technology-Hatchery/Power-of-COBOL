*> and a second run inside the same month refuses - interest can
*> never roll into the live balances twice. Totals print at end
*> of job.
*> Term deposits are left alone: their interest is fixed for the
*> term and paid at maturity by depmatur (ch3/prog21.cbl).
*> Each capitalization now splits the gross interest into the tax
*> withheld from it (depwhtx, ch9/prog39.cbl - the DEPWHTAX
*> percentage, nothing for an account with a current exemption)
*> and the net credited: the "I" movement logs the gross, a "T"
*> movement straight after logs the tax out, and the balance after
*> the pair is the net. Totals print gross, tax and net.
identification division.
program-id. depcap.
environment division.
01	W30-interest			pic S9(7)v99 comp-3.
01	W30-int-total			pic S9(7)v99 comp-3.
01	W30-total-interest		pic S9(9)v99 comp-3 value 0.
01	W30-tax					pic S9(7)v99 comp-3.
01	W30-total-tax			pic S9(9)v99 comp-3 value 0.
01	W30-total-net			pic S9(9)v99 comp-3 value 0.
01	W90-mast-status			pic XX.
	88	W90-mast-ok				value "00".
01	W90-trx-status			pic XX.
		end-read
		if not W10-eof
				and dep-is-active of dep-mast-rec
				and dep-is-savings of dep-mast-rec
				and dep-balance of dep-mast-rec > 0
			perform B100-capitalize-one
		end-if
	display "Deposit interest capitalization complete for "
		W30-run-date "."
	display "Accounts capitalized: " W20-acct-count
	compute W30-total-net = W30-total-interest - W30-total-tax
	display "Gross interest:       " W30-total-interest
	display "Tax withheld:         " W30-total-tax
	display "Net interest rolled:  " W30-total-net
	move 0 to return-code
	goback.
B100-capitalize-one.
	if W30-interest <= 0
		exit paragraph
	end-if
	call "depwhtx" using
		dep-mast-rec W30-run-date W30-interest W30-tax
	end-call
	add W30-interest to dep-balance of dep-mast-rec
	subtract W30-tax from dep-balance of dep-mast-rec
	move W30-run-date to dep-last-trx-date of dep-mast-rec
	rewrite dep-mast-rec
		invalid key
		not invalid key
			add 1 to W20-acct-count
			add W30-interest to W30-total-interest
			add W30-tax to W30-total-tax
			move dep-id of dep-mast-rec to dtx-id of dep-trx-rec
			move W30-run-date to dtx-date of dep-trx-rec
			move "I" to dtx-type of dep-trx-rec
			move W30-interest to dtx-amount of dep-trx-rec
			compute dtx-balance-after of dep-trx-rec =
				dep-balance of dep-mast-rec + W30-tax
			write dep-trx-rec
			if W30-tax > 0
				move "T" to dtx-type of dep-trx-rec
				move W30-tax to dtx-amount of dep-trx-rec
				move dep-balance of dep-mast-rec
					to dtx-balance-after of dep-trx-rec
				write dep-trx-rec
			end-if
	end-rewrite.
