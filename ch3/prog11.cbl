*> phantom residual - closes the loan to lnm-is-paid-off with the
*> balance at zero, and prints a settlement letter to setlltr1 for
*> the borrower's file.
*> A written-off loan has no balance left to settle and is turned
*> away: money paid on one is a recovery, which lonpost books.
identification division.
program-id. lonsettl.
environment division.
		move 8 to return-code
		goback
	end-if
	if lnm-is-written-off of loan-mast-rec
		display "Loan " W30-loan-id " is written off - take the money "
			"as a repayment; lonpost books it as a recovery."
		close loan-mast
		move 8 to return-code
		goback
	end-if
	perform B100-compute-quote
	perform C100-display-quote
	display "Accept payoff and close the loan? (Y/N): " with no advancing
