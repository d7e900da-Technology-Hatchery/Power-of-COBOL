*> they arrived - the suspense program (lonsusp, ch3/prog17.cbl)
*> re-keys the corrected id and recycles them, and its aged report
*> says how long any cash has been sitting nowhere.
*> A payment against a written-off loan (lonwoff, ch3/prog20.cbl)
*> has no balance left to reduce: it is added to lnm-recovered,
*> archived on loanpdon like any other, and copied to the recovery
*> file lonrcov, from which the provisioning run (lonprov,
*> ch3/prog19.cbl) books it to the ledger as recovery income.
identification division.
program-id. lonpost.
environment division.
		file status is W90-done-status.
	select susp-file assign to "lonsusp"
		file status is W90-susp-status.
	select rcov-file assign to "lonrcov"
		file status is W90-rcov-status.
data division.
file section.
fd	loan-repay.
fd	susp-file.
01	susp-file-rec.
	copy loan-susp-rec.
fd	rcov-file.
01	rcov-file-rec.
	copy loan-pay-rec replacing leading ==loan-pay== by ==rcov-pay==.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
	05	W20-posted-count	pic 9(5) comp value 0.
	05	W20-nomast-count	pic 9(5) comp value 0.
	05	W20-paidoff-count	pic 9(5) comp value 0.
	05	W20-recovery-count	pic 9(5) comp value 0.
01	W30-monthly-rate		pic S9(1)v9(4) comp-3.
01	W30-interest			pic S9(7)v99 comp-3.
01	W30-total				pic S9(7)v99 comp-3.
	88	W90-done-ok				value "00".
01	W90-susp-status			pic XX.
	88	W90-susp-ok				value "00".
01	W90-rcov-status			pic XX.
	88	W90-rcov-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
		move 16 to return-code
		goback
	end-if
	*> Recoveries wait on lonrcov for the provisioning run to book -
	*> the same rule: no recovery file, no posting.
	open extend rcov-file
	if W90-rcov-status = "35"
		open output rcov-file
	end-if
	if not W90-rcov-ok
		display "lonpost: unable to open lonrcov, status " W90-rcov-status
		close loan-repay
		close loan-mast
		close repay-done
		close susp-file
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	perform Z100-read-payment
	perform until W10-eof
	close loan-mast
	close repay-done
	close susp-file
	close rcov-file
	perform C100-restart-repay-file
	display "Repayments read:               " W20-read-count
	display "Repayments posted:             " W20-posted-count
	display "Loans paid off this run:       " W20-paidoff-count
	display "Payments to suspense:          " W20-nomast-count
	display "Recoveries on written-off:     " W20-recovery-count
	move 0 to return-code
	goback.
B100-post-one.
		display "lonpost: no loan " loan-pay-id of loan-repay-rec
			" on the master - payment moved to suspense."
	else
		if lnm-is-written-off of loan-mast-rec
			perform B300-apply-recovery
		else
			perform B200-apply-payment
		end-if
	end-if.
B200-apply-payment.
	*> One month's interest on the running balance, split off the
			move loan-repay-rec to repay-done-rec
			write repay-done-rec
	end-rewrite.
B300-apply-recovery.
	*> The balance went when the loan was written off - the money is
	*> recovery income, not principal or interest.
	add loan-pay-amount of loan-repay-rec
		to lnm-recovered of loan-mast-rec
	move loan-pay-date of loan-repay-rec to lnm-last-pay-date of loan-mast-rec
	rewrite loan-mast-rec
		invalid key
			display "lonpost: unable to update loan "
				lnm-id of loan-mast-rec ", status " W90-mast-status
		not invalid key
			add 1 to W20-posted-count
			add 1 to W20-recovery-count
			move loan-repay-rec to repay-done-rec
			write repay-done-rec
			move loan-repay-rec to rcov-file-rec
			write rcov-file-rec
	end-rewrite.
C100-restart-repay-file.
	*> loanrpay starts again empty - everything posted is on the
	*> loanpdon archive and everything unmatched is on suspense.
