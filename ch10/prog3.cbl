*> is skipped for its run date and its TRL count is reconciled
*> against the detail lines actually read, the same ctl-rec.cpy
*> handling as ch3/prog2.cbl.
*> Recurring allowances (the "A" and "X" lines payrun pays off
*> allowmst) print as earnings under their own allowance code, the
*> non-taxable ones marked so, between the gross and the deductions.
*> Annual leave sold back (the "L" line payrun pays off leavenc)
*> prints as its own earnings line the same way.
identification division.
program-id. payslip.
environment division.
				perform C150-print-retro
			when paydet-is-premium
				perform C160-print-premium
			when paydet-is-allowance
			when paydet-is-nontax-allow
				perform C170-print-allowance
			when paydet-is-encashment
				perform C180-print-encashment
			when paydet-is-deduction
				perform C100-print-deduction
			when paydet-is-net
	*> hours earned.
	move "OT/holiday premium" to W50-amount-label
	perform D100-print-amount.
C170-print-allowance.
	move spaces to W50-amount-label
	if paydet-is-nontax-allow
		string "Allow " delimited by size
			paydet-ded-code delimited by size
			" non-tax" delimited by size
			into W50-amount-label
		end-string
	else
		string "Allowance " delimited by size
			paydet-ded-code delimited by size
			into W50-amount-label
		end-string
	end-if
	perform D100-print-amount.
C180-print-encashment.
	*> Annual leave sold back through leavencs (ch8/prog10.cbl).
	move "Leave encashment" to W50-amount-label
	perform D100-print-amount.
C200-print-net.
	move spaces to rpt-line
	write rpt-line
