*> the premium rides as its own line through deductions, the
*> payslip and the ledger.
		88	paydet-is-premium		value "P".
*> Recurring allowance (allowmst, allow-rec.cpy, with the allowance
*> code in paydet-ded-code): "A" taxable - inside the deduction base
*> like retro and premium; "X" non-taxable - outside the base, added
*> to net after the deductions. Both are earnings on the payslip and
*> the annual statement, and paygl books them to their own ALW-code
*> expense account rather than departmental salary.
		88	paydet-is-allowance		value "A".
		88	paydet-is-nontax-allow	value "X".
*> Leave encashment ("L"): annual leave sold back above the retention
*> threshold (leavencs, ch8/prog10.cbl, off leavenc). Taxable pay
*> inside the deduction base like retro; paygl books it against the
*> LEAVLIAB liability it releases, not against salary expense.
		88	paydet-is-encashment	value "L".
	05	paydet-ded-code			pic X(4).
	05	paydet-amount			pic S9(7)v99 comp-3.
