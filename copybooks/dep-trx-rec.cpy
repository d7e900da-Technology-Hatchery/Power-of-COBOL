*> (depstmt, ch3/prog16.cbl) is a straight read-back with no
*> re-adding - the same paper-trail discipline loanrpay gives
*> loan repayments.
*> "B" is the early-break penalty depmaint charges when a term
*> deposit is closed before it matures.
*> "T" is the withholding tax taken off interest as it is credited,
*> logged straight after the "I" it was withheld from - the net
*> credited is the gross less the tax, and the balance after each
*> shows both steps. depcert (ch3/prog22.cbl) certifies the year's
*> totals per depositor off these.
	05	dtx-id				pic X(5).
	05	dtx-date			pic 9(8).
	05	dtx-type			pic X.
		88	dtx-is-deposit		value "D".
		88	dtx-is-withdrawal	value "W".
		88	dtx-is-interest		value "I".
		88	dtx-is-penalty		value "B".
		88	dtx-is-tax			value "T".
	05	dtx-amount			pic S9(7)v99 comp-3.
	05	dtx-balance-after	pic S9(9)v99 comp-3.
