*> allow-rec.cpy
*> One recurring allowance on the allowmst master, maintained by
*> alwmaint (ch10/prog28.cbl). Housing, transport, meal and the like
*> used to be keyed through paysupp every single month; an entry here
*> pays itself on every payrun (ch10/prog1.cbl) of the employee's own
*> frequency whose period overlaps alw-start-date through
*> alw-end-date - alw-amount is the amount per pay period, paid whole
*> for any period the allowance is live in. An end date of zero means
*> open-ended; once the end date has passed the allowance simply stops
*> paying, and alwexp (ch10/prog29.cbl) lists the ones about to lapse
*> the week before they do. A taxable allowance ("T") rides paydet as
*> an "A" line inside the deduction base; a non-taxable one ("N") as
*> an "X" line, outside the base and added straight to net.
	05	alw-emp-id				pic X(5).
	05	alw-code				pic X(4).
	05	alw-desc				pic X(20).
	05	alw-amount				pic S9(7)v99 comp-3.
	05	alw-start-date			pic 9(8).
	05	alw-end-date			pic 9(8).
	05	alw-taxable-sw			pic X.
		88	alw-is-taxable			value "T".
		88	alw-is-nontaxable		value "N".
