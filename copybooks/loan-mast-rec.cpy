*> intcalc and rolling lnm-balance down; londelq (ch3/prog7.cbl)
*> ages the loans nobody has paid. lnm-id for staff loans is the
*> borrower's emp-id, the key shape loan-trx-id has always had.
*> lnm-rate-type is set at booking: a fixed-rate loan keeps the
*> rate it was booked at, a variable-rate loan is moved onto each
*> new loanrate "L" rate by lonrepr (ch3/prog18.cbl). Loans booked
*> before the flag existed carry a space and count as fixed.
*> lnm-provision is the loss provision lonprov (ch3/prog19.cbl)
*> last booked against the loan. lonwoff (ch3/prog20.cbl) takes a
*> loan past the final ageing bucket off the book - status "W",
*> the balance it had moved to lnm-wo-amount and lnm-balance to
*> zero - and lonpost adds anything paid on it afterwards to
*> lnm-recovered instead of the balance.
	05	lnm-id				pic X(5).
	05	lnm-capital			pic S9(7)v99 comp-3.
	05	lnm-rate			pic S9(1)v9(4) comp-3.
	05	lnm-status			pic X.
		88	lnm-is-active			value "A".
		88	lnm-is-paid-off			value "P".
		88	lnm-is-written-off		value "W".
	05	lnm-rate-type		pic X.
		88	lnm-rate-fixed			value "F" " ".
		88	lnm-rate-variable		value "V".
	05	lnm-provision		pic S9(7)v99 comp-3.
	05	lnm-wo-date			pic 9(8).
	05	lnm-wo-amount		pic S9(7)v99 comp-3.
	05	lnm-recovered		pic S9(7)v99 comp-3.
