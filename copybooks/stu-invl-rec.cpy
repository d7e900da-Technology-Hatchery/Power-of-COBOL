*> stu-invl-rec.cpy
*> One line of a tuition invoice, on the invoice-line file stuinvl.
*> stubill (ch7/prog16.cbl) writes a fee line ("F") at the class's
*> cls-term-fee for every invoice it raises and a discount line
*> ("D") for each scholarship award applied (sch-rec.cpy), with the
*> award and its sponsor; the stuinvc invoice carries the totals and
*> the balance the student owes. spnbill (ch7/prog21.cbl) bills the
*> sponsors off the discount lines.
	05	invl-studentNo		pic X(5).
	05	invl-term			pic X(6).
	05	invl-cls-code		pic X(4).
	05	invl-type			pic X.
		88	invl-is-fee			value "F".
		88	invl-is-discount	value "D".
	05	invl-sch-id			pic X(6).
	05	invl-sponsor		pic X(20).
	05	invl-amount			pic S9(7)v99 comp-3.
	05	invl-date			pic 9(8).
