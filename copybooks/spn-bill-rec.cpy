*> spn-bill-rec.cpy
*> One sponsor's bill for one term on the sponsor billing file
*> spnbill, written by spnbill (ch7/prog21.cbl) from the discount
*> lines on stuinvl: what the sponsor owes for the awards it funds
*> that term and how many students they cover.
	05	spb-sponsor			pic X(20).
	05	spb-term			pic X(6).
	05	spb-award-count		pic 9(4).
	05	spb-amount			pic S9(9)v99 comp-3.
	05	spb-run-date		pic 9(8).
