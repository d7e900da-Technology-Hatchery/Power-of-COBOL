*> (ch3/prog10.cbl) reports the historical transactions whose keyed
*> rate disagrees. lrt-product carries the loan-trx-type codes -
*> "L" loans, "D" deposits.
*> lrt-term-months splits a product by term: zero is the product's
*> open-ended rate - every loan, every savings account - and a
*> "D" entry with a term is the fixed rate a term deposit of that
*> many months opens at (ratetrm, ch9/prog38.cbl, looks them up).
*> A loanrate from before the term was added is converted once by
*> ratecnv (ch3/prog27.cbl), every entry becoming term zero.
	05	lrt-key.
		10	lrt-product			pic X.
		10	lrt-term-months		pic 9(3).
		10	lrt-eff-date		pic 9(8).
	05	lrt-rate			pic S9(1)v9(4) comp-3.
