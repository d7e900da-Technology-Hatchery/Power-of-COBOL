*> bank-stl-rec.cpy
*> One bankpay payment the bank statement has shown leaving the
*> account, on the settlement log bankstl. stmtrec (ch10/prog37.cbl)
*> appends one as it matches a statement debit to a PAY record of
*> the bankpay generation (bstl-seq, the xmitreg sequence in the
*> bankpay header) by employee reference and amount; a PAY record
*> with no entry here is a payment not yet seen on a statement.
	05	bstl-seq				pic 9(6).
	05	bstl-emp-id				pic X(5).
	05	bstl-amount				pic S9(7)v99 comp-3.
	05	bstl-stmt-date			pic 9(8).
