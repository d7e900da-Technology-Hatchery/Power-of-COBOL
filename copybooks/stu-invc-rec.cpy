*> zero, and its aged report says who still owes what. An OPEN
*> invoice with a balance is the transcript hold - transrpt refuses
*> a transcript while one stands.
*> inv-amount is what the student owes: the class fee (inv-fee)
*> less any scholarship awards stubill applied (inv-discount), the
*> lines behind both kept on stuinvl (stu-invl-rec.cpy). Invoices
*> raised before awards existed carry zero in both and inv-amount
*> is the whole fee.
	05	inv-studentNo		pic X(5).
	05	inv-term			pic X(6).
	05	inv-cls-code		pic X(4).
	05	inv-status			pic X.
		88	inv-is-open			value "O".
		88	inv-is-paid			value "P".
	05	inv-fee				pic S9(7)v99 comp-3.
	05	inv-discount		pic S9(7)v99 comp-3.
*> What the ledger has already been told. The student ledger
*> interface (stugl, ch7/prog26.cbl) books an invoice once - fee,
*> discount and receivable - and sets inv-gl-sw "Y"; receipts are
*> booked as whatever inv-paid has grown by since inv-gl-paid, which
*> it then brings up to inv-paid. Blank/zero - every invoice raised
*> before the interface existed - is booked on its first run.
	05	inv-gl-sw			pic X.
		88	inv-is-booked		value "Y".
	05	inv-gl-paid			pic S9(7)v99 comp-3.
