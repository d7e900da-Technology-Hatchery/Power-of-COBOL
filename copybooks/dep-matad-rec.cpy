*> dep-matad-rec.cpy
*> One term deposit maturity on the depmatad advice file - written
*> by the depmatur maturity run (ch3/prog21.cbl) for every deposit
*> it matures, and printed as the depositor's maturity advice by
*> depstmt (ch3/prog16.cbl): the term that ended, the interest it
*> earned, the instruction carried out, what was paid out and, for
*> a rollover, the new term's principal, rate and maturity date.
*> dma-tax is the tax withheld from dma-interest.
	05	dma-id					pic X(5).
	05	dma-run-date			pic 9(8).
	05	dma-maturity-date		pic 9(8).
	05	dma-principal			pic S9(9)v99 comp-3.
	05	dma-rate				pic S9(1)v9(4) comp-3.
	05	dma-term-months			pic 9(3).
	05	dma-interest			pic S9(7)v99 comp-3.
	05	dma-instruction			pic X.
	05	dma-paid-out			pic S9(9)v99 comp-3.
	05	dma-new-principal		pic S9(9)v99 comp-3.
	05	dma-new-rate			pic S9(1)v9(4) comp-3.
	05	dma-new-maturity		pic 9(8).
	05	dma-tax					pic S9(7)v99 comp-3.
