*> stu-gl-ctl-rec.cpy
*> The one control record on stuglctl the student ledger interface
*> (stugl, ch7/prog26.cbl) keeps between runs: when it last ran and
*> the total of open stuinvc balances it left the ledger holding.
*> The next run proves that the receivable it books moves that
*> total to exactly what stuinvc holds open then. No file - the
*> first run - is a ledger holding nothing.
	05	sgc-run-date		pic 9(8).
	05	sgc-open-balance	pic S9(9)v99 comp-3.
	05	sgc-xmit-seq		pic 9(6).
