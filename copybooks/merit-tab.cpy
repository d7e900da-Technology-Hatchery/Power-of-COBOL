*> merit-tab.cpy
*> The merit matrix: the increase percentage for each appraisal
*> rating (apr-rating, 1 unsatisfactory to 5 outstanding - one row
*> each) by where the salary sits in its grade-tab.cpy band - the
*> lower, middle or upper third (one column each, 99v99 percent).
*> The lower a salary sits in its band the faster a good rating
*> moves it; an unsatisfactory rating earns nothing anywhere. These
*> compiled figures are the defaults only - the merit run
*> (meritrun, ch6/prog49.cbl) looks every cell up in suiteparm
*> first as MERITrp (r the rating, p L/M/H for the band third), so
*> a year's matrix is set in parmmnt without a recompile.
01	MRT-TABLE-VALUES.
	05	filler				pic X(12) value "000000000000".
	05	filler				pic X(12) value "010000500000".
	05	filler				pic X(12) value "030002500150".
	05	filler				pic X(12) value "045003500250".
	05	filler				pic X(12) value "060005000400".
01	MRT-TABLE redefines MRT-TABLE-VALUES.
	05	MRT-RATING-ROW		occurs 5 times.
		10	MRT-PERCENT		pic 9(2)v99 occurs 3 times.
