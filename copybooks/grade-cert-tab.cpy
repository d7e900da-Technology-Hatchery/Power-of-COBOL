*> grade-cert-tab.cpy
*> The certificates each job grade must hold to be worked legally -
*> the same compiled reference-table idea as grade-tab.cpy. One
*> entry per grade and required course (crs-code on coursmst);
*> a grade can appear as often as it has requirements, and a grade
*> with no entry needs none. certcomp (ch6/prog53.cbl) sweeps the
*> live staff against it, and certmnt (ch6/prog51.cbl) warns when
*> a completion keyed is one of these. Add a requirement here and
*> every caller picks it up.
01	GCT-TABLE-VALUES.
	05	filler				pic X(8) value "01CASH01".
	05	filler				pic X(8) value "02CASH01".
	05	filler				pic X(8) value "02FAID01".
	05	filler				pic X(8) value "03FAID01".
	05	filler				pic X(8) value "03FORK01".
	05	filler				pic X(8) value "04FAID01".
01	GCT-TABLE redefines GCT-TABLE-VALUES.
	05	GCT-ENTRY			occurs 6 times.
		10	GCT-GRADE		pic X(2).
		10	GCT-COURSE		pic X(6).
