*> merit-prp-rec.cpy
*> One proposed merit increase on the meritprp file the merit run
*> (meritrun, ch6/prog49.cbl) writes - the employee and the
*> percentage the merit matrix gave their rating and band position
*> (already trimmed so the new salary never passes the band top).
*> saladj (ch6/prog11.cbl) takes the file as its fourth selection,
*> so the year's merit round goes through the same preview-then-
*> commit run, salaudit and empjrnl trail as any mass adjustment.
	05	mpr-emp-id				pic X(5).
	05	mpr-year				pic 9(4).
	05	mpr-rating				pic 9.
	05	mpr-band-third			pic X.
	05	mpr-percent				pic S9(3)v99.
