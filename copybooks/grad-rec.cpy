*> grad-rec.cpy
*> One student the degree audit (degaudit, ch7/prog23.cbl) found
*> qualified to graduate, on the graduation list gradlist: the
*> programme, the audit date, and the credits and credit-weighted
*> average the student qualified on. Each audit run writes the list
*> afresh. stumaint (ch7/prog5.cbl) graduates from it - the "G"
*> enrollment status is only given to a student on the list - and
*> marks the entry "G" once done.
	05	grd-studentNo		pic X(5).
	05	grd-prog-code		pic X(4).
	05	grd-audit-date		pic 9(8).
	05	grd-credits			pic 9(4).
	05	grd-avg				pic 9(3)v99.
	05	grd-status			pic X.
		88	grd-is-qualified	value "Q".
		88	grd-is-graduated	value "G".
