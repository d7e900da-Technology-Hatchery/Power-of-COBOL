*> prog-rec.cpy
*> One academic programme on the programme master prgmast (indexed
*> by prg-code) - what a student must achieve to graduate from it:
*> prg-credits-req credits earned (sbj-credits of subjects passed,
*> subj-rec.cpy), every core subject listed passed, and a
*> credit-weighted average over every subject taken of at least
*> prg-min-avg. Classes belong to a programme through cls-prog-code
*> on clsmast, and the classes flagged cls-is-final are its final
*> term. prgmaint (ch7/prog22.cbl) keys programmes; the degree
*> audit degaudit (ch7/prog23.cbl) measures final-term students
*> against them. A blank core entry is unused.
	05	prg-code			pic X(4).
	05	prg-desc			pic X(30).
	05	prg-credits-req		pic 9(3).
	05	prg-min-avg			pic 9(3).
	05	prg-core-subj		pic X(4) occurs 20 times.
