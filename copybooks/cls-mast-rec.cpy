*> amount per term. Zero (every record written before the field
*> existed) bills nothing until clsmaint keys the fee.
	05	cls-term-fee		pic S9(7)v99 comp-3.
*> The programme (prog-rec.cpy, prgmast) the class belongs to, and
*> whether it is that programme's final term - the students the
*> degree audit (degaudit, ch7/prog23.cbl) assesses for graduation.
*> Blank - every record written before the fields existed - is a
*> class outside any programme, never final.
	05	cls-prog-code		pic X(4).
	05	cls-final-sw		pic X.
		88	cls-is-final		value "Y".
*> The instructor by emp-id - validated by clsmaint as a live
*> employee on emp001 who is on the instructor master instmast
*> (inst-rec.cpy) - and the contact hours a term the class takes.
*> cls-instructor above is kept as the instructor's name for the
*> reports that print it. Blank/zero - every record written before
*> the fields existed - is a class with no instructor assigned.
	05	cls-inst-emp-id		pic X(5).
	05	cls-contact-hours	pic 9(3).
