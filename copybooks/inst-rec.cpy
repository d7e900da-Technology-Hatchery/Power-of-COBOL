*> inst-rec.cpy
*> One instructor on the instructor master instmast (indexed by
*> inst-emp-id - the instructor's emp-id on emp001, where payrun
*> already pays them). inst-load-hours is the contact hours a term
*> the instructor is contracted to teach; the classes they teach
*> (cls-inst-emp-id and cls-contact-hours on clsmast) add up to the
*> load they actually carry. instmnt (ch7/prog24.cbl) keys the
*> master against live employees, and the load report instload
*> (ch7/prog25.cbl) pays the hours above contract as overload on
*> suppin01, stamping inst-paid-term so a term is only paid once.
	05	inst-emp-id			pic X(5).
	05	inst-load-hours		pic 9(4).
	05	inst-paid-term		pic X(6).
	05	inst-changed-date	pic 9(8).
