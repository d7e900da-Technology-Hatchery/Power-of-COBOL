*> and program start "B" / end "E" from the programs that report
*> themselves. The review report (actrpt, ch9/prog30.cbl) reads it
*> back filtered by operator, program and date range, the same way
*> excpmrpt reads the exceptions log. An extract of salary or bank
*> data by csvext (ch9/prog41.cbl) logs "X", with the name of the
*> file extracted in act-program.
	05	act-ts-date			pic 9(8).
	05	act-ts-time			pic 9(8).
	05	act-operator		pic X(5).
		88	act-is-lockout		value "L".
		88	act-is-start		value "B".
		88	act-is-end			value "E".
		88	act-is-extract		value "X".
