*> job-strm-rec.cpy
*> One step of the nightly cycle on the job stream file jobstrm
*> (indexed by js-step-no, which is also the running order - the
*> standard night is numbered in tens so a step can go in between).
*> nitecycl (ch6/prog10.cbl) drives the night from this file and
*> jobmaint (ch6/prog55.cbl) maintains it. js-parm-shape says what
*> the program is handed, since a CALLed step takes only what its
*> linkage expects: the cycle's sign-on switch and run date ("S"),
*> the sign-on switch alone ("O"), the backup switch suitebk hands
*> back ("B"), the run date alone ("D") or nothing ("N"). Up to four
*> predecessors name the steps that must have run (or not been due)
*> first; a return code above js-max-rc stops the night.
	05	js-step-no			pic 9(2).
	05	js-program			pic X(10).
	05	js-desc				pic X(30).
	05	js-run-cond			pic X.
		88	js-run-daily			value "D".
		88	js-run-month-end		value "M".
		88	js-run-quarter-end		value "Q".
		88	js-run-year-end			value "Y".
*> Every night except a quarter-end - stugrade, which periodend's
*> quarterly rollup already runs on that night.
		88	js-run-not-quarter-end	value "E".
		88	js-run-cond-valid		value "D" "M" "Q" "Y" "E".
	05	js-parm-shape		pic X.
		88	js-parm-signon-date		value "S".
		88	js-parm-signon			value "O".
		88	js-parm-backup			value "B".
		88	js-parm-date			value "D".
		88	js-parm-none			value "N".
		88	js-parm-shape-valid		value "S" "O" "B" "D" "N".
	05	js-pred-steps.
		10	js-pred				pic 9(2) occurs 4 times.
	05	js-max-rc			pic 9(2).
