*> old and new for all three, the effective date, and the operator
*> who keyed it. emppos (ch6/prog33.cbl) reads it back for the
*> career report and the point-in-time query grievance and audit
*> work need. A restructure run (restruct, ch6/prog54.cbl) writes
*> one for every employee it moves, grade and manager unchanged.
	05	phs-emp-id				pic X(5).
	05	phs-eff-date			pic 9(8).
	05	phs-ts-date				pic 9(8).
