*> proj-rec.cpy
*> One project or job on the project master projmast (indexed by
*> proj-code). Timesheet lines carry the code (tms-rec.cpy) so
*> labour can be costed to the work it was done for; projmnt
*> (ch10/prog33.cbl) maintains the file the way coamnt maintains
*> coamast, and projedit (ch9/prog33.cbl) validates a code the way
*> coaedit validates an account. A closed project ("C") takes no
*> more hours but stays on file so its history still reads. The
*> ledger books each project's labour to "PRJ-" plus the code
*> (paygl, ch10/prog6.cbl), the same shape as the SAL- accounts.
	05	proj-code				pic X(4).
	05	proj-desc				pic X(30).
	05	proj-status				pic X.
		88	proj-is-active			value "A".
		88	proj-is-closed			value "C".
