*> preq-ovr-rec.cpy
*> One academic override of a prerequisite, appended to the preqovr
*> log by stumaint (ch7/prog5.cbl) once a supervisor has signed on
*> to approve putting a student into a class whose prerequisite
*> they do not meet: the student, the class, the prerequisite
*> subject that was missing, the day, the supervisor and the reason
*> given. The term-start exceptions report (preqrpt, ch7/prog18.cbl)
*> shows an overridden shortfall as such instead of as an exception.
	05	pov-studentNo		pic X(5).
	05	pov-cls-code		pic X(4).
	05	pov-subject			pic X(4).
	05	pov-date			pic 9(8).
	05	pov-operator		pic X(5).
	05	pov-reason			pic X(40).
