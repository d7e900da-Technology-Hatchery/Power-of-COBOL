*> emp-dept-code against it at entry time, and the monthly
*> budget-vs-actual report (deptbud, ch6/prog23.cbl) compares the
*> budgeted headcount and salary here with the live emp001 figures.
*> dpm-min-cover is the fewest staff the department can run with on
*> a working day; leavappr (ch8/prog2.cbl) refuses leave that would
*> take it below that without a supervisor override, and covrpt
*> (ch8/prog11.cbl) lists the days ahead already at or under it.
*> Zero means no minimum - the value on every older record.
	05	dpm-code				pic X(4).
	05	dpm-name				pic X(20).
	05	dpm-budget-heads		pic 9(5).
	05	dpm-budget-salary		pic 9(9).
	05	dpm-min-cover			pic 9(5).
