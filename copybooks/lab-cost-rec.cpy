*> lab-cost-rec.cpy
*> One employee's labour cost on one project for one pay period, on
*> labcost. labdist (ch10/prog34.cbl) rebuilds the file after each
*> pay run from the run's paydet and the approved timesheets on
*> tmsacc: the employee's straight time and premium together,
*> shared across their projects by the hours they booked. paygl
*> (ch10/prog6.cbl) moves those amounts off the department salary
*> lines onto the projects' PRJ- accounts - only when the period
*> matches the paydet it is journalling, so a stale file can never
*> leak into another run's ledger. Hours booked to no project never
*> reach the file; their cost stays on the department.
	05	lcst-period-end			pic 9(8).
	05	lcst-emp-id				pic X(5).
	05	lcst-proj-code			pic X(4).
	05	lcst-hours				pic S9(5)v99 comp-3.
	05	lcst-amount				pic S9(7)v99 comp-3.
