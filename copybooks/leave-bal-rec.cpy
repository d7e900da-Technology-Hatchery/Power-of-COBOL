*> resets each type to its own standard accrual at quarter end.
*> Unpaid leave carries no accrual and no balance check - its entry
*> just counts the unpaid days taken so reports can show them.
*> Entry 4 is time off in lieu ("T"): it has no accrual of its own -
*> payrun (ch10/prog1.cbl) credits it with overtime banked from the
*> timesheets instead of paid, leave requests of type "T" draw it
*> down like any other paid type, and toilexp (ch10/prog32.cbl)
*> pays out or forfeits whatever is left past TOILMTHS months. A
*> record written before the entry existed carries no "T" code
*> there; every program that touches the entry starts it at zero
*> the first time it finds it so.
	05	lbal-emp-id				pic X(5).
	05	lbal-type-entry occurs 4 times.
		10	lbal-type-code			pic X.
		10	lbal-accrued-days		pic S9(3)v99 comp-3.
		10	lbal-used-days			pic S9(3)v99 comp-3.
