*> record to the employee's manager the same emp-mgr-id way
*> leavappr routes leave, moves approved hours onto tmsacc for the
*> pay run, and keeps rejections here with status "R" and the
*> manager's reason so the branch can be told why. The overtime
*> flag carries tms-rec.cpy's meanings ("Y" paid, "T" banked).
*> Hours for a day with no shift on the rostmast roster
*> (roster-rec.cpy) land with status "H" instead - held, out of the
*> managers' queue, until a supervisor accepts them in rostmnt
*> (ch10/prog45.cbl), which turns them to "P".
	05	tpnd-emp-id				pic X(5).
	05	tpnd-work-date			pic 9(8).
	05	tpnd-hours				pic 9(2)v99.
	05	tpnd-ot-sw				pic X.
		88	tpnd-is-overtime		value "Y".
		88	tpnd-is-toil			value "T".
	05	tpnd-status				pic X.
		88	tpnd-is-pending			value "P".
		88	tpnd-is-approved		value "A".
		88	tpnd-is-rejected		value "R".
		88	tpnd-is-held			value "H".
	05	tpnd-reason				pic X(30).
*> Project or job code, carried through from tms-proj-code.
	05	tpnd-proj-code			pic X(4).
