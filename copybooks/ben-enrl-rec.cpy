*> ben-enrl-rec.cpy
*> One employee's coverage under one benefit plan for a span of
*> dates, on benenrl, kept by benmaint (ch10/prog40.cbl). An employee
*> holds at most one open row per plan type (medical, dental, life);
*> a change never rewrites a row that has gone to the carrier - it
*> ends the old row the day before the change takes effect and adds
*> a new one, so the file is the whole history of who was covered
*> under what. An end date of zero is open. Changes are only
*> accepted inside the annual open-enrollment window (effective the
*> following 1 January), within BENQLDAY days of hire (effective
*> from the hire date) or within BENQLDAY days of a qualifying life
*> event (effective from the event). payrun (ch10/prog1.cbl) prices
*> every row live in the period against benplan. The carrier run
*> bencarr (ch10/prog41.cbl) closes the rows of terminated
*> employees at the termination date and reports every row the
*> carrier has not yet been told about, stamping the transmission
*> generation that carried it.
	05	ben-emp-id				pic X(5).
	05	ben-plan-code			pic X(4).
	05	ben-plan-type			pic X.
	05	ben-tier				pic X.
	05	ben-dependents			pic 9(2).
	05	ben-eff-date			pic 9(8).
	05	ben-end-date			pic 9(8).
*> Why the row began: "O" open enrollment, "H" new hire, "L" life
*> event (ben-event-code and ben-event-date say which and when).
	05	ben-reason				pic X.
		88	ben-is-open-enrl		value "O".
		88	ben-is-new-hire			value "H".
		88	ben-is-life-event		value "L".
	05	ben-event-code			pic X(4).
		88	ben-event-valid			value "MARR" "BRTH" "ADOP" "DIVC"
										"DETH" "LOSS".
	05	ben-event-date			pic 9(8).
*> "C" when this row replaced another of the same plan type the day
*> after it ended - the carrier hears a change, not an add.
	05	ben-change-sw			pic X.
		88	ben-is-change			value "C".
*> Why the row ended: "C" superseded by a change (the successor
*> reports it), "D" coverage dropped, "T" employment terminated.
	05	ben-end-reason			pic X.
		88	ben-ended-by-change		value "C".
		88	ben-ended-dropped		value "D".
		88	ben-ended-terminated	value "T".
	05	ben-keyed-by			pic X(5).
	05	ben-keyed-date			pic 9(8).
*> bencarr generations that told the carrier of the start and of
*> the end of this row; zero until sent.
	05	ben-add-seq				pic 9(6).
	05	ben-term-seq			pic 9(6).
