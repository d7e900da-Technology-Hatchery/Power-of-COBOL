*> sch-rec.cpy
*> One scholarship or bursary award on the scholarship master
*> schmast (indexed by sch-id). Awards used to be credited by hand
*> through sturecpt as if the student had paid, which overstated
*> receipts and left nobody billing the sponsor. schmaint
*> (ch7/prog20.cbl) keys them; stubill (ch7/prog16.cbl) applies
*> each award current for the term being billed as its own
*> discount line - a percentage of the class fee or a fixed amount,
*> never more than the fee - and the student is invoiced for the
*> rest. The sponsor is billed for the discount by spnbill
*> (ch7/prog21.cbl). sch-from-term/sch-to-term bound the terms the
*> award covers, compared as term codes (2026T1 style); a blank
*> sch-to-term runs until lapsed. sch-min-avg is the renewal
*> condition: at term end termroll (ch7/prog8.cbl) lapses an
*> active award whose student closed the term below it - status
*> "L" with the term and date it lapsed. Zero means unconditional.
	05	sch-id				pic X(6).
	05	sch-studentNo		pic X(5).
	05	sch-sponsor			pic X(20).
	05	sch-basis			pic X.
		88	sch-is-percent		value "P".
		88	sch-is-fixed		value "F".
	05	sch-pct				pic 9(3)v99.
	05	sch-amount			pic S9(7)v99 comp-3.
	05	sch-from-term		pic X(6).
	05	sch-to-term			pic X(6).
	05	sch-min-avg			pic 9(3).
	05	sch-status			pic X.
		88	sch-is-active		value "A".
		88	sch-is-lapsed		value "L".
	05	sch-lapse-term		pic X(6).
	05	sch-lapse-date		pic 9(8).
