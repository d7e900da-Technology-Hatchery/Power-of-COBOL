	05	sup-emp-id				pic X(5).
	05	sup-amount				pic S9(7)v99 comp-3.
	05	sup-reason				pic X(20).
*> What sup-amount means. Blank (every record keyed before the field
*> existed) or "G" is the gross to pay, as always. "N" is a promised
*> net in hand - the guaranteed-net bonus - and paysupp grosses it
*> up itself, through the same percentage deductions and brackets
*> it prices every supplemental with, to the gross that lands on
*> that net to the cent (or rejects the record when none does).
	05	sup-basis				pic X.
		88	sup-is-gross			value "G" " ".
		88	sup-is-target-net		value "N".
*> Where the record came from. Blank is a keyed transaction on
*> suppin01. "T" is a statutory 13th-month line computed by pay13th
*> (ch10/prog43.cbl) onto supp13 for sup-ref-year; paysupp pays it
*> only once pay13apr (ch10/prog44.cbl) has approved it, and pays it
*> to a leaver too - the 13th month accrued is owed however the
*> employment ended. The review fields mean nothing on suppin01.
	05	sup-source				pic X.
		88	sup-is-keyed			value " ".
		88	sup-is-13th-month		value "T".
	05	sup-ref-year			pic 9(4).
	05	sup-review-status		pic X.
		88	sup-is-held				value "P".
		88	sup-is-approved			value "A".
		88	sup-is-rejected			value "R".
		88	sup-is-paid				value "X".
	05	sup-keyed-by			pic X(5).
	05	sup-keyed-date			pic 9(8).
	05	sup-decided-by			pic X(5).
	05	sup-decided-date		pic 9(8).
