*> ben-plan-rec.cpy
*> One coverage tier of one benefit plan on the benplan master, kept
*> by bplnmnt (ch10/prog39.cbl). A plan - medical, dental or life,
*> bought from one carrier - is priced per tier: employee only, with
*> spouse, with children, or family. bpl-ee-premium is what the
*> employee pays and bpl-er-premium what the company pays on top,
*> both per MONTH; payrun (ch10/prog1.cbl) takes the employee share
*> as a "D" line and books the employer share as an "E" line, a
*> weekly run pricing twelve fifty-seconds of each. A premium change
*> is a new entry with its own effective date, never an overwrite:
*> per plan and tier the latest entry effective on or before the
*> period end is the one in force, the dedrates way.
	05	bpl-plan-code			pic X(4).
	05	bpl-tier				pic X.
		88	bpl-tier-employee		value "E".
		88	bpl-tier-spouse			value "S".
		88	bpl-tier-children		value "C".
		88	bpl-tier-family			value "F".
		88	bpl-tier-valid			value "E" "S" "C" "F".
	05	bpl-plan-type			pic X.
		88	bpl-is-medical			value "M".
		88	bpl-is-dental			value "D".
		88	bpl-is-life				value "L".
		88	bpl-type-valid			value "M" "D" "L".
	05	bpl-desc				pic X(20).
	05	bpl-carrier				pic X(8).
	05	bpl-ee-premium			pic S9(5)v99 comp-3.
	05	bpl-er-premium			pic S9(5)v99 comp-3.
	05	bpl-eff-date			pic 9(8).
