*> DEPWHTX - withholding tax on deposit interest.
*> Given a deposit account, the date interest is credited and the
*> gross interest, hands back the tax to withhold from it: the
*> suiteparm percentage DEPWHTAX (through parmget, default 20.00)
*> of the gross, rounded to the cent - or nothing at all when the
*> account holds an exemption that has not expired on that date.
*> One routine so depcap (ch3/prog15.cbl), depmatur
*> (ch3/prog21.cbl) and depmaint's early break (ch3/prog14.cbl)
*> can't disagree on the rule; each logs the result as a "T"
*> movement after the interest.
identification division.
program-id. depwhtx.
data division.
working-storage section.
01	W40-parm-key			pic X(8) value "DEPWHTAX".
01	W40-parm-default		pic S9(7)v99 comp-3 value 20.
01	W40-tax-pct				pic S9(7)v99 comp-3.
linkage section.
01	LK-DEP-MAST-REC.
	copy dep-mast-rec.
01	LK-CREDIT-DATE			pic 9(8).
01	LK-GROSS				pic S9(7)v99 comp-3.
01	LK-TAX					pic S9(7)v99 comp-3.
procedure division using LK-DEP-MAST-REC LK-CREDIT-DATE LK-GROSS
		LK-TAX.
A100-start.
	move 0 to LK-TAX
	if LK-GROSS <= 0
		goback
	end-if
	if dep-is-exempt
			and (dep-exempt-expiry = 0
				or dep-exempt-expiry >= LK-CREDIT-DATE)
		goback
	end-if
	call "parmget" using W40-parm-key W40-parm-default W40-tax-pct
	end-call
	compute LK-TAX rounded = LK-GROSS * W40-tax-pct / 100
	goback.
