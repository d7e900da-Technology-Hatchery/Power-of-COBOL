*> existed read as not statutory, which is also the safe default.
	05	ded-statutory-sw		pic X.
		88	ded-is-statutory		value "Y".
*> Cumulative withholding flag, maintained by dedmaint: "Y" prices a
*> bracketed percentage code (the income tax) on the year-to-date
*> taxable gross off payhist instead of the period gross alone -
*> payrun works out the tax due on the year so far, takes off what
*> payhist says was already withheld under the code this year, and
*> withholds only the difference, so heavy and light months even
*> out instead of landing on the year-end adjustment. Blank, every
*> entry written before this field existed, keeps the period
*> method.
	05	ded-cum-sw				pic X.
		88	ded-is-cumulative		value "Y".
