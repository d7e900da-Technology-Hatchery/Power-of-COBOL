*> prints the depositor statement off the deptrx movement log. The
*> rate comes from the loanrate table's "D" product through rateget
*> at opening, the same effective-dated lookup loans get.
*> A term deposit (dep-is-term) is opened for dep-term-months at
*> the loanrate "D" rate for that term (ratetrm, ch9/prog38.cbl),
*> fixed until dep-maturity-date. Its interest is earned on
*> dep-principal from dep-term-start-date and paid at maturity by
*> depmatur (ch3/prog21.cbl), which carries out dep-instruction:
*> roll over the principal (interest paid out), roll over
*> principal plus interest, or pay the lot out and close. Savings
*> accounts opened before terms existed carry a space in dep-type.
*> Interest credited to an account has tax withheld from it
*> (depwhtx, ch9/prog39.cbl) unless dep-tax-exempt is set and
*> dep-exempt-expiry - zero for an exemption with no end date - has
*> not passed. depmaint records the exemption certificate's details.
*> dep-last-cust-date is the last movement the customer made - a
*> deposit or withdrawal, not the interest the system credits - and
*> the monthly dormancy run depdorm (ch3/prog23.cbl) flags a savings
*> account dormant (dep-is-dormant, from dep-dormant-date) when it
*> has gone too long. A dormant account still earns interest but
*> depmaint pays nothing out of it until a supervisor reactivates
*> it, with the reason logged on depreact (dep-react-rec.cpy).
	05	dep-id				pic X(5).
	05	dep-balance			pic S9(9)v99 comp-3.
	05	dep-rate			pic S9(1)v9(4) comp-3.
	05	dep-status			pic X.
		88	dep-is-active		value "A".
		88	dep-is-closed		value "C".
	05	dep-type			pic X.
		88	dep-is-savings		value "S" " ".
		88	dep-is-term			value "T".
	05	dep-term-months		pic 9(3).
	05	dep-principal		pic S9(9)v99 comp-3.
	05	dep-term-start-date	pic 9(8).
	05	dep-maturity-date	pic 9(8).
	05	dep-instruction		pic X.
		88	dep-roll-principal	value "P".
		88	dep-roll-all		value "A".
		88	dep-pay-out			value "O".
	05	dep-tax-exempt		pic X.
		88	dep-is-exempt		value "Y".
	05	dep-exempt-expiry	pic 9(8).
	05	dep-dormant-sw		pic X.
		88	dep-is-dormant		value "Y".
	05	dep-dormant-date	pic 9(8).
	05	dep-last-cust-date	pic 9(8).
