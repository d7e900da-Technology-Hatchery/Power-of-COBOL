*> change takes effect the day it is entered here. Same menu-driven
*> shape as calmaint (ch9/prog15.cbl), with each effective date
*> validated through daterotn before it is allowed on.
*> Existing loans keep their own lnm-rate; a new "L" rate reaches
*> the variable-rate loans on loanmast only through the lonrepr
*> (ch3/prog18.cbl) repricing run, which the add now reminds of.
*> A "D" entry also carries a term in months: zero is the savings
*> rate as before, anything else the fixed rate term deposits of
*> that length open and renew at. Loan entries are always term
*> zero.
identification division.
program-id. ratemnt.
environment division.
01	W30-menu-choice			pic 9.
01	W40-product				pic X.
01	W40-eff-date			pic 9(8).
01	W40-term				pic 9(3).
01	W90-rate-status			pic XX.
	88	W90-rate-ok				value "00".
01	W90-auth-level			pic X value "U".
	if W40-product not = "L" and W40-product not = "D"
		display "Product must be L or D - not added."
	else
		perform D150-accept-term
		display "Enter effective date (yyyymmdd): " with no advancing
		accept W40-eff-date
		move W40-eff-date to DR-GREG-DATE
		else
			perform F100-find-rate
			if W10-found
				display "A " W40-product " rate for term " W40-term
					" effective " W40-eff-date " is already on the table."
			else
				move W40-product to lrt-product of rate-rec
				move W40-term to lrt-term-months of rate-rec
				move W40-eff-date to lrt-eff-date of rate-rec
				display "Enter rate (e.g. 0.0500): " with no advancing
				accept lrt-rate of rate-rec
						display "Rate not added, status " W90-rate-status
					not invalid key
						display "Rate added."
						if W40-product = "L"
							display "Variable-rate loans move onto it "
								"when lonrepr is run for " W40-eff-date "."
						end-if
				end-write
			end-if
		end-if
	end-if.
D150-accept-term.
	*> Only deposits come in terms - a loan rate is always term zero.
	move 0 to W40-term
	if W40-product = "D"
		display "Enter term in months (0 = savings rate): "
			with no advancing
		accept W40-term
	end-if.
D200-delete.
	display "Enter product (L/D): " with no advancing
	accept W40-product
	perform D150-accept-term
	display "Enter effective date (yyyymmdd): " with no advancing
	accept W40-eff-date
	perform F100-find-rate
		display "No such rate on the table."
	end-if.
D300-list.
	display "Prod  Term  Effective  Rate"
	move 0 to W20-list-count
	move "N" to W10-eof-sw
	move low-values to lrt-key of rate-rec
		if not W10-eof
			add 1 to W20-list-count
			display lrt-product of rate-rec "     "
				lrt-term-months of rate-rec "   "
				lrt-eff-date of rate-rec "   " lrt-rate of rate-rec
		end-if
	end-perform
	end-if.
F100-find-rate.
	move W40-product to lrt-product of rate-rec
	move W40-term to lrt-term-months of rate-rec
	move W40-eff-date to lrt-eff-date of rate-rec
	read rate-file
		invalid key move "N" to W10-found-sw
