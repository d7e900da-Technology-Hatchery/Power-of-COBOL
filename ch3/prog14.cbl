*> does not do overdrafts by accident) and every movement appends
*> to the deptrx log with the balance after, which is what the
*> statement run reads back. The empmaint menu shape throughout.
*> An account can now be opened as a term deposit: a term in
*> months, the rate fixed at opening off the loanrate "D" entry for
*> that term (ratetrm, ch9/prog38.cbl - no term rate on the table,
*> no term deposit), the maturity date that many months on, and the
*> maturity instruction depmatur (ch3/prog21.cbl) carries out. A
*> term deposit takes no deposits or withdrawals; breaking one
*> before maturity pays the interest earned so far, in whole
*> months at the fixed rate, less DEPBRKMO months' interest
*> (suiteparm, default 3) as the early-break penalty - never more
*> than the interest earned, so the principal always comes back
*> whole - and closes the account.
*> A depositor's withholding tax exemption is recorded here
*> against the account - the flag and the certificate's expiry
*> date, zero when it has none - and shows on inquiry. The early
*> break withholds tax (depwhtx, ch9/prog39.cbl) from the interest
*> left after the penalty, logged as a "T" movement before the
*> payout.
*> Deposits and withdrawals stamp dep-last-cust-date, the customer
*> activity the dormancy run depdorm (ch3/prog23.cbl) watches. A
*> dormant account still takes deposits but pays nothing out until
*> a supervisor (opsignon level "A") reactivates it here with a
*> reason, logged on depreact (dep-react-rec.cpy).
*> An account is opened only for somebody the system knows - staff
*> on emp001 or a customer on custmast (custmnt, ch3/prog24.cbl) -
*> through custget (ch9/prog40.cbl), the same rule as lonmaint.
identification division.
program-id. depmaint.
environment division.
		file status is W90-mast-status.
	select dep-trx assign to "deptrx"
		file status is W90-trx-status.
	select react-file assign to "depreact"
		file status is W90-react-status.
data division.
file section.
fd	dep-mast.
fd	dep-trx.
01	dep-trx-rec.
	copy dep-trx-rec.
fd	react-file.
01	react-rec.
	copy dep-react-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
01	W30-today				pic 9(8).
01	W30-table-rate			pic S9(1)v9(4) comp-3.
01	W30-rate-product		pic X value "D".
01	W30-type-reply			pic X.
01	W40-break-work.
	05	W40-elapsed			pic S9(5) comp.
	05	W40-accrued			pic S9(7)v99 comp-3.
	05	W40-penalty			pic S9(7)v99 comp-3.
	05	W40-brk-months		pic S9(7)v99 comp-3.
	05	W40-parm-key		pic X(8) value "DEPBRKMO".
	05	W40-parm-default	pic S9(7)v99 comp-3 value 3.
	05	W40-taxable			pic S9(7)v99 comp-3.
	05	W40-tax				pic S9(7)v99 comp-3.
01	W40-month-count			pic 9(6).
01	W40-start-date			pic 9(8).
01	filler redefines W40-start-date.
	05	W40-start-yyyy		pic 9(4).
	05	W40-start-mm		pic 99.
	05	W40-start-dd		pic 99.
01	W40-end-date			pic 9(8).
01	filler redefines W40-end-date.
	05	W40-end-yyyy		pic 9(4).
	05	W40-end-mm			pic 99.
	05	W40-end-dd			pic 99.
01	W40-formatted-amt		pic X(15).
01	W90-mast-status			pic XX.
	88	W90-mast-ok				value "00".
01	W90-trx-status			pic XX.
	88	W90-trx-ok				value "00".
01	W90-react-status		pic XX.
	88	W90-react-ok			value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-super-level			pic X value "A".
01	W90-super-sw			pic X.
	88	W90-super-ok			value "Y".
01	W30-react-reason		pic X(40).
	copy locale-sw.
	copy date-routines.
	copy cust-parms.
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
		move 16 to return-code
		goback
	end-if
	perform until W30-menu-choice = 8
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-open-account
			when 2 perform D200-post-deposit
			when 3 perform D300-post-withdrawal
			when 4 perform D400-inquire
			when 5 perform D500-break-term
			when 6 perform D600-set-exemption
			when 7 perform D700-reactivate
			when 8 continue
			when other display "Please choose 1 through 8."
		end-evaluate
	end-perform
	close dep-mast
	display "2. Post deposit"
	display "3. Post withdrawal"
	display "4. Inquire account"
	display "5. Break term deposit early"
	display "6. Record tax exemption"
	display "7. Reactivate dormant account"
	display "8. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-open-account.
	if W10-found
		display "Account " W30-dep-id " is already on the master."
	else
		move W30-dep-id to CG-ID
		call "custget" using CG-PARMS end-call
		if CG-NOT-KNOWN
			display "Id " W30-dep-id " is neither staff nor a customer "
				"on file - add the customer through custmnt first."
			exit paragraph
		end-if
		display "Depositor: " CG-NAME
		move W30-dep-id to dep-id of dep-mast-rec
		display "Enter opening amount: " with no advancing
		accept dep-balance of dep-mast-rec
				"account not opened."
			exit paragraph
		end-if
		perform D150-accept-type
		if dep-is-term of dep-mast-rec
			perform D160-price-term
			if not W10-rate-found
				display "No loanrate D rate for a "
					dep-term-months of dep-mast-rec "-month term - set "
					"it up through ratemnt first; account not opened."
				exit paragraph
			end-if
		else
		*> The rate in force for the "D" product on the opening date,
		*> off the central table - the keyed rate stands in only when
		*> the table has no answer, same as loanproc.
				"(e.g. 0.0300): " with no advancing
			accept dep-rate of dep-mast-rec
		end-if
		end-if
		move dep-opened-date of dep-mast-rec
			to dep-last-trx-date of dep-mast-rec
		move "A" to dep-status of dep-mast-rec
		move "N" to dep-tax-exempt of dep-mast-rec
		move 0 to dep-exempt-expiry of dep-mast-rec
		move "N" to dep-dormant-sw of dep-mast-rec
		move 0 to dep-dormant-date of dep-mast-rec
		move dep-opened-date of dep-mast-rec
			to dep-last-cust-date of dep-mast-rec
		write dep-mast-rec
			invalid key
				display "Account not opened, status " W90-mast-status
				perform G100-log-movement
		end-write
	end-if.
D150-accept-type.
	move "S" to dep-type of dep-mast-rec
	move 0 to dep-term-months of dep-mast-rec
	move 0 to dep-principal of dep-mast-rec
	move 0 to dep-term-start-date of dep-mast-rec
	move 0 to dep-maturity-date of dep-mast-rec
	move space to dep-instruction of dep-mast-rec
	display "Account type (S savings / T term deposit): "
		with no advancing
	accept W30-type-reply
	if W30-type-reply not = "T" and W30-type-reply not = "t"
		exit paragraph
	end-if
	move "T" to dep-type of dep-mast-rec
	perform until dep-term-months of dep-mast-rec > 0
		display "Term in months: " with no advancing
		accept dep-term-months of dep-mast-rec
	end-perform
	perform until dep-roll-principal of dep-mast-rec
			or dep-roll-all of dep-mast-rec
			or dep-pay-out of dep-mast-rec
		display "At maturity (P roll over principal / A roll over "
			"principal and interest / O pay out): " with no advancing
		accept dep-instruction of dep-mast-rec
		evaluate dep-instruction of dep-mast-rec
			when "p" move "P" to dep-instruction of dep-mast-rec
			when "a" move "A" to dep-instruction of dep-mast-rec
			when "o" move "O" to dep-instruction of dep-mast-rec
		end-evaluate
	end-perform.
D160-price-term.
	*> The rate for this term in force on the opening date, fixed
	*> for the whole term - no keyed fallback for a term deposit.
	call "ratetrm" using
		W30-rate-product dep-term-months of dep-mast-rec
		dep-opened-date of dep-mast-rec
		W10-rate-found-sw W30-table-rate
	end-call
	if not W10-rate-found
		exit paragraph
	end-if
	move W30-table-rate to dep-rate of dep-mast-rec
	move dep-balance of dep-mast-rec to dep-principal of dep-mast-rec
	move dep-opened-date of dep-mast-rec
		to dep-term-start-date of dep-mast-rec
	move dep-opened-date of dep-mast-rec to W40-start-date
	move dep-term-months of dep-mast-rec to W40-month-count
	perform X200-add-months
	move W40-end-date to dep-maturity-date of dep-mast-rec
	display "Fixed rate " dep-rate of dep-mast-rec " for "
		dep-term-months of dep-mast-rec " month(s), maturing "
		dep-maturity-date of dep-mast-rec ".".
D200-post-deposit.
	display "Enter deposit account id: " with no advancing
	accept W30-dep-id
	else
	if not dep-is-active of dep-mast-rec
		display "Account " W30-dep-id " is closed."
	else
	if dep-is-term of dep-mast-rec
		display "Account " W30-dep-id " is a term deposit - it takes "
			"nothing in until it matures."
	else
		display "Enter amount to deposit: " with no advancing
		accept W30-amount
		else
			add W30-amount to dep-balance of dep-mast-rec
			move W30-today to dep-last-trx-date of dep-mast-rec
			move W30-today to dep-last-cust-date of dep-mast-rec
			rewrite dep-mast-rec
				invalid key
					display "Account not updated, status " W90-mast-status
			end-rewrite
		end-if
	end-if
	end-if
	end-if.
D300-post-withdrawal.
	display "Enter deposit account id: " with no advancing
	else
	if not dep-is-active of dep-mast-rec
		display "Account " W30-dep-id " is closed."
	else
	if dep-is-term of dep-mast-rec
		display "Account " W30-dep-id " is a term deposit - break it "
			"early (option 5) or wait for maturity."
	else
	if dep-is-dormant of dep-mast-rec
		display "Account " W30-dep-id " is dormant since "
			dep-dormant-date of dep-mast-rec " - a supervisor must "
			"reactivate it (option 7) before anything is paid out."
	else
		display "Enter amount to withdraw: " with no advancing
		accept W30-amount
			when other
				subtract W30-amount from dep-balance of dep-mast-rec
				move W30-today to dep-last-trx-date of dep-mast-rec
				move W30-today to dep-last-cust-date of dep-mast-rec
				rewrite dep-mast-rec
					invalid key
						display "Account not updated, status "
				end-rewrite
		end-evaluate
	end-if
	end-if
	end-if
	end-if.
D400-inquire.
	display "Enter deposit account id: " with no advancing
		display "Opened:        " dep-opened-date of dep-mast-rec
		display "Last movement: " dep-last-trx-date of dep-mast-rec
		display "Status:        " dep-status of dep-mast-rec
		if dep-is-dormant of dep-mast-rec
			display "Dormant since: " dep-dormant-date of dep-mast-rec
		end-if
		if dep-is-exempt of dep-mast-rec
			if dep-exempt-expiry of dep-mast-rec = 0
				display "Tax exempt:    yes, no expiry"
			else
				display "Tax exempt:    yes, until "
					dep-exempt-expiry of dep-mast-rec
			end-if
		else
			display "Tax exempt:    no"
		end-if
		if dep-is-term of dep-mast-rec
			call "moneyfmt" using
				dep-principal of dep-mast-rec LOC-LOCALE-SWITCH
				W40-formatted-amt
			end-call
			display "Term deposit:  " dep-term-months of dep-mast-rec
				" month(s) from " dep-term-start-date of dep-mast-rec
			display "Principal:     " W40-formatted-amt
			display "Matures:       " dep-maturity-date of dep-mast-rec
			evaluate true
				when dep-roll-principal of dep-mast-rec
					display "At maturity:   roll over principal"
				when dep-roll-all of dep-mast-rec
					display "At maturity:   roll over principal and "
						"interest"
				when other
					display "At maturity:   pay out"
			end-evaluate
		end-if
	else
		display "Account not found."
	end-if.
D500-break-term.
	display "Enter deposit account id: " with no advancing
	accept W30-dep-id
	perform F100-find-account
	if not W10-found
		display "Account not found."
		exit paragraph
	end-if
	if not dep-is-active of dep-mast-rec or not dep-is-term of dep-mast-rec
		display "Account " W30-dep-id " is not an open term deposit."
		exit paragraph
	end-if
	*> Interest earned so far - whole months of the term run, at the
	*> fixed rate - less the early-break penalty, never below zero.
	move dep-term-start-date of dep-mast-rec to W40-start-date
	move W30-today to W40-end-date
	compute W40-elapsed =
		(W40-end-yyyy * 12 + W40-end-mm)
		- (W40-start-yyyy * 12 + W40-start-mm)
	if W40-end-dd < W40-start-dd
		subtract 1 from W40-elapsed
	end-if
	if W40-elapsed < 0
		move 0 to W40-elapsed
	end-if
	compute W40-accrued rounded =
		dep-principal of dep-mast-rec * dep-rate of dep-mast-rec
		* W40-elapsed / 12
	call "parmget" using W40-parm-key W40-parm-default W40-brk-months
	end-call
	compute W40-penalty rounded =
		dep-principal of dep-mast-rec * dep-rate of dep-mast-rec
		* W40-brk-months / 12
	if W40-penalty > W40-accrued
		move W40-accrued to W40-penalty
	end-if
	compute W40-taxable = W40-accrued - W40-penalty
	call "depwhtx" using dep-mast-rec W30-today W40-taxable W40-tax
	end-call
	call "moneyfmt" using
		W40-accrued LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	display "Interest earned, " W40-elapsed " month(s): "
		W40-formatted-amt
	call "moneyfmt" using
		W40-penalty LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	display "Early-break penalty:      " W40-formatted-amt
	call "moneyfmt" using
		W40-tax LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	display "Tax withheld:             " W40-formatted-amt
	compute W30-amount =
		dep-balance of dep-mast-rec + W40-taxable - W40-tax
	call "moneyfmt" using
		W30-amount LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	display "Paid out on closing:      " W40-formatted-amt
	display "Break the deposit and close the account? (Y/N): "
		with no advancing
	accept W30-type-reply
	if W30-type-reply not = "Y" and W30-type-reply not = "y"
		display "Nothing changed."
		exit paragraph
	end-if
	move W30-today to dep-last-trx-date of dep-mast-rec
	move "C" to dep-status of dep-mast-rec
	move 0 to dep-balance of dep-mast-rec
	rewrite dep-mast-rec
		invalid key
			display "Account not updated, status " W90-mast-status
			exit paragraph
	end-rewrite
	*> The movements in the order they happened, each with the
	*> balance after: interest in, penalty out, tax out, the rest
	*> paid out.
	compute dep-balance of dep-mast-rec =
		W30-amount + W40-penalty + W40-tax
	if W40-accrued > 0
		move W40-accrued to W30-amount
		move "I" to dtx-type of dep-trx-rec
		perform G100-log-movement
	end-if
	subtract W40-penalty from dep-balance of dep-mast-rec
	if W40-penalty > 0
		move W40-penalty to W30-amount
		move "B" to dtx-type of dep-trx-rec
		perform G100-log-movement
	end-if
	subtract W40-tax from dep-balance of dep-mast-rec
	if W40-tax > 0
		move W40-tax to W30-amount
		move "T" to dtx-type of dep-trx-rec
		perform G100-log-movement
	end-if
	move dep-balance of dep-mast-rec to W30-amount
	move 0 to dep-balance of dep-mast-rec
	move "W" to dtx-type of dep-trx-rec
	perform G100-log-movement
	display "Term deposit " W30-dep-id " broken and closed.".
D600-set-exemption.
	display "Enter deposit account id: " with no advancing
	accept W30-dep-id
	perform F100-find-account
	if not W10-found
		display "Account not found."
		exit paragraph
	end-if
	display "Exempt from withholding tax? (Y/N): " with no advancing
	accept W30-type-reply
	if W30-type-reply = "Y" or W30-type-reply = "y"
		move "Y" to dep-tax-exempt of dep-mast-rec
		display "Exemption expires (yyyymmdd, 0 for no expiry): "
			with no advancing
		accept dep-exempt-expiry of dep-mast-rec
		if dep-exempt-expiry of dep-mast-rec not = 0
			move dep-exempt-expiry of dep-mast-rec to DR-GREG-DATE
			move "G2J " to DR-FUNCTION
			call "daterotn" using DR-DATE-PARMS end-call
			if not DR-DATE-OK
				display "Expiry is not a valid Gregorian date - "
					"nothing changed."
				exit paragraph
			end-if
		end-if
	else
		move "N" to dep-tax-exempt of dep-mast-rec
		move 0 to dep-exempt-expiry of dep-mast-rec
	end-if
	rewrite dep-mast-rec
		invalid key
			display "Account not updated, status " W90-mast-status
		not invalid key
			display "Tax exemption recorded."
	end-rewrite.
D700-reactivate.
	display "Enter deposit account id: " with no advancing
	accept W30-dep-id
	perform F100-find-account
	if not W10-found
		display "Account not found."
		exit paragraph
	end-if
	if not dep-is-dormant of dep-mast-rec
		display "Account " W30-dep-id " is not dormant."
		exit paragraph
	end-if
	display "Reason for reactivation: " with no advancing
	accept W30-react-reason
	if W30-react-reason = spaces
		display "A reason is required - nothing changed."
		exit paragraph
	end-if
	display "Supervisor sign-on required to reactivate the account."
	call "opsignon" using W90-super-sw W90-super-level end-call
	if not W90-super-ok
		display "Reactivation not approved - account stays dormant."
		exit paragraph
	end-if
	move spaces to react-rec
	move dep-id of dep-mast-rec to drc-id
	move W30-today to drc-date
	move dep-dormant-date of dep-mast-rec to drc-dormant-date
	move W30-react-reason to drc-reason
	*> Reactivation counts as the customer turning up - the clock
	*> starts again from today.
	move "N" to dep-dormant-sw of dep-mast-rec
	move 0 to dep-dormant-date of dep-mast-rec
	move W30-today to dep-last-cust-date of dep-mast-rec
	rewrite dep-mast-rec
		invalid key
			display "Account not updated, status " W90-mast-status
			exit paragraph
	end-rewrite
	open extend react-file
	if W90-react-status = "35"
		open output react-file
	end-if
	if not W90-react-ok
		display "depmaint: unable to open depreact, status "
			W90-react-status " - reactivation NOT logged."
	else
		write react-rec
		close react-file
	end-if
	display "Account " W30-dep-id " reactivated.".
F100-find-account.
	move W30-dep-id to dep-id of dep-mast-rec
	read dep-mast
		write dep-trx-rec
		close dep-trx
	end-if.
X200-add-months.
	*> W40-start-date plus W40-month-count calendar months into
	*> W40-end-date - the same day of the month, pulled back to the
	*> month's last day when it has fewer (31 January plus one month
	*> is 28 or 29 February).
	move W40-start-date to W40-end-date
	compute W40-month-count =
		W40-start-yyyy * 12 + W40-start-mm - 1 + W40-month-count
	divide W40-month-count by 12 giving W40-end-yyyy
		remainder W40-end-mm
	add 1 to W40-end-mm
	move W40-end-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	perform until DR-DATE-OK or W40-end-dd < 29
		subtract 1 from W40-end-dd
		move W40-end-date to DR-GREG-DATE
		call "daterotn" using DR-DATE-PARMS end-call
	end-perform.
