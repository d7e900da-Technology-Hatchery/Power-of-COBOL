*> HR - so the person with fifteen unused days and the person with
*> zero no longer start the year identically, and HR can warn
*> people in November instead of apologising in January.
*> Month end is told apart too: on the last day of any month -
*> February's 29th in a leap year, per daterotn - the payroll
*> accrual (payaccr, ch10/prog35.cbl) books the month's earned but
*> unpaid pay to glintf01 with its reversal on the first of the
*> next month, ahead of any quarter-end work.
identification division.
program-id. periodend.
environment division.
		88	W10-emp-open			value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-month-end-sw	pic X value "N".
		88	W10-month-end			value "Y".
01	W20-today.
	05	W20-yy				pic 9(4).
	05	W20-mm				pic 9(2).
	05	W20-dd				pic 9(2).
01	W20-days-table.
	05	filler				pic X(24) value "312831303130313130313031".
01	W20-days-x redefines W20-days-table.
	05	W20-month-days		pic 9(2) occurs 12 times.
01	W20-last-day			pic 9(2).
01	W40-reset-count			pic 9(5) comp value 0.
01	W40-default-accrual		pic S9(3)v99 comp-3 value 20.00.
01	W40-sick-accrual		pic S9(3)v99 comp-3 value 10.00.
		move 16 to return-code
		goback
	end-if
	move W20-month-days(W20-mm) to W20-last-day
	if W20-mm = 2 and DR-LEAP-YEAR
		move 29 to W20-last-day
	end-if
	if W20-dd = W20-last-day
		move "Y" to W10-month-end-sw
		perform B200-month-end-accrual
	end-if
	*> Quarter-end Julian day-of-year thresholds shift by one after
	*> February in a leap year, exactly the way daterotn's own
	*> Gregorian<->Julian conversion accounts for the leap day.
	display " "
	display "Quarterly student average rollup:"
	call "stugrade" end-call.
B200-month-end-accrual.
	display " "
	display "Month-end payroll accrual:"
	call "payaccr" using W20-today end-call
	if return-code not = 0
		display "periodend: payaccr ended with return code " return-code
			" - see its messages above."
	end-if.
C100-yearend-leave-carryover.
	display " "
	display "Year-end leave carryover:"
	move 0 to lbal-accrued-days(3)
	move 0 to lbal-used-days(3)
	move 0 to lbal-balance-days(3)
	*> Time off in lieu is banked overtime, not an accrual - it
	*> carries as it stands and toilexp (ch10/prog32.cbl) ages it.
	if lbal-type-code(4) not = "T"
		move "T" to lbal-type-code(4)
		move 0 to lbal-accrued-days(4)
		move 0 to lbal-used-days(4)
		move 0 to lbal-balance-days(4)
	end-if
	rewrite leave-bal-file-rec
		invalid key
			display "periodend: unable to roll balance for "
