*> leavwdy1 with both figures and the difference - so HR can decide
*> which balances to put right with leavamnd. Nothing is changed
*> here; this program only tells the truth about the history.
*> The count is the employee's own: the branch on emp001 gives the
*> region (brregion, ch9/prog43.cbl), and that region's prcscal
*> holidays are not working days for them as well as the company-
*> wide ones. An employee not on emp001 is counted company-wide.
identification division.
program-id. leavwday.
environment division.
		file status is W90-leave-status.
	select wday-rpt assign to "leavwdy1"
		file status is W90-rpt-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
data division.
file section.
fd	leave-file.
fd	wday-rpt
	label records are standard.
01	rpt-line			pic X(80).
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-emp-open-sw		pic X value "N".
		88	W10-emp-open			value "Y".
01	W20-counters.
	05	W20-read-count		pic 9(5) comp value 0.
	05	W20-checked-count	pic 9(5) comp value 0.
	05	W60-cal-run-sw		pic X.
		88	W60-cal-run				value "Y".
	05	W60-cal-reason		pic X(30).
	05	W60-region			pic X(10).
	05	W60-year-days		pic 9(3) comp.
	05	W60-next-year		pic 9(4) comp.
01	W90-leave-status		pic XX.
	88	W90-leave-ok			value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
		move 16 to return-code
		goback
	end-if
	*> No emp001 just means every request counts company-wide.
	open input emp-list
	if W90-emp-ok
		move "Y" to W10-emp-open-sw
	end-if
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
	perform Z100-read-leave
	end-perform
	close leave-file
	close wday-rpt
	if W10-emp-open
		close emp-list
	end-if
	display "Working-day audit written to leavwdy1."
	display "Requests read:        " W20-read-count
	display "Active requests:      " W20-checked-count
		move W30-difference to W50-det-diff
		write rpt-line from W50-detail-line
	end-if.
C200-find-region.
	move spaces to W60-region
	if W10-emp-open
		move leave-emp-id of leave-file-rec to emp-id of emp-list-rec
		read emp-list
			invalid key
				continue
			not invalid key
				call "brregion" using emp-br-code of emp-list-rec
					W60-region
				end-call
		end-read
	end-if.
C300-count-working-days.
	*> Same count leavappr now applies at approval: leave001 dates
	*> are yymmdd in the 2000s, calchk says which days the business
	*> works, daterotn's Julian form walks the span.
	move 0 to W60-chargeable
	perform C200-find-region
	compute W60-walk-date =
		20000000 + leave-startdate of leave-file-rec
	compute W60-end-date = 20000000 + leave-enddate of leave-file-rec
	perform until W60-walk-date > W60-end-date
		call "calchk" using W60-walk-date W60-cal-run-sw W60-cal-reason
			W60-region
		end-call
		if W60-cal-run
			add 1 to W60-chargeable
