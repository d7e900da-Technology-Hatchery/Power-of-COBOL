*> Recurring allowance expiry report.
*> payrun (ch10/prog1.cbl) stops paying an allowance on allowmst
*> (allow-rec.cpy, alwmaint ch10/prog28.cbl) by itself once its end
*> date has passed - which is right, but nobody should find out from
*> an employee's short payslip. Run ahead of the pay cycle, this
*> lists every allowance whose end date falls within the coming
*> week - the ALWEXPD suiteparm in calendar days, default 7, through
*> parmget - so the manager can renew it in alwmaint before it
*> lapses, and then lists the ones that already have. The report
*> is alwexp01 in the usual 80-column shape, joined to emp001 for
*> the name, the way dedarrpt (ch10/prog14.cbl) prints dedarrs.
*> After the report the operator may purge the entries that lapsed
*> before the start of last month - they have stopped paying and
*> payhist holds what they paid, so left on file they only march
*> allowmst toward payrun's table limit. Anything more recent stays:
*> a period not yet run may still owe it its last payment.
identification division.
program-id. alwexp.
environment division.
input-output section.
file-control.
	select allow-file assign to "allowmst"
		file status is W90-alw-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select exp-rpt assign to "alwexp01"
		file status is W90-rpt-status.
data division.
file section.
fd	allow-file.
01	allow-file-rec.
	copy allow-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	exp-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-alw-over-sw		pic X value "N".
		88	W10-alw-over			value "Y".
01	W20-counters.
	05	W20-rec-count		pic 9(4) comp value 0.
	05	W20-due-count		pic 9(4) comp value 0.
	05	W20-lapsed-count	pic 9(4) comp value 0.
	05	W20-keep-count		pic 9(4) comp value 0.
	05	W20-purged-count	pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
01	W30-run-date			pic 9(8).
01	W30-horizon-date		pic 9(8).
01	W30-purge-before		pic 9(8).
01	W30-purge-parts redefines W30-purge-before.
	05	W30-purge-yyyy		pic 9(4).
	05	W30-purge-mm		pic 9(2).
	05	W30-purge-dd		pic 9(2).
01	W30-purge-choice		pic X.
01	W30-pass-sw				pic X.
	88	W30-due-pass			value "D".
	88	W30-lapsed-pass			value "L".
01	W35-parm-work.
	05	W35-parm-key		pic X(8).
	05	W35-parm-default	pic S9(7)v99 comp-3.
	05	W35-notice-days		pic S9(7)v99 comp-3.
01	W40-day-work.
	05	W40-day-count		pic 9(3) comp.
	05	W40-year-days		pic 9(3) comp.
	05	W40-next-year		pic 9(4).
*> Staging for the purge: the keepers reload here so allowmst can
*> rewrite whole, with the same ceiling payrun loads it under.
01	W60-keep-table.
	05	W60-keep-entry occurs 1000 times indexed by keep-idx.
		copy allow-rec replacing ==05== by ==10==.
01	W90-alw-status			pic XX.
	88	W90-alw-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(30) value
		"Allowance Expiry Report".
	05	filler				pic X(7) value "As of: ".
	05	W50-run-date		pic 9(8).
	05	filler				pic X(17) value "  lapsing up to: ".
	05	W50-horizon-date	pic 9(8).
	05	filler				pic X(10).
01	W50-due-header.
	05	filler				pic X(80) value
		"LAPSING THIS WEEK - renew in alwmaint if still owed".
01	W50-lapsed-header.
	05	filler				pic X(80) value
		"ALREADY LAPSED - no longer paid by payrun".
01	W50-column-header.
	05	filler				pic X(80) value
		"Id     Name        Code Description            Amount T  Ends".
01	W50-detail-line.
	05	W50-det-id			pic X(5).
	05	filler				pic X(2).
	05	W50-det-name		pic X(11).
	05	filler				pic X(1).
	05	W50-det-code		pic X(4).
	05	filler				pic X(1).
	05	W50-det-desc		pic X(20).
	05	W50-det-amount		pic ---,--9.99.
	05	filler				pic X(1).
	05	W50-det-tax			pic X(1).
	05	filler				pic X(2).
	05	W50-det-end			pic 9(8).
	05	filler				pic X(14).
01	W50-count-line.
	05	filler				pic X(23) value "Allowances listed:     ".
	05	W50-count			pic ZZZ9.
	05	filler				pic X(53).
	copy date-routines.
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - the purge
	*> rewrites the allowance master.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	move "ALWEXPD " to W35-parm-key
	move 7 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-notice-days
	end-call
	perform B100-set-horizon
	*> The purge line: the first of last month.
	move W30-run-date to W30-purge-before
	move 1 to W30-purge-dd
	if W30-purge-mm = 1
		move 12 to W30-purge-mm
		subtract 1 from W30-purge-yyyy
	else
		subtract 1 from W30-purge-mm
	end-if
	open input emp-list
	if not W90-emp-ok
		display "alwexp: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	open output exp-rpt
	if not W90-rpt-ok
		display "alwexp: unable to open alwexp01, status " W90-rpt-status
		close emp-list
		move 16 to return-code
		goback
	end-if
	move W30-run-date to W50-run-date
	move W30-horizon-date to W50-horizon-date
	write rpt-line from W50-rpt-header after advancing page
	*> Two passes over the file: what is about to lapse first - the
	*> part somebody has to act on - then what already has.
	move spaces to rpt-line
	write rpt-line
	write rpt-line from W50-due-header
	write rpt-line from W50-column-header
	move "D" to W30-pass-sw
	perform C100-list-pass
	move W20-due-count to W50-count
	write rpt-line from W50-count-line
	move spaces to rpt-line
	write rpt-line
	write rpt-line from W50-lapsed-header
	write rpt-line from W50-column-header
	move "L" to W30-pass-sw
	perform C100-list-pass
	move W20-lapsed-count to W50-count
	write rpt-line from W50-count-line
	close emp-list
	close exp-rpt
	display "Allowance expiry report written to alwexp01."
	display "Allowances read:          " W20-rec-count
	display "Lapsing within the week:  " W20-due-count
	display "Already lapsed:           " W20-lapsed-count
	if W20-lapsed-count > 0
		display "Purge allowances lapsed before " W30-purge-before
			"? (Y/N): " with no advancing
		accept W30-purge-choice
		if W30-purge-choice = "Y" or W30-purge-choice = "y"
			perform D100-purge-lapsed
		end-if
	end-if
	move 0 to return-code
	goback.
B100-set-horizon.
	*> Run date plus the notice days, walked forward a day at a time
	*> through daterotn's Julian form the way tmsmiss
	*> (ch10/prog25.cbl) walks a period.
	move W30-run-date to W30-horizon-date
	perform varying W40-day-count from 1 by 1
			until W40-day-count > W35-notice-days
		perform B150-next-day
	end-perform.
B150-next-day.
	move W30-horizon-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-LEAP-YEAR
		move 366 to W40-year-days
	else
		move 365 to W40-year-days
	end-if
	if DR-JUL-DDD < W40-year-days
		add 1 to DR-JUL-DDD
	else
		compute W40-next-year = (DR-JUL-CC * 100) + DR-JUL-YY + 1
		divide W40-next-year by 100 giving DR-JUL-CC
			remainder DR-JUL-YY
		move 1 to DR-JUL-DDD
	end-if
	move "J2G " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	move DR-GREG-DATE to W30-horizon-date.
C100-list-pass.
	*> A missing allowmst lists nothing - nobody has an allowance.
	move 0 to W20-rec-count
	open input allow-file
	if not W90-alw-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z100-read-allowance
	perform until W10-eof
		add 1 to W20-rec-count
		if alw-end-date of allow-file-rec not = 0
			if W30-due-pass
					and alw-end-date of allow-file-rec >= W30-run-date
					and alw-end-date of allow-file-rec <= W30-horizon-date
				add 1 to W20-due-count
				perform C200-print-one
			end-if
			if W30-lapsed-pass
					and alw-end-date of allow-file-rec < W30-run-date
				add 1 to W20-lapsed-count
				perform C200-print-one
			end-if
		end-if
		perform Z100-read-allowance
	end-perform
	close allow-file.
C200-print-one.
	move alw-emp-id of allow-file-rec to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	move alw-emp-id of allow-file-rec to W50-det-id
	if W10-found
		move emp-name of emp-list-rec to W50-det-name
	else
		move "*UNKNOWN*" to W50-det-name
	end-if
	move alw-code of allow-file-rec to W50-det-code
	move alw-desc of allow-file-rec to W50-det-desc
	move alw-amount of allow-file-rec to W50-det-amount
	move alw-taxable-sw of allow-file-rec to W50-det-tax
	move alw-end-date of allow-file-rec to W50-det-end
	write rpt-line from W50-detail-line.
D100-purge-lapsed.
	open input allow-file
	if not W90-alw-ok
		display "alwexp: unable to reopen allowmst, status "
			W90-alw-status " - nothing purged."
		exit paragraph
	end-if
	move 0 to W20-keep-count
	move 0 to W20-purged-count
	move "N" to W10-eof-sw
	perform Z100-read-allowance
	perform until W10-eof or W10-alw-over
		if alw-end-date of allow-file-rec not = 0
				and alw-end-date of allow-file-rec < W30-purge-before
			add 1 to W20-purged-count
			perform Z100-read-allowance
		else
			if W20-keep-count >= 1000
				move "Y" to W10-alw-over-sw
			else
				add 1 to W20-keep-count
				move allow-file-rec to W60-keep-entry(W20-keep-count)
				perform Z100-read-allowance
			end-if
		end-if
	end-perform
	close allow-file
	if W20-purged-count = 0 and not W10-alw-over
		display "Nothing lapsed long enough to purge."
		exit paragraph
	end-if
	if W10-alw-over
		display "alwexp: allowmst outgrew the purge table - nothing "
			"purged, file left as it was."
		exit paragraph
	end-if
	open output allow-file
	if not W90-alw-ok
		display "alwexp: unable to rewrite allowmst, status "
			W90-alw-status " - nothing purged."
	else
		perform varying W20-sub1 from 1 by 1
				until W20-sub1 > W20-keep-count
			move W60-keep-entry(W20-sub1) to allow-file-rec
			write allow-file-rec
		end-perform
		close allow-file
		display "Purged " W20-purged-count " lapsed allowance(s); "
			W20-keep-count " remain."
	end-if.
Z100-read-allowance.
	read allow-file
		at end move "Y" to W10-eof-sw
	end-read.
