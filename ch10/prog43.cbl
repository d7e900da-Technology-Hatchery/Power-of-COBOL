*> Statutory 13th-month pay computation.
*> The year-end 13th month was worked out in a spreadsheet from the
*> payroll printouts and keyed into suppin01 by hand. For an
*> operator-supplied calendar year this reads every basic "G" line
*> the regular runs wrote - payhist plus the year's own payhYYYY
*> archive, the same pair payannl (ch10/prog4.cbl) reads so the run
*> is right before and after the rollover - and pays one twelfth of
*> the basic each employee earned in the year. paysupp's own
*> supplemental "G" lines (pay date as both period start and end)
*> are bonuses, not basic, and are left out. Pro-rating falls out
*> of the history: a new hire or rehire (emp-rehire-sw) only has
*> the periods since they joined, and a leaver settled through
*> empterm (ch6/prog12.cbl) has the periods up to their last full
*> month PLUS the final partial month empterm paid outside payhist,
*> recomputed here on empterm's own 30/360 rule. The register,
*> pay13rg1, shows each employee's basis, months of service in the
*> year, basic earned and 13th-month amount. The amounts go straight
*> onto supp13 as supplemental pay records (supp-pay-rec.cpy, source
*> "T") HELD for review: paysupp (ch10/prog9.cbl) will not pay them
*> until a different operator approves the register through
*> pay13apr (ch10/prog44.cbl). A rerun replaces a register not yet
*> approved; one already approved and waiting for paysupp, or a
*> year already paid, is refused.
identification division.
program-id. pay13th.
environment division.
input-output section.
file-control.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select pay-history assign to "payhist"
		file status is W90-hist-status.
	select arch-file assign to W30-arch-name
		file status is W90-arch-status.
	select supp-13 assign to "supp13"
		file status is W90-s13-status.
	select reg-rpt assign to "pay13rg1"
		file status is W90-rpt-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	pay-history.
01	pay-history-rec.
	copy pay-det-rec.
fd	arch-file.
01	arch-rec.
	copy pay-det-rec replacing leading ==paydet== by ==arch==.
fd	supp-13.
01	supp-13-rec.
	copy supp-pay-rec.
fd	reg-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-arch-eof-sw		pic X value "N".
		88	W10-arch-eof			value "Y".
01	W20-counters.
	05	W20-hist-count		pic 9(7) comp value 0.
	05	W20-basic-count		pic 9(5) comp value 0.
	05	W20-emp-count		pic 9(5) comp value 0.
	05	W20-nil-count		pic 9(5) comp value 0.
	05	W20-held-count		pic 9(5) comp value 0.
	05	W20-approved-count	pic 9(5) comp value 0.
	05	W20-paid-count		pic 9(5) comp value 0.
	05	W20-months			pic 9(2) comp value 0.
01	W30-pay-year			pic 9(4).
01	W30-year-start			pic 9(8).
01	W30-year-end			pic 9(8).
01	W30-run-date			pic 9(8).
*> The requested year's own archive (payhroll, ch10/prog27.cbl).
01	W30-arch-name			pic X(12).
01	W30-reason				pic X(20).
01	W30-total-basic			pic S9(9)v99 comp-3 value 0.
01	W30-total-13th			pic S9(9)v99 comp-3 value 0.
01	W40-emp-work.
	05	W40-basic			pic S9(9)v99 comp-3.
	05	W40-final-part		pic S9(7)v99 comp-3.
	05	W40-final-days		pic 9(2).
	05	W40-amount			pic S9(7)v99 comp-3.
	05	W40-from-date		pic 9(8).
	05	filler redefines W40-from-date.
		10	filler			pic 9(4).
		10	W40-from-month		pic 9(2).
		10	filler			pic 9(2).
	05	W40-to-date			pic 9(8).
	05	filler redefines W40-to-date.
		10	filler			pic 9(4).
		10	W40-to-month		pic 9(2).
		10	filler			pic 9(2).
	05	W40-basis			pic X(9).
*> Each employee's basic for the year, summed off the history.
01	W60-basic-table.
	05	W60-basic-entry occurs 5000 times indexed by bas-idx.
		10	W60-bas-emp-id		pic X(5).
		10	W60-bas-amount		pic S9(9)v99 comp-3.
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-arch-status			pic XX.
	88	W90-arch-ok				value "00".
01	W90-s13-status			pic XX.
	88	W90-s13-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "pay13th ".
01	W50-rpt-header.
	05	filler				pic X(36) value
		"13th-Month Pay Review Register".
	05	filler				pic X(6) value "Year: ".
	05	W50-hdr-year		pic 9(4).
	05	filler				pic X(14) value "  Computed by ".
	05	W50-hdr-oper		pic X(5).
	05	filler				pic X(15).
01	W50-column-header.
	05	filler				pic X(80) value
		"Id     Name        Basis     Months    Basic earned   13th month".
01	W50-detail-line.
	05	W50-det-id			pic X(5).
	05	filler				pic X(2).
	05	W50-det-name		pic X(11).
	05	filler				pic X(1).
	05	W50-det-basis		pic X(9).
	05	filler				pic X(2).
	05	W50-det-months		pic Z9.
	05	filler				pic X(3).
	05	W50-det-basic		pic ---,---,--9.99.
	05	filler				pic X(1).
	05	W50-det-amount		pic ---,--9.99.
	05	filler				pic X(21).
01	W50-total-line-1.
	05	filler				pic X(23) value "Total basic earned:    ".
	05	W50-total-basic		pic Z(8)9.99-.
01	W50-total-line-2.
	05	filler				pic X(23) value "Total 13th-month pay:  ".
	05	W50-total-13th		pic Z(8)9.99-.
01	W50-approval-line.
	05	filler				pic X(80) value
		"HELD - approve through pay13apr before paysupp pays it.".
	copy date-routines.
procedure division.
A100-start.
	*> Update authority, and the operator's id goes on every line -
	*> pay13apr will not let the same operator approve it.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	display "Enter 13th-month pay year (yyyy): " with no advancing
	accept W30-pay-year
	compute W30-year-start = W30-pay-year * 10000 + 0101
	compute W30-year-end = W30-pay-year * 10000 + 1231
	move W30-year-start to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID or W30-pay-year < 1900
		display "pay13th: year is not valid."
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	move spaces to W30-reason
	string "13TH MONTH PAY " W30-pay-year delimited by size
		into W30-reason
	end-string
	perform B100-check-register
	if W20-approved-count > 0
		display "pay13th: an approved 13th-month register is still "
			"waiting on supp13 for paysupp - run paysupp first."
		move 8 to return-code
		goback
	end-if
	if W20-paid-count > 0
		display "pay13th: 13th-month pay for " W30-pay-year
			" has already been paid - not recomputed."
		move 8 to return-code
		goback
	end-if
	if W20-held-count > 0
		display "pay13th: the unapproved register on supp13 is "
			"replaced by this run."
	end-if
	perform B200-load-history
	open input emp-list
	if not W90-emp-ok
		display "pay13th: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	open output supp-13
	if not W90-s13-ok
		display "pay13th: unable to open supp13, status " W90-s13-status
		close emp-list
		move 16 to return-code
		goback
	end-if
	open output reg-rpt
	if not W90-rpt-ok
		display "pay13th: unable to open pay13rg1, status " W90-rpt-status
		close emp-list
		close supp-13
		move 16 to return-code
		goback
	end-if
	move W30-pay-year to W50-hdr-year
	move W90-operator-id to W50-hdr-oper
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
	move "N" to W10-eof-sw
	move low-values to emp-id of emp-list-rec
	start emp-list key is >= emp-id of emp-list-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read emp-list next record
			at end move "Y" to W10-eof-sw
		end-read
		if not W10-eof and emp-id of emp-list-rec not = "99999"
			perform C100-one-employee
		end-if
	end-perform
	close emp-list
	close supp-13
	move spaces to rpt-line
	write rpt-line
	move W30-total-basic to W50-total-basic
	write rpt-line from W50-total-line-1
	move W30-total-13th to W50-total-13th
	write rpt-line from W50-total-line-2
	write rpt-line from W50-approval-line
	close reg-rpt
	display "13th-month pay computed for " W30-pay-year "."
	display "History lines read:    " W20-hist-count
	display "Employees on register: " W20-emp-count
	display "No basic in the year:  " W20-nil-count
	display "Register pay13rg1 is HELD on supp13 - a different operator "
		"approves it through pay13apr before paysupp will pay it."
	move 0 to return-code
	goback.
B100-check-register.
	*> What is on supp13 now: a held register is simply replaced, an
	*> approved one belongs to paysupp, and a paid one for the same
	*> year means the year is done.
	move 0 to W20-held-count
	move 0 to W20-approved-count
	move 0 to W20-paid-count
	open input supp-13
	if W90-s13-ok
		move "N" to W10-eof-sw
		perform Z300-read-supp13
		perform until W10-eof
			evaluate true
				when sup-is-held
					add 1 to W20-held-count
				when sup-is-approved
					add 1 to W20-approved-count
				when sup-is-paid and sup-ref-year = W30-pay-year
					add 1 to W20-paid-count
			end-evaluate
			perform Z300-read-supp13
		end-perform
		close supp-13
	end-if.
B200-load-history.
	move 0 to W20-basic-count
	open input pay-history
	if W90-hist-ok
		move "N" to W10-eof-sw
		perform Z100-read-history
		perform until W10-eof
			add 1 to W20-hist-count
			if paydet-is-gross of pay-history-rec
					and paydet-period-end of pay-history-rec
						>= W30-year-start
					and paydet-period-end of pay-history-rec
						<= W30-year-end
					and paydet-period-start of pay-history-rec
						not = paydet-period-end of pay-history-rec
				move paydet-emp-id of pay-history-rec
					to W60-bas-emp-id(5000)
				move paydet-amount of pay-history-rec to W40-amount
				perform B300-post-basic
			end-if
			perform Z100-read-history
		end-perform
		close pay-history
	end-if
	move spaces to W30-arch-name
	string "payh" W30-pay-year delimited by size
		into W30-arch-name
	end-string
	open input arch-file
	if W90-arch-ok
		move "N" to W10-arch-eof-sw
		perform Z200-read-archive
		perform until W10-arch-eof
			add 1 to W20-hist-count
			if arch-is-gross of arch-rec
					and arch-period-end of arch-rec >= W30-year-start
					and arch-period-end of arch-rec <= W30-year-end
					and arch-period-start of arch-rec
						not = arch-period-end of arch-rec
				move arch-emp-id of arch-rec to W60-bas-emp-id(5000)
				move arch-amount of arch-rec to W40-amount
				perform B300-post-basic
			end-if
			perform Z200-read-archive
		end-perform
		close arch-file
	end-if.
B300-post-basic.
	*> The id to post rides in the last slot until it has a place.
	move "N" to W10-found-sw
	perform varying bas-idx from 1 by 1
			until bas-idx > W20-basic-count or W10-found
		if W60-bas-emp-id(bas-idx) = W60-bas-emp-id(5000)
			move "Y" to W10-found-sw
			add W40-amount to W60-bas-amount(bas-idx)
		end-if
	end-perform
	if not W10-found
		if W20-basic-count >= 4999
			display "pay13th: more employees on the history than the "
				"basic table holds - run refused."
			move 16 to return-code
			goback
		end-if
		add 1 to W20-basic-count
		move W60-bas-emp-id(5000) to W60-bas-emp-id(W20-basic-count)
		move W40-amount to W60-bas-amount(W20-basic-count)
	end-if.
C100-one-employee.
	*> In the register if employed at any point in the year.
	if emp-hire-date of emp-list-rec > W30-year-end
		exit paragraph
	end-if
	if emp-term-date of emp-list-rec not = 0
			and emp-term-date of emp-list-rec < W30-year-start
		exit paragraph
	end-if
	move 0 to W40-basic
	perform varying bas-idx from 1 by 1 until bas-idx > W20-basic-count
		if W60-bas-emp-id(bas-idx) = emp-id of emp-list-rec
			move W60-bas-amount(bas-idx) to W40-basic
		end-if
	end-perform
	move W30-year-start to W40-from-date
	move W30-year-end to W40-to-date
	evaluate true
		when emp-term-date of emp-list-rec not = 0
				and emp-term-date of emp-list-rec <= W30-year-end
			move "LEAVER" to W40-basis
			move emp-term-date of emp-list-rec to W40-to-date
			perform C200-final-part-month
			add W40-final-part to W40-basic
		when emp-hire-date of emp-list-rec >= W30-year-start
				and emp-is-rehire of emp-list-rec
			move "REHIRE" to W40-basis
		when emp-hire-date of emp-list-rec >= W30-year-start
			move "NEW HIRE" to W40-basis
		when other
			move "FULL YEAR" to W40-basis
	end-evaluate
	if emp-hire-date of emp-list-rec > W40-from-date
		move emp-hire-date of emp-list-rec to W40-from-date
	end-if
	*> Months of service in the year, a part month counting whole -
	*> shown for the reviewer; the money comes off the history.
	compute W20-months = W40-to-month - W40-from-month + 1
	if W40-basic <= 0
		add 1 to W20-nil-count
		exit paragraph
	end-if
	compute W40-amount rounded = W40-basic / 12
	initialize supp-13-rec
	move emp-id of emp-list-rec to sup-emp-id
	move W40-amount to sup-amount
	move W30-reason to sup-reason
	move "G" to sup-basis
	move "T" to sup-source
	move W30-pay-year to sup-ref-year
	move "P" to sup-review-status
	move W90-operator-id to sup-keyed-by
	move W30-run-date to sup-keyed-date
	move spaces to sup-decided-by
	move 0 to sup-decided-date
	write supp-13-rec
	if not W90-s13-ok
		display "pay13th: unable to write supp13, status " W90-s13-status
	end-if
	add 1 to W20-emp-count
	add W40-basic to W30-total-basic
	add W40-amount to W30-total-13th
	move emp-id of emp-list-rec to W50-det-id
	move emp-name of emp-list-rec to W50-det-name
	move W40-basis to W50-det-basis
	move W20-months to W50-det-months
	move W40-basic to W50-det-basic
	move W40-amount to W50-det-amount
	write rpt-line from W50-detail-line.
C200-final-part-month.
	*> empterm's final pay for the part month - the day number of the
	*> termination date capped at 30, over 360 - never reaches payhist.
	*> Hourly staff are paid their last hours through the normal run.
	move 0 to W40-final-part
	if not emp-is-hourly of emp-list-rec
		move emp-term-date of emp-list-rec (7:2) to W40-final-days
		if W40-final-days > 30
			move 30 to W40-final-days
		end-if
		compute W40-final-part rounded =
			emp-salary of emp-list-rec * W40-final-days / 360
	end-if.
Z100-read-history.
	read pay-history
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-archive.
	read arch-file
		at end move "Y" to W10-arch-eof-sw
	end-read.
Z300-read-supp13.
	read supp-13
		at end move "Y" to W10-eof-sw
	end-read.
