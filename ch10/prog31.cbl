*> Long-term sickness absence report.
*> payrun (ch10/prog1.cbl) steps sick pay down by the rolling twelve
*> months: full pay for the first SICKFULL sick days (suiteparm,
*> default 28), half pay for the next SICKHALF (default 28), nil
*> after that. Nobody could see who had dropped a tier until the
*> short payslip arrived. As of a given date (0 for today) this
*> finds everyone whose active sick record on leave001 covers the
*> date, counts their sick days in the 360 days ending on it - the
*> same 30/360 day numbers and the same count payrun prices with -
*> and lists those on half or nil pay to sickabs1, joined to emp001
*> for the name the way alwexp (ch10/prog29.cbl) prints. For each
*> half-pay employee it projects the date nil pay starts if the
*> absence carries on, counting the days already recorded that are
*> still inside the window plus one more for every day still off.
*> Nil pay is the last tier; those lines say so.
identification division.
program-id. sickabs.
environment division.
input-output section.
file-control.
	select leave-file assign to "leave001"
		file status is W90-leave-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select abs-rpt assign to "sickabs1"
		file status is W90-rpt-status.
data division.
file section.
fd	leave-file.
01	leave-file-rec.
	copy leave-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	abs-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-emp-open-sw		pic X value "N".
		88	W10-emp-open			value "Y".
	05	W10-listed-sw		pic X value "N".
		88	W10-listed				value "Y".
	05	W10-step-sw			pic X value "N".
		88	W10-step-found			value "Y".
01	W20-counters.
	05	W20-sick-count		pic 9(4) comp value 0.
	05	W20-half-count		pic 9(4) comp value 0.
	05	W20-nil-count		pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
01	W30-as-of-date			pic 9(8).
01	W35-parm-work.
	05	W35-parm-key		pic X(8).
	05	W35-parm-default	pic S9(7)v99 comp-3.
	05	W35-full-days		pic S9(7)v99 comp-3.
	05	W35-half-days		pic S9(7)v99 comp-3.
*> Day numbers are the 30/360 (yy*360)+(mm*30)+dd form payrun and
*> leavpost count with. W40-count-to caps the window at the last
*> day actually recorded, so the projection can add the days still
*> to come on top.
01	W40-day-work.
	05	W40-as-of-days		pic 9(7) comp.
	05	W40-day				pic 9(7) comp.
	05	W40-count-to		pic 9(7) comp.
	05	W40-win-start		pic 9(7) comp.
	05	W40-ovl-start		pic 9(7) comp.
	05	W40-ovl-end			pic 9(7) comp.
	05	W40-rolling			pic 9(5) comp.
	05	W40-projected		pic 9(5) comp.
	05	W40-step-day		pic 9(7) comp.
	05	W40-rem				pic 9(7) comp.
	05	W40-cvt-yy			pic 9(2).
	05	W40-cvt-mm			pic 9(2).
	05	W40-cvt-dd			pic 9(2).
	05	W40-cvt-date		pic 9(8).
01	W40-emp-id				pic X(5).
01	W60-sick-table.
	05	W60-sick-entry occurs 2000 times indexed by sick-idx.
		10	W60-sick-emp-id		pic X(5).
		10	W60-sick-start		pic 9(6).
		10	W60-sick-start-days	pic 9(7) comp.
		10	W60-sick-end-days	pic 9(7) comp.
01	W90-leave-status		pic XX.
	88	W90-leave-ok			value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(34) value
		"Long-Term Sickness Absence Report".
	05	filler				pic X(7) value "As of: ".
	05	W50-as-of-date		pic 9(8).
	05	filler				pic X(31).
01	W50-tier-header.
	05	filler				pic X(20) value "Full pay for first ".
	05	W50-full-days		pic ZZ9.
	05	filler				pic X(22) value " sick days, half for ".
	05	W50-half-days		pic ZZ9.
	05	filler				pic X(32) value
		", rolling 12 months".
01	W50-column-header.
	05	filler				pic X(80) value
		"Id     Name        Off since  Days  Tier  Next step".
01	W50-detail-line.
	05	W50-det-id			pic X(5).
	05	filler				pic X(2).
	05	W50-det-name		pic X(11).
	05	filler				pic X(1).
	05	W50-det-since		pic 9(8).
	05	filler				pic X(2).
	05	W50-det-days		pic ZZZ9.
	05	filler				pic X(2).
	05	W50-det-tier		pic X(4).
	05	filler				pic X(2).
	05	W50-det-next		pic X(39).
01	W50-count-line.
	05	filler				pic X(24) value "On half pay:           ".
	05	W50-half-count		pic ZZZ9.
	05	filler				pic X(16) value "   On nil pay: ".
	05	W50-nil-count		pic ZZZ9.
	05	filler				pic X(32).
	copy date-routines.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	display "Enter as-of date (yyyymmdd, 0 for today): " with no advancing
	accept W30-as-of-date
	if W30-as-of-date = 0
		accept W30-as-of-date from date yyyymmdd
	else
		move W30-as-of-date to DR-GREG-DATE
		move "G2J " to DR-FUNCTION
		call "daterotn" using DR-DATE-PARMS end-call
		if DR-DATE-INVALID
			display "sickabs: as-of date is not a valid date."
			move 16 to return-code
			goback
		end-if
	end-if
	move "SICKFULL" to W35-parm-key
	move 28 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-full-days
	end-call
	move "SICKHALF" to W35-parm-key
	move 28 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-half-days
	end-call
	compute W40-as-of-days =
		(function numval(W30-as-of-date(3:2)) * 360)
		+ (function numval(W30-as-of-date(5:2)) * 30)
		+ function numval(W30-as-of-date(7:2))
	perform B100-load-sick-records
	open output abs-rpt
	if not W90-rpt-ok
		display "sickabs: unable to open sickabs1, status " W90-rpt-status
		move 16 to return-code
		goback
	end-if
	*> The name is a courtesy - without the master the report still
	*> lists the ids.
	open input emp-list
	if W90-emp-ok
		move "Y" to W10-emp-open-sw
	end-if
	move W30-as-of-date to W50-as-of-date
	write rpt-line from W50-rpt-header after advancing page
	move W35-full-days to W50-full-days
	move W35-half-days to W50-half-days
	write rpt-line from W50-tier-header
	move spaces to rpt-line
	write rpt-line
	write rpt-line from W50-column-header
	perform varying sick-idx from 1 by 1 until sick-idx > W20-sick-count
		if W60-sick-start-days(sick-idx) <= W40-as-of-days
				and W60-sick-end-days(sick-idx) >= W40-as-of-days
			perform C100-report-one
		end-if
	end-perform
	move spaces to rpt-line
	write rpt-line
	move W20-half-count to W50-half-count
	move W20-nil-count to W50-nil-count
	write rpt-line from W50-count-line
	close abs-rpt
	if W10-emp-open
		close emp-list
	end-if
	display "Sickness absence report written to sickabs1 - "
		W20-half-count " on half pay, " W20-nil-count " on nil pay."
	move 0 to return-code
	goback.
B100-load-sick-records.
	*> A missing leave001 just means nobody has been off sick.
	move 0 to W20-sick-count
	open input leave-file
	if W90-leave-ok
		move "N" to W10-eof-sw
		perform Z100-read-leave
		perform until W10-eof
			if leave-is-sick and leave-is-active
				if W20-sick-count >= 2000
					display "sickabs: leave001 holds more than 2000 sick "
						"records - report abandoned."
					close leave-file
					move 16 to return-code
					goback
				end-if
				add 1 to W20-sick-count
				move leave-emp-id to W60-sick-emp-id(W20-sick-count)
				move leave-startdate to W60-sick-start(W20-sick-count)
				compute W60-sick-start-days(W20-sick-count) =
					(function numval(leave-startdate(1:2)) * 360)
					+ (function numval(leave-startdate(3:2)) * 30)
					+ function numval(leave-startdate(5:2))
				compute W60-sick-end-days(W20-sick-count) =
					(function numval(leave-enddate(1:2)) * 360)
					+ (function numval(leave-enddate(3:2)) * 30)
					+ function numval(leave-enddate(5:2))
			end-if
			perform Z100-read-leave
		end-perform
		close leave-file
	end-if.
C100-report-one.
	*> approval refuses overlapping leave, so one record covers the
	*> date per employee - the check is only a guard against a
	*> hand-edited file listing someone twice.
	move W60-sick-emp-id(sick-idx) to W40-emp-id
	move "N" to W10-listed-sw
	perform varying W20-sub1 from 1 by 1 until W20-sub1 >= sick-idx
		if W60-sick-emp-id(W20-sub1) = W40-emp-id
				and W60-sick-start-days(W20-sub1) <= W40-as-of-days
				and W60-sick-end-days(W20-sub1) >= W40-as-of-days
			move "Y" to W10-listed-sw
		end-if
	end-perform
	if W10-listed
		exit paragraph
	end-if
	move W40-as-of-days to W40-day
	move W40-as-of-days to W40-count-to
	perform D100-rolling-count
	if W40-rolling <= W35-full-days
		exit paragraph
	end-if
	move spaces to W50-detail-line
	move W40-emp-id to W50-det-id
	if W10-emp-open
		move W40-emp-id to emp-id of emp-list-rec
		read emp-list
			invalid key move "N" to W10-found-sw
			not invalid key move "Y" to W10-found-sw
		end-read
		if W10-found
			move emp-name of emp-list-rec to W50-det-name
		end-if
	end-if
	compute W50-det-since = 20000000 + W60-sick-start(sick-idx)
	move W40-rolling to W50-det-days
	if W40-rolling > W35-full-days + W35-half-days
		add 1 to W20-nil-count
		move "NIL" to W50-det-tier
		move "Nil pay - lowest tier" to W50-det-next
	else
		add 1 to W20-half-count
		move "HALF" to W50-det-tier
		perform C200-project-nil-date
	end-if
	write rpt-line from W50-detail-line.
C200-project-nil-date.
	*> Each day forward the recorded days still inside the window are
	*> counted up to the as-of date, plus one for every day off since.
	move "N" to W10-step-sw
	move W40-as-of-days to W40-count-to
	perform varying W40-day from W40-as-of-days by 1
			until W10-step-found
				or W40-day > W40-as-of-days + 360
		perform D100-rolling-count
		compute W40-projected = W40-rolling + W40-day - W40-as-of-days
		if W40-projected > W35-full-days + W35-half-days
			move "Y" to W10-step-sw
			move W40-day to W40-step-day
		end-if
	end-perform
	if W10-step-found
		perform D200-day-to-date
		move spaces to W50-det-next
		string "Nil pay from " delimited by size
			W40-cvt-date delimited by size
			" if still off" delimited by size
			into W50-det-next
		end-string
	else
		move "No further step within 12 months" to W50-det-next
	end-if.
D100-rolling-count.
	*> This employee's recorded sick days from 359 days before
	*> W40-day through W40-count-to.
	if W40-day > 359
		compute W40-win-start = W40-day - 359
	else
		move 0 to W40-win-start
	end-if
	move 0 to W40-rolling
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-sick-count
		if W60-sick-emp-id(W20-sub1) = W40-emp-id
				and W60-sick-start-days(W20-sub1) <= W40-count-to
				and W60-sick-end-days(W20-sub1) >= W40-win-start
			move W60-sick-start-days(W20-sub1) to W40-ovl-start
			if W40-win-start > W40-ovl-start
				move W40-win-start to W40-ovl-start
			end-if
			move W60-sick-end-days(W20-sub1) to W40-ovl-end
			if W40-count-to < W40-ovl-end
				move W40-count-to to W40-ovl-end
			end-if
			if W40-ovl-end >= W40-ovl-start
				compute W40-rolling =
					W40-rolling + W40-ovl-end - W40-ovl-start + 1
			end-if
		end-if
	end-perform.
D200-day-to-date.
	*> Back from a 30/360 day number to yyyymmdd: take one month and
	*> one day off so both run from zero, then split.
	compute W40-rem = W40-step-day - 31
	divide W40-rem by 360 giving W40-cvt-yy remainder W40-rem
	divide W40-rem by 30 giving W40-cvt-mm remainder W40-cvt-dd
	add 1 to W40-cvt-mm
	add 1 to W40-cvt-dd
	compute W40-cvt-date = 20000000 + (W40-cvt-yy * 10000)
		+ (W40-cvt-mm * 100) + W40-cvt-dd.
Z100-read-leave.
	read leave-file
		at end move "Y" to W10-eof-sw
	end-read.
