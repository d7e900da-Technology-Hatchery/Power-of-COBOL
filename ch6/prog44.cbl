*> Retirement projection by department.
*> Succession planning had no way to see who was about to retire -
*> emp001 carries no date of birth. This reads every live employee
*> against the personal-details file empprsn (emp-prsn-rec.cpy,
*> kept by persmnt, ch6/prog43.cbl), works out the date each
*> reaches the retirement age in the RETAGE suiteparm (default 65 -
*> a 29 February birthday retires on 28 February in a common year),
*> and lists everyone whose retirement date falls within the next
*> 24 months, by department and then retirement date, with the
*> months still to go. Anyone already past the age and still on the
*> payroll is listed too, marked PAST AGE. Sorted and paginated the
*> salrpt (ch6/prog5.cbl) way, to retprj01, with each department
*> headed by its deptmast name. Live employees with no date of
*> birth on file are counted at the foot - they cannot be projected
*> until persmnt has them.
identification division.
program-id. retproj.
environment division.
input-output section.
file-control.
	select emp-list assign to "emp001"
		organization is indexed
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select prsn-file assign to "empprsn"
		organization is indexed
		access mode is dynamic
		record key is prs-emp-id of prsn-file-rec
		file status is W90-prsn-status.
	select dept-mast assign to "deptmast"
		organization is indexed
		access mode is dynamic
		record key is dpm-code of dept-mast-rec
		file status is W90-dept-status.
	select retire-sort-file assign to "sortwk05".
	select ret-rpt assign to "retprj01"
		file status is W90-rpt-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	prsn-file.
01	prsn-file-rec.
	copy emp-prsn-rec.
fd	dept-mast.
01	dept-mast-rec.
	copy dept-mast-rec.
sd	retire-sort-file.
01	sort-rec.
	05	sort-dept			pic X(4).
	05	sort-retire-date	pic 9(8).
	05	sort-emp-id			pic X(5).
	05	sort-name			pic X(10).
	05	sort-grade			pic X(2).
	05	sort-birth-date		pic 9(8).
fd	ret-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-emp-eof-sw		pic X value "N".
		88	W10-emp-eof				value "Y".
	05	W10-sort-eof-sw		pic X value "N".
		88	W10-sort-eof			value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-dept-open-sw	pic X value "N".
		88	W10-dept-open			value "Y".
01	W20-counters.
	05	W20-live-count		pic 9(5) comp value 0.
	05	W20-listed-count	pic 9(5) comp value 0.
	05	W20-past-count		pic 9(5) comp value 0.
	05	W20-no-dob-count	pic 9(5) comp value 0.
	05	W20-dept-listed		pic 9(5) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-today				pic 9(8).
01	W30-window-end			pic 9(8).
01	W30-prior-dept			pic X(4).
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-parm-value			pic S9(7)v99 comp-3.
01	W35-retire-age			pic 9(3).
01	W40-retire-work.
	05	W40-retire-date		pic 9(8).
	05	filler redefines W40-retire-date.
		10	W40-ret-year		pic 9(4).
		10	W40-ret-mmdd		pic 9(4).
	05	W40-birth-date		pic 9(8).
	05	filler redefines W40-birth-date.
		10	W40-birth-year		pic 9(4).
		10	W40-birth-mmdd		pic 9(4).
	05	W40-today-parts		pic 9(8).
	05	filler redefines W40-today-parts.
		10	W40-today-year		pic 9(4).
		10	W40-today-month		pic 9(2).
		10	W40-today-day		pic 9(2).
	05	W40-sort-parts		pic 9(8).
	05	filler redefines W40-sort-parts.
		10	W40-sort-year		pic 9(4).
		10	W40-sort-month		pic 9(2).
		10	W40-sort-day		pic 9(2).
	05	W40-months-left		pic S9(3) comp.
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-prsn-status			pic XX.
	88	W90-prsn-ok				value "00".
01	W90-dept-status			pic XX.
	88	W90-dept-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
	copy rpt-writer.
	copy date-routines.
01	W50-dept-line.
	05	filler				pic X(12) value "Department ".
	05	W50-dept-code		pic X(5).
	05	W50-dept-name		pic X(20).
	05	filler				pic X(43).
01	W50-detail-line.
	05	filler				pic X(2).
	05	W50-id				pic X(6).
	05	W50-name			pic X(11).
	05	W50-grade			pic X(6).
	05	W50-birth			pic 9(8).
	05	filler				pic X(3).
	05	W50-retire			pic 9(8).
	05	filler				pic X(3).
	05	W50-months			pic X(8).
	05	filler				pic X(25).
01	W50-months-edit			pic ZZ9.
01	W50-dept-total-line.
	05	filler				pic X(2).
	05	filler				pic X(26) value "Retiring in department:".
	05	W50-dept-count		pic ZZZZ9.
	05	filler				pic X(47).
01	W50-total-line.
	05	filler				pic X(16) value "Total listed:".
	05	W50-total-count		pic ZZZZ9.
	05	filler				pic X(14) value "   Past age: ".
	05	W50-total-past		pic ZZZZ9.
	05	filler				pic X(23) value "   No date of birth: ".
	05	W50-total-no-dob	pic ZZZZ9.
	05	filler				pic X(12).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	move "RETAGE  " to W35-parm-key
	move 65 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-parm-value
	end-call
	move W35-parm-value to W35-retire-age
	accept W30-today from date yyyymmdd
	move W30-today to W40-today-parts
	compute W30-window-end = W30-today + 20000
	open input prsn-file
	if not W90-prsn-ok
		display "retproj: unable to open empprsn, status " W90-prsn-status
			" - key personal details through persmnt first."
		move 16 to return-code
		goback
	end-if
	*> No deptmast only costs the department names.
	open input dept-mast
	if W90-dept-ok
		move "Y" to W10-dept-open-sw
	end-if
	open output ret-rpt
	if not W90-rpt-ok
		display "retproj: unable to open retprj01, status " W90-rpt-status
		close prsn-file
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move "Retirement Projection" to RW-REPORT-TITLE
	move "  Id    Name       Grade Born        Retires     To go"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	sort retire-sort-file
		on ascending key sort-dept of sort-rec
		on ascending key sort-retire-date of sort-rec
		on ascending key sort-emp-id of sort-rec
		input procedure B100-load-sort-file
		output procedure C100-write-report
	close ret-rpt
	close prsn-file
	if W10-dept-open
		close dept-mast
	end-if
	move "retprj01" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "retproj: report produced but not archived."
	end-if
	display "Retirement projection written to retprj01 - retirement age "
		W35-retire-age ", window to " W30-window-end "."
	display "Live employees:          " W20-live-count
	display "Listed:                  " W20-listed-count
	display "No date of birth on file: " W20-no-dob-count
	move 0 to return-code
	goback.
B100-load-sort-file.
	open input emp-list
	if not W90-emp-ok
		display "retproj: unable to open emp001, status " W90-emp-status
	else
		perform Z100-read-emp
		perform until W10-emp-eof
			if emp-id of emp-list-rec not = "99999"
				perform B200-project-one
			end-if
			perform Z100-read-emp
		end-perform
		close emp-list
	end-if.
B200-project-one.
	if emp-term-date of emp-list-rec not = 0
			and emp-term-date of emp-list-rec <= W30-today
		exit paragraph
	end-if
	add 1 to W20-live-count
	move emp-id of emp-list-rec to prs-emp-id of prsn-file-rec
	read prsn-file
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found or prs-birth-date of prsn-file-rec = 0
		add 1 to W20-no-dob-count
		exit paragraph
	end-if
	move prs-birth-date of prsn-file-rec to W40-birth-date
	compute W40-ret-year = W40-birth-year + W35-retire-age
	move W40-birth-mmdd to W40-ret-mmdd
	if W40-ret-mmdd = 0229
		move W40-retire-date to DR-GREG-DATE
		move "G2J " to DR-FUNCTION
		call "daterotn" using DR-DATE-PARMS end-call
		if DR-DATE-INVALID
			move 0228 to W40-ret-mmdd
		end-if
	end-if
	if W40-retire-date > W30-window-end
		exit paragraph
	end-if
	move emp-dept-code of emp-list-rec to sort-dept of sort-rec
	move W40-retire-date to sort-retire-date of sort-rec
	move emp-id of emp-list-rec to sort-emp-id of sort-rec
	move emp-name of emp-list-rec to sort-name of sort-rec
	move emp-job-grade of emp-list-rec to sort-grade of sort-rec
	move W40-birth-date to sort-birth-date of sort-rec
	release sort-rec.
C100-write-report.
	move spaces to W30-prior-dept
	perform Z200-return-sort
	perform until W10-sort-eof
		if W20-listed-count = 0
				or sort-dept of sort-rec not = W30-prior-dept
			if W20-listed-count > 0
				perform D300-dept-total
			end-if
			perform D100-dept-heading
		end-if
		perform D200-print-detail
		perform Z200-return-sort
	end-perform
	if W20-listed-count > 0
		perform D300-dept-total
	end-if
	perform D400-print-totals.
D100-dept-heading.
	move sort-dept of sort-rec to W30-prior-dept
	move 0 to W20-dept-listed
	move sort-dept of sort-rec to W50-dept-code
	move spaces to W50-dept-name
	if W10-dept-open
		move sort-dept of sort-rec to dpm-code of dept-mast-rec
		read dept-mast
			invalid key move "(not on deptmast)" to W50-dept-name
			not invalid key move dpm-name of dept-mast-rec to W50-dept-name
		end-read
	end-if
	move "LINE" to RW-FUNCTION
	move spaces to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	move "LINE" to RW-FUNCTION
	move W50-dept-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D200-print-detail.
	add 1 to W20-listed-count
	add 1 to W20-dept-listed
	move sort-emp-id of sort-rec to W50-id
	move sort-name of sort-rec to W50-name
	move sort-grade of sort-rec to W50-grade
	move sort-birth-date of sort-rec to W50-birth
	move sort-retire-date of sort-rec to W50-retire
	*> Whole months from this month to the retirement month.
	move sort-retire-date of sort-rec to W40-sort-parts
	compute W40-months-left =
		(W40-sort-year - W40-today-year) * 12
			+ W40-sort-month - W40-today-month
	if sort-retire-date of sort-rec < W30-today
		move "PAST AGE" to W50-months
		add 1 to W20-past-count
	else
		move W40-months-left to W50-months-edit
		move spaces to W50-months
		string W50-months-edit " mths" delimited by size
			into W50-months
		end-string
	end-if
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D300-dept-total.
	move W20-dept-listed to W50-dept-count
	move "LINE" to RW-FUNCTION
	move W50-dept-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D400-print-totals.
	move W20-listed-count to W50-total-count
	move W20-past-count to W50-total-past
	move W20-no-dob-count to W50-total-no-dob
	move "FOOT" to RW-FUNCTION
	move W50-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
W100-write-rw-lines.
	*> Put out whatever the report writer handed back - a "P" line
	*> opens a new page.
	perform varying W20-rw-sub from 1 by 1
			until W20-rw-sub > RW-OUT-COUNT
		if RW-OUT-ADVANCE(W20-rw-sub) = "P"
			write rpt-line from RW-OUT-TEXT(W20-rw-sub)
				after advancing page
		else
			write rpt-line from RW-OUT-TEXT(W20-rw-sub)
		end-if
	end-perform.
Z100-read-emp.
	read emp-list
		at end move "Y" to W10-emp-eof-sw
	end-read.
Z200-return-sort.
	return retire-sort-file
		at end move "Y" to W10-sort-eof-sw
	end-return.
