*> Certificate expiry tickler by manager.
*> The weekly run against the certreg training register
*> (cert-rec.cpy, keyed through certmnt, ch6/prog51.cbl). Takes the
*> latest completion of each course for every live employee - an
*> earlier one already renewed is of no interest - and lists those
*> that lapse between today and the end of the warning window, by
*> manager (emp-mgr-id) so each can chase their own people, soonest
*> expiry first. The window is suiteparm key CERTWARN (parmget,
*> ch9/prog20.cbl), 60 days where none is on file. Days left are
*> continuous day numbers, the postvac (ch6/prog47.cbl) way. A
*> certificate a job grade must hold (grade-cert-tab.cpy) is marked
*> REQ - let that one lapse and the employee cannot work the grade.
*> Staff with no manager on file come under NO MANAGER. Sorted and
*> paginated the salrpt (ch6/prog5.cbl) way, to certtk01.
identification division.
program-id. certtick.
environment division.
input-output section.
file-control.
	select cert-file assign to "certreg"
		organization is indexed
		access mode is dynamic
		record key is cert-key of cert-file-rec
		file status is W90-cert-status.
	select course-mast assign to "coursmst"
		organization is indexed
		access mode is dynamic
		record key is crs-code of course-mast-rec
		file status is W90-crs-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select cert-sort-file assign to "sortwk07".
	select tick-rpt assign to "certtk01"
		file status is W90-rpt-status.
data division.
file section.
fd	cert-file.
01	cert-file-rec.
	copy cert-rec.
fd	course-mast.
01	course-mast-rec.
	copy course-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
sd	cert-sort-file.
01	sort-rec.
	05	sort-mgr-id			pic X(5).
	05	sort-expiry-date	pic 9(8).
	05	sort-emp-id			pic X(5).
	05	sort-course-code	pic X(6).
	05	sort-name			pic X(10).
	05	sort-grade			pic X(2).
	05	sort-days-left		pic 9(5).
	05	sort-required-sw	pic X.
fd	tick-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-cert-eof-sw		pic X value "N".
		88	W10-cert-eof			value "Y".
	05	W10-sort-eof-sw		pic X value "N".
		88	W10-sort-eof			value "Y".
	05	W10-crs-open-sw		pic X value "N".
		88	W10-crs-open			value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-held-sw			pic X value "N".
		88	W10-held				value "Y".
	05	W10-first-sw		pic X value "Y".
		88	W10-first				value "Y".
01	W20-counters.
	05	W20-listed-count	pic 9(5) comp value 0.
	05	W20-required-count	pic 9(5) comp value 0.
	05	W20-mgr-count		pic 9(5) comp value 0.
	05	W20-gct-sub			pic 9(2) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-today				pic 9(8).
01	W30-prior-mgr			pic X(5).
01	W30-warn-days			pic 9(5).
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-warn-days			pic S9(7)v99 comp-3.
*> The latest completion so far of the employee and course being
*> read - certreg holds them in completion-date order.
01	cert-held.
	copy cert-rec.
*> Continuous day numbers (days since the end of 1899), so the days
*> left run straight across month and year ends.
01	W40-day-work.
	05	W40-work-date		pic 9(8).
	05	W40-year			pic 9(4).
	05	W40-leap-days		pic 9(4).
	05	W40-day-no			pic 9(7) comp.
	05	W40-today-day		pic 9(7) comp.
	05	W40-window-day		pic 9(7) comp.
	05	W40-days-left		pic S9(7) comp.
01	W90-cert-status			pic XX.
	88	W90-cert-ok				value "00".
01	W90-crs-status			pic XX.
	88	W90-crs-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
	copy rpt-writer.
	copy date-routines.
	copy grade-cert-tab.
01	W50-mgr-line.
	05	filler				pic X(9) value "Manager ".
	05	W50-mgr-id			pic X(6).
	05	W50-mgr-name		pic X(20).
	05	filler				pic X(45).
01	W50-detail-line.
	05	W50-emp-id			pic X(6).
	05	W50-name			pic X(11).
	05	W50-grade			pic X(4).
	05	W50-course-code		pic X(7).
	05	W50-course-name		pic X(21).
	05	W50-expiry-date		pic 9(8).
	05	filler				pic X(2).
	05	W50-days-left		pic ZZZ9.
	05	filler				pic X.
	05	W50-required		pic X(3).
	05	filler				pic X(13).
01	W50-total-line.
	05	filler				pic X(24) value "Certificates expiring:".
	05	W50-total-listed	pic ZZZZ9.
	05	filler				pic X(17) value "  Required:".
	05	W50-total-required	pic ZZZZ9.
	05	filler				pic X(13) value "  Managers:".
	05	W50-total-mgrs		pic ZZZZ9.
	05	filler				pic X(11).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	move "CERTWARN" to W35-parm-key
	move 60 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-warn-days
	end-call
	move W30-today to W40-work-date
	perform X100-day-number
	move W40-day-no to W40-today-day
	compute W40-window-day = W40-today-day + W35-warn-days
	open input cert-file
	if not W90-cert-ok
		display "certtick: unable to open certreg, status "
			W90-cert-status " - record completions through certmnt first."
		move 16 to return-code
		goback
	end-if
	open input emp-list
	if not W90-emp-ok
		display "certtick: unable to open emp001, status " W90-emp-status
		close cert-file
		move 16 to return-code
		goback
	end-if
	*> No coursmst costs only the course names.
	open input course-mast
	if W90-crs-ok
		move "Y" to W10-crs-open-sw
	end-if
	open output tick-rpt
	if not W90-rpt-ok
		display "certtick: unable to open certtk01, status " W90-rpt-status
		close cert-file
		close emp-list
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move "Certificates Expiring by Mgr" to RW-REPORT-TITLE
	move "Emp   Name       Grd Course Course name          Expires   Days Req"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	sort cert-sort-file
		on ascending key sort-mgr-id of sort-rec
		on ascending key sort-expiry-date of sort-rec
		on ascending key sort-emp-id of sort-rec
		on ascending key sort-course-code of sort-rec
		input procedure B100-load-sort-file
		output procedure C100-write-report
	close tick-rpt
	close cert-file
	close emp-list
	if W10-crs-open
		close course-mast
	end-if
	move "certtk01" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "certtick: report produced but not archived."
	end-if
	move W35-warn-days to W30-warn-days
	display "Certificate tickler written to certtk01 - next "
		W30-warn-days " days."
	display "Certificates expiring:   " W20-listed-count
	display "Required for the grade:  " W20-required-count
	move 0 to return-code
	goback.
B100-load-sort-file.
	*> A change of employee or course closes the group - the record
	*> held is that group's latest completion.
	move low-values to cert-key of cert-file-rec
	start cert-file key is >= cert-key of cert-file-rec
		invalid key move "Y" to W10-cert-eof-sw
	end-start
	perform until W10-cert-eof
		read cert-file next record
			at end move "Y" to W10-cert-eof-sw
			not at end
				if W10-held
						and (cert-emp-id of cert-file-rec
							not = cert-emp-id of cert-held
						or cert-course-code of cert-file-rec
							not = cert-course-code of cert-held)
					perform B200-check-one
				end-if
				move cert-file-rec to cert-held
				move "Y" to W10-held-sw
		end-read
	end-perform
	if W10-held
		perform B200-check-one
	end-if.
B200-check-one.
	if cert-expiry-date of cert-held = 0
		exit paragraph
	end-if
	move cert-expiry-date of cert-held to W40-work-date
	perform X100-day-number
	if DR-DATE-INVALID
			or W40-day-no < W40-today-day or W40-day-no > W40-window-day
		exit paragraph
	end-if
	compute W40-days-left = W40-day-no - W40-today-day
	move cert-emp-id of cert-held to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found
		exit paragraph
	end-if
	if emp-term-date of emp-list-rec not = 0
			and emp-term-date of emp-list-rec <= W30-today
		exit paragraph
	end-if
	move emp-mgr-id of emp-list-rec to sort-mgr-id of sort-rec
	move cert-expiry-date of cert-held to sort-expiry-date of sort-rec
	move cert-emp-id of cert-held to sort-emp-id of sort-rec
	move cert-course-code of cert-held to sort-course-code of sort-rec
	move emp-name of emp-list-rec to sort-name of sort-rec
	move emp-job-grade of emp-list-rec to sort-grade of sort-rec
	move W40-days-left to sort-days-left of sort-rec
	move "N" to sort-required-sw of sort-rec
	perform varying W20-gct-sub from 1 by 1 until W20-gct-sub > 6
		if GCT-GRADE(W20-gct-sub) = emp-job-grade of emp-list-rec
				and GCT-COURSE(W20-gct-sub)
					= cert-course-code of cert-held
			move "Y" to sort-required-sw of sort-rec
		end-if
	end-perform
	release sort-rec.
C100-write-report.
	move spaces to W30-prior-mgr
	perform Z200-return-sort
	perform until W10-sort-eof
		if W10-first or sort-mgr-id of sort-rec not = W30-prior-mgr
			move "N" to W10-first-sw
			perform D100-mgr-heading
		end-if
		perform D200-print-detail
		perform Z200-return-sort
	end-perform
	perform D400-print-totals.
D100-mgr-heading.
	move sort-mgr-id of sort-rec to W30-prior-mgr
	add 1 to W20-mgr-count
	move sort-mgr-id of sort-rec to W50-mgr-id
	if sort-mgr-id of sort-rec = spaces
		move "NO MANAGER" to W50-mgr-name
	else
		move sort-mgr-id of sort-rec to emp-id of emp-list-rec
		read emp-list
			invalid key move "(not on emp001)" to W50-mgr-name
			not invalid key
				move emp-name of emp-list-rec to W50-mgr-name
		end-read
	end-if
	move "LINE" to RW-FUNCTION
	move spaces to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	move "LINE" to RW-FUNCTION
	move W50-mgr-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D200-print-detail.
	add 1 to W20-listed-count
	move sort-emp-id of sort-rec to W50-emp-id
	move sort-name of sort-rec to W50-name
	move sort-grade of sort-rec to W50-grade
	move sort-course-code of sort-rec to W50-course-code
	move spaces to W50-course-name
	if W10-crs-open
		move sort-course-code of sort-rec to crs-code of course-mast-rec
		read course-mast
			invalid key move "(not on coursmst)" to W50-course-name
			not invalid key
				move crs-name of course-mast-rec to W50-course-name
		end-read
	end-if
	move sort-expiry-date of sort-rec to W50-expiry-date
	move sort-days-left of sort-rec to W50-days-left
	move spaces to W50-required
	if sort-required-sw of sort-rec = "Y"
		move "REQ" to W50-required
		add 1 to W20-required-count
	end-if
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D400-print-totals.
	move W20-listed-count to W50-total-listed
	move W20-required-count to W50-total-required
	move W20-mgr-count to W50-total-mgrs
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
X100-day-number.
	*> W40-work-date to its continuous day number.
	move W40-work-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID
		exit paragraph
	end-if
	compute W40-year = (DR-JUL-CC * 100) + DR-JUL-YY
	compute W40-leap-days = (W40-year - 1901) / 4
	compute W40-day-no =
		((W40-year - 1900) * 365) + W40-leap-days + DR-JUL-DDD.
Z200-return-sort.
	return cert-sort-file
		at end move "Y" to W10-sort-eof-sw
	end-return.
