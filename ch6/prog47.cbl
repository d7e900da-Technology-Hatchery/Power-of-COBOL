*> Vacant post report by department.
*> The reader side of position control. Lists every vacant post on
*> postmast (post-rec.cpy, kept by postmnt, ch6/prog46.cbl) by
*> department, oldest vacancy first, with the date the post fell
*> vacant and how many days it has stood empty - continuous day
*> numbers, the payrun (ch10/prog42.cbl) way, so the count runs
*> straight across month and year ends. Each department closes with
*> its funded headcount from deptmast against its open posts, filled
*> and vacant, and a department carrying more open posts than its
*> budget is flagged OVER BUDGET - deptmnt cut the budget after the
*> posts were made. Closed posts are not funded and never appear.
*> Sorted and paginated the salrpt (ch6/prog5.cbl) way, to postvac1,
*> with each department headed by its deptmast name.
identification division.
program-id. postvac.
environment division.
input-output section.
file-control.
	select post-mast assign to "postmast"
		organization is indexed
		access mode is dynamic
		record key is pst-post-id of post-mast-rec
		file status is W90-post-status.
	select dept-mast assign to "deptmast"
		organization is indexed
		access mode is dynamic
		record key is dpm-code of dept-mast-rec
		file status is W90-dept-status.
	select post-sort-file assign to "sortwk06".
	select vac-rpt assign to "postvac1"
		file status is W90-rpt-status.
data division.
file section.
fd	post-mast.
01	post-mast-rec.
	copy post-rec.
fd	dept-mast.
01	dept-mast-rec.
	copy dept-mast-rec.
sd	post-sort-file.
01	sort-rec.
	05	sort-dept			pic X(4).
	05	sort-status			pic X.
	05	sort-vacant-since	pic 9(8).
	05	sort-post-id		pic X(6).
	05	sort-title			pic X(20).
	05	sort-grade			pic X(2).
	05	sort-br-code		pic X(3).
fd	vac-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-post-eof-sw		pic X value "N".
		88	W10-post-eof			value "Y".
	05	W10-sort-eof-sw		pic X value "N".
		88	W10-sort-eof			value "Y".
	05	W10-dept-open-sw	pic X value "N".
		88	W10-dept-open			value "Y".
	05	W10-first-sw		pic X value "Y".
		88	W10-first				value "Y".
01	W20-counters.
	05	W20-dept-filled		pic 9(5) comp value 0.
	05	W20-dept-vacant		pic 9(5) comp value 0.
	05	W20-total-filled	pic 9(5) comp value 0.
	05	W20-total-vacant	pic 9(5) comp value 0.
	05	W20-total-over-90	pic 9(5) comp value 0.
	05	W20-over-budget		pic 9(5) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-today				pic 9(8).
01	W30-prior-dept			pic X(4).
01	W30-dept-budget			pic 9(5).
01	W30-total-days			pic 9(9) comp value 0.
*> Continuous day numbers (days since the end of 1899), so a
*> vacancy's age is simple subtraction across month and year ends.
01	W40-day-work.
	05	W40-work-date		pic 9(8).
	05	W40-year			pic 9(4).
	05	W40-leap-days		pic 9(4).
	05	W40-day-no			pic 9(7) comp.
	05	W40-today-day		pic 9(7) comp.
	05	W40-days-vacant		pic S9(7) comp.
	05	W40-average-days	pic 9(5) comp.
01	W90-post-status			pic XX.
	88	W90-post-ok				value "00".
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
	05	W50-post-id			pic X(7).
	05	W50-title			pic X(21).
	05	W50-grade			pic X(6).
	05	W50-br-code			pic X(4).
	05	W50-vacant-since	pic 9(8).
	05	filler				pic X(4).
	05	W50-days			pic ZZZZ9.
	05	filler				pic X(23).
01	W50-dept-total-line.
	05	filler				pic X(10) value "  Funded:".
	05	W50-dt-budget		pic ZZZZ9.
	05	filler				pic X(9) value "  Filled:".
	05	W50-dt-filled		pic ZZZZ9.
	05	filler				pic X(9) value "  Vacant:".
	05	W50-dt-vacant		pic ZZZZ9.
	05	filler				pic X(2).
	05	W50-dt-flag			pic X(11).
	05	filler				pic X(24).
01	W50-total-line.
	05	filler				pic X(15) value "Posts filled:".
	05	W50-total-filled	pic ZZZZ9.
	05	filler				pic X(11) value "  Vacant:".
	05	W50-total-vacant	pic ZZZZ9.
	05	filler				pic X(17) value "  Average days:".
	05	W50-total-average	pic ZZZZ9.
	05	filler				pic X(12) value "  Over 90:".
	05	W50-total-over-90	pic ZZZZ9.
	05	filler				pic X(5).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	move W30-today to W40-work-date
	perform X100-day-number
	move W40-day-no to W40-today-day
	open input post-mast
	if not W90-post-ok
		display "postvac: unable to open postmast, status " W90-post-status
			" - set up posts through postmnt first."
		move 16 to return-code
		goback
	end-if
	*> No deptmast costs the department names and budgets.
	open input dept-mast
	if W90-dept-ok
		move "Y" to W10-dept-open-sw
	end-if
	open output vac-rpt
	if not W90-rpt-ok
		display "postvac: unable to open postvac1, status " W90-rpt-status
		close post-mast
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move "Vacant Posts by Department" to RW-REPORT-TITLE
	move "  Post   Title                Grade Br  Vacant since  Days"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	*> Filled posts ("F") sort ahead of the vacant ("V") in each
	*> department - they are only counted, never printed.
	sort post-sort-file
		on ascending key sort-dept of sort-rec
		on ascending key sort-status of sort-rec
		on ascending key sort-vacant-since of sort-rec
		on ascending key sort-post-id of sort-rec
		input procedure B100-load-sort-file
		output procedure C100-write-report
	close vac-rpt
	close post-mast
	if W10-dept-open
		close dept-mast
	end-if
	move "postvac1" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "postvac: report produced but not archived."
	end-if
	display "Vacant post report written to postvac1."
	display "Posts filled:            " W20-total-filled
	display "Posts vacant:            " W20-total-vacant
	display "Departments over budget: " W20-over-budget
	move 0 to return-code
	goback.
B100-load-sort-file.
	move low-values to pst-post-id of post-mast-rec
	start post-mast key is >= pst-post-id of post-mast-rec
		invalid key move "Y" to W10-post-eof-sw
	end-start
	perform until W10-post-eof
		read post-mast next record
			at end move "Y" to W10-post-eof-sw
			not at end
				if not pst-is-closed of post-mast-rec
					perform B200-release-one
				end-if
		end-read
	end-perform.
B200-release-one.
	move pst-dept-code of post-mast-rec to sort-dept of sort-rec
	move pst-status of post-mast-rec to sort-status of sort-rec
	move pst-vacant-since of post-mast-rec
		to sort-vacant-since of sort-rec
	move pst-post-id of post-mast-rec to sort-post-id of sort-rec
	move pst-title of post-mast-rec to sort-title of sort-rec
	move pst-job-grade of post-mast-rec to sort-grade of sort-rec
	move pst-br-code of post-mast-rec to sort-br-code of sort-rec
	release sort-rec.
C100-write-report.
	move spaces to W30-prior-dept
	perform Z200-return-sort
	perform until W10-sort-eof
		if W10-first or sort-dept of sort-rec not = W30-prior-dept
			if not W10-first
				perform D300-dept-total
			end-if
			move "N" to W10-first-sw
			perform D100-dept-heading
		end-if
		if sort-status of sort-rec = "F"
			add 1 to W20-dept-filled
		else
			perform D200-print-detail
		end-if
		perform Z200-return-sort
	end-perform
	if not W10-first
		perform D300-dept-total
	end-if
	perform D400-print-totals.
D100-dept-heading.
	move sort-dept of sort-rec to W30-prior-dept
	move 0 to W20-dept-filled
	move 0 to W20-dept-vacant
	move 0 to W30-dept-budget
	move sort-dept of sort-rec to W50-dept-code
	move spaces to W50-dept-name
	if W10-dept-open
		move sort-dept of sort-rec to dpm-code of dept-mast-rec
		read dept-mast
			invalid key move "(not on deptmast)" to W50-dept-name
			not invalid key
				move dpm-name of dept-mast-rec to W50-dept-name
				move dpm-budget-heads of dept-mast-rec to W30-dept-budget
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
	add 1 to W20-dept-vacant
	add 1 to W20-total-vacant
	move sort-vacant-since of sort-rec to W40-work-date
	perform X100-day-number
	compute W40-days-vacant = W40-today-day - W40-day-no
	if W40-days-vacant < 0 or DR-DATE-INVALID
		move 0 to W40-days-vacant
	end-if
	add W40-days-vacant to W30-total-days
	if W40-days-vacant > 90
		add 1 to W20-total-over-90
	end-if
	move sort-post-id of sort-rec to W50-post-id
	move sort-title of sort-rec to W50-title
	move sort-grade of sort-rec to W50-grade
	move sort-br-code of sort-rec to W50-br-code
	move sort-vacant-since of sort-rec to W50-vacant-since
	move W40-days-vacant to W50-days
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D300-dept-total.
	add W20-dept-filled to W20-total-filled
	move W30-dept-budget to W50-dt-budget
	move W20-dept-filled to W50-dt-filled
	move W20-dept-vacant to W50-dt-vacant
	move spaces to W50-dt-flag
	if W10-dept-open
			and W20-dept-filled + W20-dept-vacant > W30-dept-budget
		move "OVER BUDGET" to W50-dt-flag
		add 1 to W20-over-budget
	end-if
	move "LINE" to RW-FUNCTION
	move W50-dept-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D400-print-totals.
	move W20-total-filled to W50-total-filled
	move W20-total-vacant to W50-total-vacant
	move 0 to W40-average-days
	if W20-total-vacant > 0
		compute W40-average-days rounded =
			W30-total-days / W20-total-vacant
	end-if
	move W40-average-days to W50-total-average
	move W20-total-over-90 to W50-total-over-90
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
	return post-sort-file
		at end move "Y" to W10-sort-eof-sw
	end-return.
