*> Leave Management - department cover conflict report.
*> leavappr (ch8/prog2.cbl) stops a single approval from taking a
*> department under its deptmast minimum cover (dpm-min-cover), but
*> a supervisor override, a change of staff or a cover figure raised
*> after the leave was granted can still leave a day short. This
*> looks ahead over the next quarter - 91 days from today - and for
*> every department with a minimum set counts, on each working day
*> (calchk), the live emp001 staff and those away on active leave001
*> periods or still-pending leavpend requests, joined by emp-id the
*> leavecal (ch8/prog5.cbl) way. Each day that leaves the department
*> at or below its cover is listed to covrpt01 through the report
*> writer - BELOW or AT COVER - so a manager can act before the day
*> arrives. Return code 4 when any day is below cover.
identification division.
program-id. covrpt.
environment division.
input-output section.
file-control.
	select leave-file assign to "leave001"
		file status is W90-leave-status.
	select pend-file assign to "leavpend"
		file status is W90-pend-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select dept-mast assign to "deptmast"
		organization is indexed
		access mode is dynamic
		record key is dpm-code of dept-mast-rec
		file status is W90-dept-status.
	select cover-rpt assign to "covrpt01"
		file status is W90-rpt-status.
data division.
file section.
fd	leave-file.
01	leave-file-rec.
	copy leave-rec.
fd	pend-file.
01	pend-file-rec.
	copy leave-pend-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	dept-mast.
01	dept-mast-rec.
	copy dept-mast-rec.
fd	cover-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
01	W20-counters.
	05	W20-leave-count		pic 9(5) comp value 0.
	05	W20-pend-count		pic 9(4) comp value 0.
	05	W20-dept-count		pic 9(3) comp value 0.
	05	W20-day-count		pic 9(3) comp value 0.
	05	W20-day-sub			pic 9(3) comp value 0.
	05	W20-below-count		pic 9(5) comp value 0.
	05	W20-at-count		pic 9(5) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-today				pic 9(8).
01	W30-window-days			pic 9(3) value 91.
01	W40-on-duty				pic S9(5) comp.
01	W90-leave-status		pic XX.
	88	W90-leave-ok			value "00".
01	W90-pend-status			pic XX.
	88	W90-pend-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-dept-status			pic XX.
	88	W90-dept-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
01	leave-table.
	05	leave-table-entry occurs 2000 times indexed by leave-idx.
		copy leave-rec replacing ==05== by ==10==.
01	pend-table.
	05	pend-table-entry occurs 500 times indexed by pend-idx.
		copy leave-pend-rec replacing ==05== by ==10==.
*> The working days of the window, in yymmdd to match leave001 and
*> leavpend, with the full date for printing.
01	W60-day-table.
	05	W60-day-entry occurs 92 times.
		10	W60-day-date		pic 9(8).
		10	W60-day-yymmdd		pic 9(6).
*> Departments with a minimum cover, each with its live staff and
*> the count away on every working day of the window.
01	W60-dept-table.
	05	W60-dept-entry occurs 200 times indexed by dpt-idx.
		10	W60-dept-code		pic X(4).
		10	W60-dept-name		pic X(20).
		10	W60-dept-cover		pic 9(5).
		10	W60-dept-staff		pic 9(5) comp.
		10	W60-dept-away		pic 9(5) comp occurs 92 times.
*> One employee's days away - a "Y" per working day, so two leave
*> periods or requests covering the same day count them once.
01	W60-emp-away.
	05	W60-emp-away-day	pic X occurs 92 times.
01	W60-walk.
	05	W60-walk-date		pic 9(8).
	05	W60-cal-run-sw		pic X.
		88	W60-cal-run				value "Y".
	05	W60-cal-reason		pic X(30).
	05	W60-year-days		pic 9(3) comp.
	05	W60-next-year		pic 9(4) comp.
	05	W60-walked			pic 9(3) comp.
	copy date-routines.
	copy rpt-writer.
01	W50-detail-line.
	05	W50-dept			pic X(5).
	05	W50-dept-name		pic X(21).
	05	W50-date			pic 9(8).
	05	filler				pic X(2).
	05	W50-staff			pic ZZZZ9.
	05	filler				pic X(2).
	05	W50-away			pic ZZZZ9.
	05	filler				pic X(2).
	05	W50-duty			pic -(4)9.
	05	filler				pic X(2).
	05	W50-cover			pic ZZZZ9.
	05	filler				pic X(2).
	05	W50-status			pic X(8).
	05	filler				pic X(8).
01	W50-total-line.
	05	filler				pic X(20) value "Days below cover:".
	05	W50-total-below		pic ZZZZ9.
	05	filler				pic X(20) value "  Days at cover:".
	05	W50-total-at		pic ZZZZ9.
	05	filler				pic X(30).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	open input dept-mast
	if not W90-dept-ok
		display "covrpt: unable to open deptmast, status " W90-dept-status
		move 16 to return-code
		goback
	end-if
	open input emp-list
	if not W90-emp-ok
		display "covrpt: unable to open emp001, status " W90-emp-status
		close dept-mast
		move 16 to return-code
		goback
	end-if
	open output cover-rpt
	if not W90-rpt-ok
		display "covrpt: unable to open covrpt01, status " W90-rpt-status
		close dept-mast
		close emp-list
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move "Department Cover Conflicts" to RW-REPORT-TITLE
	move "Dept Name                 Date      Staff   Away   Duty  Cover  Status"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	perform B100-load-depts
	perform B200-load-days
	perform B300-load-leave
	perform B400-load-pending
	perform B500-count-staff
	perform D100-print-depts
	perform D400-print-totals
	close cover-rpt
	close emp-list
	close dept-mast
	move "covrpt01" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "covrpt: report produced but not archived."
	end-if
	display "Cover conflict report written to covrpt01."
	display "Departments with a minimum: " W20-dept-count
	display "Working days examined:      " W20-day-count
	display "Days below cover:           " W20-below-count
	display "Days at cover:              " W20-at-count
	if W20-below-count > 0
		move 4 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B100-load-depts.
	move 0 to W20-dept-count
	move low-values to dpm-code of dept-mast-rec
	start dept-mast key is >= dpm-code of dept-mast-rec
		invalid key move "Y" to W10-eof-sw
		not invalid key move "N" to W10-eof-sw
	end-start
	perform until W10-eof
		read dept-mast next record
			at end
				move "Y" to W10-eof-sw
			not at end
				if dpm-min-cover of dept-mast-rec > 0
						and W20-dept-count < 200
					add 1 to W20-dept-count
					move dpm-code of dept-mast-rec
						to W60-dept-code(W20-dept-count)
					move dpm-name of dept-mast-rec
						to W60-dept-name(W20-dept-count)
					move dpm-min-cover of dept-mast-rec
						to W60-dept-cover(W20-dept-count)
					move 0 to W60-dept-staff(W20-dept-count)
					perform varying W20-day-sub from 1 by 1
							until W20-day-sub > 92
						move 0 to W60-dept-away(W20-dept-count W20-day-sub)
					end-perform
				end-if
		end-read
	end-perform.
B200-load-days.
	*> Today and the 90 days after it; only the days calchk says the
	*> business works are kept.
	move 0 to W20-day-count
	move W30-today to W60-walk-date
	perform varying W60-walked from 1 by 1
			until W60-walked > W30-window-days
		call "calchk" using W60-walk-date W60-cal-run-sw W60-cal-reason
		end-call
		if W60-cal-run
			add 1 to W20-day-count
			move W60-walk-date to W60-day-date(W20-day-count)
			compute W60-day-yymmdd(W20-day-count) =
				W60-walk-date - 20000000
		end-if
		perform C350-next-day
	end-perform.
B300-load-leave.
	move 0 to W20-leave-count
	open input leave-file
	if W90-leave-ok
		move "N" to W10-eof-sw
		perform Z100-read-leave
		perform until W10-eof
			if leave-is-active of leave-file-rec
					and W20-leave-count < 2000
				add 1 to W20-leave-count
				move leave-file-rec to leave-table-entry(W20-leave-count)
			end-if
			perform Z100-read-leave
		end-perform
		close leave-file
	end-if.
B400-load-pending.
	move 0 to W20-pend-count
	open input pend-file
	if W90-pend-ok
		move "N" to W10-eof-sw
		perform Z200-read-pending
		perform until W10-eof
			if lpnd-is-pending of pend-file-rec
					and W20-pend-count < 500
				add 1 to W20-pend-count
				move pend-file-rec to pend-table-entry(W20-pend-count)
			end-if
			perform Z200-read-pending
		end-perform
		close pend-file
	end-if.
B500-count-staff.
	*> One pass of emp001: each live employee in a department with a
	*> minimum adds to its staff, and to its away count on each day
	*> they are off.
	move low-values to emp-id of emp-list-rec
	start emp-list key is >= emp-id of emp-list-rec
		invalid key move "Y" to W10-eof-sw
		not invalid key move "N" to W10-eof-sw
	end-start
	perform until W10-eof
		read emp-list next record
			at end
				move "Y" to W10-eof-sw
			not at end
				if emp-id of emp-list-rec not = "99999"
						and (emp-term-date of emp-list-rec = 0
							or emp-term-date of emp-list-rec > W30-today)
					perform B600-count-one-employee
				end-if
		end-read
	end-perform.
B600-count-one-employee.
	move "N" to W10-found-sw
	perform varying dpt-idx from 1 by 1
			until dpt-idx > W20-dept-count or W10-found
		if W60-dept-code(dpt-idx) = emp-dept-code of emp-list-rec
			move "Y" to W10-found-sw
		end-if
	end-perform
	if not W10-found
		exit paragraph
	end-if
	set dpt-idx down by 1
	add 1 to W60-dept-staff(dpt-idx)
	move all "N" to W60-emp-away
	perform varying leave-idx from 1 by 1
			until leave-idx > W20-leave-count
		if leave-emp-id of leave-table-entry(leave-idx)
				= emp-id of emp-list-rec
			perform varying W20-day-sub from 1 by 1
					until W20-day-sub > W20-day-count
				if W60-day-yymmdd(W20-day-sub)
						>= leave-startdate of leave-table-entry(leave-idx)
						and W60-day-yymmdd(W20-day-sub)
						<= leave-enddate of leave-table-entry(leave-idx)
					move "Y" to W60-emp-away-day(W20-day-sub)
				end-if
			end-perform
		end-if
	end-perform
	perform varying pend-idx from 1 by 1
			until pend-idx > W20-pend-count
		if lpnd-emp-id of pend-table-entry(pend-idx)
				= emp-id of emp-list-rec
			perform varying W20-day-sub from 1 by 1
					until W20-day-sub > W20-day-count
				if W60-day-yymmdd(W20-day-sub)
						>= lpnd-startdate of pend-table-entry(pend-idx)
						and W60-day-yymmdd(W20-day-sub)
						<= lpnd-enddate of pend-table-entry(pend-idx)
					move "Y" to W60-emp-away-day(W20-day-sub)
				end-if
			end-perform
		end-if
	end-perform
	perform varying W20-day-sub from 1 by 1
			until W20-day-sub > W20-day-count
		if W60-emp-away-day(W20-day-sub) = "Y"
			add 1 to W60-dept-away(dpt-idx W20-day-sub)
		end-if
	end-perform.
C350-next-day.
	move W60-walk-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-LEAP-YEAR
		move 366 to W60-year-days
	else
		move 365 to W60-year-days
	end-if
	if DR-JUL-DDD < W60-year-days
		add 1 to DR-JUL-DDD
	else
		compute W60-next-year = (DR-JUL-CC * 100) + DR-JUL-YY + 1
		divide W60-next-year by 100 giving DR-JUL-CC
			remainder DR-JUL-YY
		move 1 to DR-JUL-DDD
	end-if
	move "J2G " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	move DR-GREG-DATE to W60-walk-date.
D100-print-depts.
	perform varying dpt-idx from 1 by 1 until dpt-idx > W20-dept-count
		perform varying W20-day-sub from 1 by 1
				until W20-day-sub > W20-day-count
			compute W40-on-duty = W60-dept-staff(dpt-idx)
				- W60-dept-away(dpt-idx W20-day-sub)
			if W40-on-duty <= W60-dept-cover(dpt-idx)
				perform D200-print-day
			end-if
		end-perform
	end-perform.
D200-print-day.
	move W60-dept-code(dpt-idx) to W50-dept
	move W60-dept-name(dpt-idx) to W50-dept-name
	move W60-day-date(W20-day-sub) to W50-date
	move W60-dept-staff(dpt-idx) to W50-staff
	move W60-dept-away(dpt-idx W20-day-sub) to W50-away
	move W40-on-duty to W50-duty
	move W60-dept-cover(dpt-idx) to W50-cover
	if W40-on-duty < W60-dept-cover(dpt-idx)
		move "BELOW" to W50-status
		add 1 to W20-below-count
	else
		move "AT COVER" to W50-status
		add 1 to W20-at-count
	end-if
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D400-print-totals.
	move W20-below-count to W50-total-below
	move W20-at-count to W50-total-at
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
Z100-read-leave.
	read leave-file
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-pending.
	read pend-file
		at end move "Y" to W10-eof-sw
	end-read.
