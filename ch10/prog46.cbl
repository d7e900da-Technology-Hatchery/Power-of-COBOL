*> Roster-versus-punch daily variance report.
*> Sets one day's clock punches (clockpch, the tmspunch
*> ch10/prog26.cbl export) against the shifts rostered for that day
*> on rostmast (roster-rec.cpy, kept through rostmnt,
*> ch10/prog45.cbl). Each employee's day is taken as their first IN
*> and last OUT punch. A rostered employee who first clocks in
*> later than the shift start is LATE, one whose last OUT is before
*> the shift end LEFT EARLY, by the minutes past a grace allowance
*> (suiteparm key ROSTGRAC, parmget ch9/prog20.cbl, 5 minutes where
*> none is on file); a rostered employee with no punch at all is a
*> NO SHOW, and a day missing its IN or its OUT says so. Anyone who
*> punched with no shift rostered is listed under unrostered work
*> with the minutes between the punches - those hours are the ones
*> tmsedit holds back from tmsappr until a supervisor accepts them.
*> Through the report writer to rostvr01; return code 4 when there
*> is any variance, so the daily cycle can flag it.
identification division.
program-id. rostvar.
environment division.
input-output section.
file-control.
	select punch-in assign to "clockpch"
		file status is W90-pch-status.
	select roster-file assign to "rostmast"
		organization is indexed
		access mode is dynamic
		record key is ros-key of roster-file-rec
		file status is W90-ros-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select var-rpt assign to "rostvr01"
		file status is W90-rpt-status.
data division.
file section.
fd	punch-in.
01	punch-in-rec.
	05	pch-emp-id			pic X(5).
	05	pch-date			pic 9(8).
	05	pch-time			pic 9(4).
	05	pch-dir				pic X.
		88	pch-is-in			value "I".
		88	pch-is-out			value "O".
	05	pch-proj-code		pic X(4).
fd	roster-file.
01	roster-file-rec.
	copy roster-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	var-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-punch-over-sw	pic X value "N".
		88	W10-punch-over			value "Y".
01	W20-counters.
	05	W20-punch-count		pic 9(5) comp value 0.
	05	W20-day-count		pic 9(4) comp value 0.
	05	W20-rostered-count	pic 9(5) comp value 0.
	05	W20-late-count		pic 9(5) comp value 0.
	05	W20-early-count		pic 9(5) comp value 0.
	05	W20-noshow-count	pic 9(5) comp value 0.
	05	W20-missing-count	pic 9(5) comp value 0.
	05	W20-unrost-count	pic 9(5) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-report-date			pic 9(8).
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-grace-mins			pic S9(7)v99 comp-3.
01	W40-time-work.
	05	W40-time			pic 9(4).
	05	filler redefines W40-time.
		10	W40-time-hh			pic 9(2).
		10	W40-time-mm			pic 9(2).
01	W40-minutes				pic S9(5) comp.
01	W40-rost-start-mins		pic S9(5) comp.
01	W40-rost-end-mins		pic S9(5) comp.
01	W40-in-mins				pic S9(5) comp.
01	W40-out-mins			pic S9(5) comp.
01	W40-variance			pic S9(5) comp.
*> The day's punches, one entry per employee: earliest IN and
*> latest OUT (9999 and 0 mean none of that direction was seen).
01	W60-day-table.
	05	W60-day-entry occurs 2000 times indexed by day-idx.
		10	W60-day-emp-id		pic X(5).
		10	W60-day-first-in	pic 9(4).
		10	W60-day-last-out	pic 9(4).
		10	W60-day-rostered-sw	pic X.
			88	W60-day-rostered		value "Y".
01	W90-pch-status			pic XX.
	88	W90-pch-ok				value "00".
01	W90-ros-status			pic XX.
	88	W90-ros-ok				value "00".
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
01	W50-section-line.
	05	W50-section-text	pic X(80).
01	W50-detail-line.
	05	W50-emp-id			pic X(6).
	05	W50-name			pic X(11).
	05	W50-br-code			pic X(4).
	05	W50-rostered.
		10	W50-rost-start		pic X(4).
		10	W50-rost-dash		pic X.
		10	W50-rost-end		pic X(4).
		10	filler				pic X(2).
	05	W50-punched.
		10	W50-pch-first		pic X(4).
		10	W50-pch-dash		pic X.
		10	W50-pch-last		pic X(4).
		10	filler				pic X(2).
	05	W50-flag			pic X(12).
	05	W50-minutes			pic ZZZ9.
	05	filler				pic X(21).
01	W50-total-line.
	05	filler				pic X(7) value "Late:".
	05	W50-total-late		pic ZZZ9.
	05	filler				pic X(9) value "  Early:".
	05	W50-total-early		pic ZZZ9.
	05	filler				pic X(11) value "  No show:".
	05	W50-total-noshow	pic ZZZ9.
	05	filler				pic X(11) value "  Missing:".
	05	W50-total-missing	pic ZZZ9.
	05	filler				pic X(14) value "  Unrostered:".
	05	W50-total-unrost	pic ZZZ9.
	05	filler				pic X(8).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	display "Enter the day to report (yyyymmdd, 0 = today): "
		with no advancing
	accept W30-report-date
	if W30-report-date = 0
		accept W30-report-date from date yyyymmdd
	end-if
	move W30-report-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID
		display "rostvar: " W30-report-date " is not a valid date."
		move 16 to return-code
		goback
	end-if
	move "ROSTGRAC" to W35-parm-key
	move 5 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-grace-mins
	end-call
	open input roster-file
	if not W90-ros-ok
		display "rostvar: unable to open rostmast, status " W90-ros-status
			" - roster shifts through rostmnt first."
		move 16 to return-code
		goback
	end-if
	perform B100-load-punches
	if W10-punch-over
		*> A day cut short at the table's edge would print no-shows
		*> for people who were there.
		display "rostvar: clockpch holds more than 2000 people for "
			W30-report-date " - report not produced."
		close roster-file
		move 16 to return-code
		goback
	end-if
	open input emp-list
	if not W90-emp-ok
		display "rostvar: unable to open emp001, status " W90-emp-status
		close roster-file
		move 16 to return-code
		goback
	end-if
	open output var-rpt
	if not W90-rpt-ok
		display "rostvar: unable to open rostvr01, status " W90-rpt-status
		close roster-file
		close emp-list
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move "Roster v Punch Variance" to RW-REPORT-TITLE
	move "Emp   Name       Br  Rostered   Punched    Flag        Mins"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	move spaces to W50-section-text
	string "Rostered shifts for " W30-report-date
		delimited by size into W50-section-text
	end-string
	perform W200-print-section
	perform C100-check-roster
	move "Unrostered work" to W50-section-text
	perform W200-print-section
	perform C300-list-unrostered
	perform D400-print-totals
	close roster-file
	close emp-list
	close var-rpt
	move "rostvr01" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "rostvar: report produced but not archived."
	end-if
	display "Roster variance for " W30-report-date
		" written to rostvr01."
	display "Shifts rostered:         " W20-rostered-count
	display "Late / left early:       " W20-late-count " / "
		W20-early-count
	display "No shows:                " W20-noshow-count
	display "Unrostered:              " W20-unrost-count
	if W20-late-count + W20-early-count + W20-noshow-count
			+ W20-missing-count + W20-unrost-count > 0
		move 4 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B100-load-punches.
	*> No clockpch is a day nobody punched - every rostered shift is
	*> then a no-show.
	move 0 to W20-day-count
	open input punch-in
	if not W90-pch-ok
		display "rostvar: no clockpch on hand (status " W90-pch-status
			") - reporting against no punches."
		exit paragraph
	end-if
	perform Z100-read-punch
	perform until W10-eof or W10-punch-over
		if pch-date = W30-report-date
			add 1 to W20-punch-count
			perform B200-note-punch
		end-if
		perform Z100-read-punch
	end-perform
	close punch-in.
B200-note-punch.
	set day-idx to 1
	search W60-day-entry
		at end continue
		when day-idx > W20-day-count
			continue
		when W60-day-emp-id(day-idx) = pch-emp-id
			continue
	end-search
	if day-idx > W20-day-count
		if W20-day-count >= 2000
			move "Y" to W10-punch-over-sw
			exit paragraph
		end-if
		add 1 to W20-day-count
		set day-idx to W20-day-count
		move pch-emp-id to W60-day-emp-id(day-idx)
		move 9999 to W60-day-first-in(day-idx)
		move 0 to W60-day-last-out(day-idx)
		move "N" to W60-day-rostered-sw(day-idx)
	end-if
	if pch-is-in and pch-time < W60-day-first-in(day-idx)
		move pch-time to W60-day-first-in(day-idx)
	end-if
	if pch-is-out and pch-time > W60-day-last-out(day-idx)
		move pch-time to W60-day-last-out(day-idx)
	end-if.
C100-check-roster.
	move low-values to ros-key of roster-file-rec
	start roster-file key is >= ros-key of roster-file-rec
		invalid key move "Y" to W10-eof-sw
		not invalid key move "N" to W10-eof-sw
	end-start
	perform until W10-eof
		read roster-file next record
			at end move "Y" to W10-eof-sw
			not at end
				if ros-date of roster-file-rec = W30-report-date
					perform C150-check-one-shift
				end-if
		end-read
	end-perform.
C150-check-one-shift.
	add 1 to W20-rostered-count
	move ros-emp-id of roster-file-rec to W50-emp-id
	move ros-emp-id of roster-file-rec to emp-id of emp-list-rec
	perform F100-employee-name
	move ros-br-code of roster-file-rec to W50-br-code
	move ros-start of roster-file-rec to W50-rost-start
	move "-" to W50-rost-dash
	move ros-end of roster-file-rec to W50-rost-end
	move ros-start of roster-file-rec to W40-time
	perform X100-minutes
	move W40-minutes to W40-rost-start-mins
	move ros-end of roster-file-rec to W40-time
	perform X100-minutes
	move W40-minutes to W40-rost-end-mins
	set day-idx to 1
	search W60-day-entry
		at end continue
		when day-idx > W20-day-count
			continue
		when W60-day-emp-id(day-idx) = ros-emp-id of roster-file-rec
			continue
	end-search
	if day-idx > W20-day-count
		add 1 to W20-noshow-count
		move spaces to W50-punched
		move "NO SHOW" to W50-flag
		move 0 to W50-minutes
		perform W300-print-detail
		exit paragraph
	end-if
	move "Y" to W60-day-rostered-sw(day-idx)
	perform C160-punched-range
	if W60-day-first-in(day-idx) = 9999
		add 1 to W20-missing-count
		move "NO IN PUNCH" to W50-flag
		move 0 to W50-minutes
		perform W300-print-detail
	else
		move W60-day-first-in(day-idx) to W40-time
		perform X100-minutes
		compute W40-variance = W40-minutes - W40-rost-start-mins
		if W40-variance > W35-grace-mins
			add 1 to W20-late-count
			move "LATE" to W50-flag
			move W40-variance to W50-minutes
			perform W300-print-detail
		end-if
	end-if
	if W60-day-last-out(day-idx) = 0
		add 1 to W20-missing-count
		move "NO OUT PUNCH" to W50-flag
		move 0 to W50-minutes
		perform W300-print-detail
	else
		move W60-day-last-out(day-idx) to W40-time
		perform X100-minutes
		compute W40-variance = W40-rost-end-mins - W40-minutes
		if W40-variance > W35-grace-mins
			add 1 to W20-early-count
			move "LEFT EARLY" to W50-flag
			move W40-variance to W50-minutes
			perform W300-print-detail
		end-if
	end-if.
C160-punched-range.
	move "----" to W50-pch-first W50-pch-last
	move "-" to W50-pch-dash
	if W60-day-first-in(day-idx) not = 9999
		move W60-day-first-in(day-idx) to W50-pch-first
	end-if
	if W60-day-last-out(day-idx) not = 0
		move W60-day-last-out(day-idx) to W50-pch-last
	end-if.
C300-list-unrostered.
	perform varying day-idx from 1 by 1 until day-idx > W20-day-count
		if not W60-day-rostered(day-idx)
			perform C350-list-one-unrostered
		end-if
	end-perform.
C350-list-one-unrostered.
	add 1 to W20-unrost-count
	move W60-day-emp-id(day-idx) to W50-emp-id
	move W60-day-emp-id(day-idx) to emp-id of emp-list-rec
	perform F100-employee-name
	if W10-found
		move emp-br-code of emp-list-rec to W50-br-code
	else
		move spaces to W50-br-code
	end-if
	move spaces to W50-rostered
	perform C160-punched-range
	move "UNROSTERED" to W50-flag
	move 0 to W50-minutes
	if W60-day-first-in(day-idx) not = 9999
			and W60-day-last-out(day-idx) not = 0
		move W60-day-first-in(day-idx) to W40-time
		perform X100-minutes
		move W40-minutes to W40-in-mins
		move W60-day-last-out(day-idx) to W40-time
		perform X100-minutes
		move W40-minutes to W40-out-mins
		if W40-out-mins > W40-in-mins
			compute W40-variance = W40-out-mins - W40-in-mins
			move W40-variance to W50-minutes
		end-if
	end-if
	perform W300-print-detail.
D400-print-totals.
	move W20-late-count to W50-total-late
	move W20-early-count to W50-total-early
	move W20-noshow-count to W50-total-noshow
	move W20-missing-count to W50-total-missing
	move W20-unrost-count to W50-total-unrost
	move "FOOT" to RW-FUNCTION
	move W50-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
F100-employee-name.
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if W10-found
		move emp-name of emp-list-rec to W50-name
	else
		move "(not on file)" to W50-name
	end-if.
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
W200-print-section.
	move "LINE" to RW-FUNCTION
	move spaces to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	move "LINE" to RW-FUNCTION
	move W50-section-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
W300-print-detail.
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
X100-minutes.
	*> W40-time (hhmm) to minutes since midnight.
	compute W40-minutes = (W40-time-hh * 60) + W40-time-mm.
Z100-read-punch.
	read punch-in
		at end move "Y" to W10-eof-sw
	end-read.
