*> Segregation-of-duties conflict report.
*> opsignon's authority levels say what an operator MAY run, not
*> whether one person did two things that ought to be kept apart -
*> keying an employee's bank account in empmaint and then generating
*> bankpay the same day, say. This gathers every operator activity
*> the suite now records: program starts off the activity log
*> (actlog, act-log-rec.cpy), master changes off empjrnl (an
*> employee added, bank details keyed - the after-image's pair
*> against the one the journal last showed), salary changes off
*> salaudit and position changes off poshist - each of which now
*> carries the operator id. It then applies the table of
*> incompatible activity pairs (sod-tab.cpy) and lists each
*> operator, employee and the two dates where one operator did both
*> sides of a pair within the pair's window (30/360 days, the
*> prenotok count). A master change names its employee; a program
*> run does not, so a run pairs with every change the same operator
*> made in the window. Each change is listed once per pair, against
*> the first matching activity found. The from/to date prompts
*> limit the activities gathered, the actrpt way - zero means all.
*> Report to sodrpt01; return code 4 when any conflict is listed.
identification division.
program-id. sodrpt.
environment division.
input-output section.
file-control.
	select act-file assign to "actlog"
		file status is W90-act-status.
	select jrnl-file assign to "empjrnl"
		file status is W90-jrnl-status.
	select sal-audit-file assign to "salaudit"
		file status is W90-audit-status.
	select pos-hist-file assign to "poshist"
		file status is W90-pos-status.
	select sod-rpt assign to "sodrpt01"
		file status is W90-rpt-status.
data division.
file section.
fd	act-file.
01	act-rec.
	copy act-log-rec.
fd	jrnl-file.
01	jrnl-rec.
	copy emp-jrnl-rec.
fd	sal-audit-file.
01	sal-audit-file-rec.
	copy sal-audit-rec.
fd	pos-hist-file.
01	pos-hist-rec.
	copy pos-hist-rec.
fd	sod-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-over-sw			pic X value "N".
		88	W10-over				value "Y".
01	W20-counters.
	05	W20-event-count		pic 9(5) comp value 0.
	05	W20-last-count		pic 9(5) comp value 0.
	05	W20-conflict-count	pic 9(5) comp value 0.
	05	W20-pair-sub		pic 9(2) comp value 0.
01	W30-from-date			pic 9(8).
01	W30-to-date				pic 9(8).
01	W30-activity			pic X(8).
01	W30-operator			pic X(5).
01	W30-emp-id				pic X(5).
01	W30-date				pic 9(8).
01	W40-gap-days			pic S9(7) comp.
*> Every activity gathered, with its 30/360 day number for the
*> window test.
01	W60-event-table.
	05	W60-event-entry occurs 10000 times indexed by evt-idx evt-idx2.
		10	W60-evt-activity	pic X(8).
		10	W60-evt-operator	pic X(5).
		10	W60-evt-emp-id		pic X(5).
		10	W60-evt-date		pic 9(8).
		10	W60-evt-days		pic 9(7) comp.
*> The bank pair each employee's last journal image carried.
01	W62-last-table.
	05	W62-last-entry occurs 5000 times indexed by last-idx.
		10	W62-last-emp-id		pic X(5).
		10	W62-last-routing	pic X(9).
		10	W62-last-account	pic X(12).
	copy sod-tab.
01	W90-act-status			pic XX.
	88	W90-act-ok				value "00".
01	W90-jrnl-status			pic XX.
	88	W90-jrnl-ok				value "00".
01	W90-audit-status		pic XX.
	88	W90-audit-ok			value "00".
01	W90-pos-status			pic XX.
	88	W90-pos-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "I".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(80) value
		"Segregation of Duties Conflicts".
01	W50-column-header.
	05	filler				pic X(80) value
		"Oper   Emp    Date      Date      Conflict".
01	W50-detail-line.
	05	W50-det-oper		pic X(5).
	05	filler				pic X(2).
	05	W50-det-emp			pic X(5).
	05	filler				pic X(2).
	05	W50-det-date-a		pic 9(8).
	05	filler				pic X(2).
	05	W50-det-date-b		pic 9(8).
	05	filler				pic X(2).
	05	W50-det-text		pic X(40).
	05	filler				pic X(6).
01	W50-total-line.
	05	filler				pic X(20) value "Activities gathered:".
	05	W50-tot-events		pic ZZZZ9.
	05	filler				pic X(14) value "   Conflicts: ".
	05	W50-tot-conflicts	pic ZZZZ9.
	05	filler				pic X(36).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	display "From date (yyyymmdd, 0 for all): " with no advancing
	accept W30-from-date
	display "To date (yyyymmdd, 0 for all): " with no advancing
	accept W30-to-date
	if W30-to-date = 0
		move 99999999 to W30-to-date
	end-if
	open output sod-rpt
	if not W90-rpt-ok
		display "sodrpt: unable to open sodrpt01, status " W90-rpt-status
		move 16 to return-code
		goback
	end-if
	perform B100-load-activity
	perform B200-load-journal
	perform B300-load-salaudit
	perform B400-load-poshist
	if W10-over
		display "sodrpt: more than 10000 activities in the range - the "
			"rest are not checked. Narrow the dates."
	end-if
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
	perform varying W20-pair-sub from 1 by 1
			until W20-pair-sub > SOD-PAIR-COUNT
		perform C100-apply-pair
	end-perform
	move spaces to rpt-line
	write rpt-line
	move W20-event-count to W50-tot-events
	move W20-conflict-count to W50-tot-conflicts
	write rpt-line from W50-total-line
	close sod-rpt
	display "Segregation-of-duties report written to sodrpt01."
	display "Activities gathered: " W20-event-count
	display "Conflicts listed:    " W20-conflict-count
	if W20-conflict-count > 0
		move 4 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B100-load-activity.
	open input act-file
	if not W90-act-ok
		display "sodrpt: no actlog (status " W90-act-status
			") - program runs are not checked."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z100-read-activity
	perform until W10-eof
		if act-is-start of act-rec and act-program of act-rec not = spaces
			move act-program of act-rec to W30-activity
			move act-operator of act-rec to W30-operator
			move spaces to W30-emp-id
			move act-ts-date of act-rec to W30-date
			perform X100-add-event
		end-if
		perform Z100-read-activity
	end-perform
	close act-file.
B200-load-journal.
	*> The journal runs oldest first, so the pair the previous image
	*> of an employee carried is always to hand for the rewrite that
	*> follows it. An employee first seen on a rewrite gives nothing
	*> to compare against and only sets the starting pair.
	open input jrnl-file
	if not W90-jrnl-ok
		display "sodrpt: no empjrnl (status " W90-jrnl-status
			") - bank and new-hire keying are not checked."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z200-read-journal
	perform until W10-eof
		move jrnl-operator to W30-operator
		move emp-id of jrnl-after-image to W30-emp-id
		move jrnl-ts-date to W30-date
		perform X200-find-last
		evaluate true
			when jrnl-is-write
				move "EMPADD  " to W30-activity
				perform X100-add-event
				if emp-bank-routing of jrnl-after-image not = spaces
						or emp-bank-account of jrnl-after-image not = spaces
					move "BANKKEY " to W30-activity
					perform X100-add-event
				end-if
			when jrnl-is-rewrite and W10-found
				if emp-bank-routing of jrnl-after-image
						not = W62-last-routing(last-idx)
					or emp-bank-account of jrnl-after-image
						not = W62-last-account(last-idx)
					move "BANKKEY " to W30-activity
					perform X100-add-event
				end-if
		end-evaluate
		if W10-found
			move emp-bank-routing of jrnl-after-image
				to W62-last-routing(last-idx)
			move emp-bank-account of jrnl-after-image
				to W62-last-account(last-idx)
		end-if
		perform Z200-read-journal
	end-perform
	close jrnl-file.
B300-load-salaudit.
	open input sal-audit-file
	if not W90-audit-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z300-read-audit
	perform until W10-eof
		move "SALKEY  " to W30-activity
		move saud-operator to W30-operator
		move saud-emp-id to W30-emp-id
		move saud-changed-date to W30-date
		perform X100-add-event
		perform Z300-read-audit
	end-perform
	close sal-audit-file.
B400-load-poshist.
	open input pos-hist-file
	if not W90-pos-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z400-read-position
	perform until W10-eof
		move "POSKEY  " to W30-activity
		move phs-operator to W30-operator
		move phs-emp-id to W30-emp-id
		move phs-ts-date to W30-date
		perform X100-add-event
		perform Z400-read-position
	end-perform
	close pos-hist-file.
C100-apply-pair.
	perform varying evt-idx from 1 by 1 until evt-idx > W20-event-count
		if W60-evt-activity(evt-idx) = SOD-ACTIVITY-A(W20-pair-sub)
			perform C200-find-other-side
		end-if
	end-perform.
C200-find-other-side.
	move "N" to W10-found-sw
	perform varying evt-idx2 from 1 by 1
			until evt-idx2 > W20-event-count or W10-found
		if W60-evt-activity(evt-idx2) = SOD-ACTIVITY-B(W20-pair-sub)
				and W60-evt-operator(evt-idx2) = W60-evt-operator(evt-idx)
				and (W60-evt-emp-id(evt-idx2) = W60-evt-emp-id(evt-idx)
					or W60-evt-emp-id(evt-idx2) = spaces
					or W60-evt-emp-id(evt-idx) = spaces)
			compute W40-gap-days =
				W60-evt-days(evt-idx2) - W60-evt-days(evt-idx)
			if W40-gap-days < 0
				compute W40-gap-days = 0 - W40-gap-days
			end-if
			if W40-gap-days <= SOD-WINDOW-DAYS(W20-pair-sub)
				move "Y" to W10-found-sw
			end-if
		end-if
	end-perform
	if W10-found
		set evt-idx2 down by 1
		add 1 to W20-conflict-count
		move W60-evt-operator(evt-idx) to W50-det-oper
		move W60-evt-emp-id(evt-idx) to W50-det-emp
		if W50-det-emp = spaces
			move W60-evt-emp-id(evt-idx2) to W50-det-emp
		end-if
		move W60-evt-date(evt-idx) to W50-det-date-a
		move W60-evt-date(evt-idx2) to W50-det-date-b
		move SOD-DESCRIPTION(W20-pair-sub) to W50-det-text
		write rpt-line from W50-detail-line
	end-if.
X100-add-event.
	*> Activities nobody signed for (a record written before the
	*> operator was kept, an unattended batch load) cannot conflict
	*> with anything and are not gathered.
	if W30-operator = spaces
			or W30-date < W30-from-date or W30-date > W30-to-date
		exit paragraph
	end-if
	if W20-event-count >= 10000
		move "Y" to W10-over-sw
		exit paragraph
	end-if
	add 1 to W20-event-count
	set evt-idx to W20-event-count
	move W30-activity to W60-evt-activity(evt-idx)
	move W30-operator to W60-evt-operator(evt-idx)
	move W30-emp-id to W60-evt-emp-id(evt-idx)
	move W30-date to W60-evt-date(evt-idx)
	compute W60-evt-days(evt-idx) =
		(function numval(W30-date(1:4)) * 360)
		+ (function numval(W30-date(5:2)) * 30)
		+ function numval(W30-date(7:2)).
X200-find-last.
	*> Finds (or starts) the employee's entry in the last-pair table;
	*> W10-found says whether an earlier image was there to compare.
	move "N" to W10-found-sw
	perform varying last-idx from 1 by 1
			until last-idx > W20-last-count or W10-found
		if W62-last-emp-id(last-idx) = W30-emp-id
			move "Y" to W10-found-sw
		end-if
	end-perform
	if W10-found
		set last-idx down by 1
	else
		if W20-last-count < 5000
			add 1 to W20-last-count
			set last-idx to W20-last-count
			move W30-emp-id to W62-last-emp-id(last-idx)
			move emp-bank-routing of jrnl-after-image
				to W62-last-routing(last-idx)
			move emp-bank-account of jrnl-after-image
				to W62-last-account(last-idx)
		end-if
	end-if.
Z100-read-activity.
	read act-file
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-journal.
	read jrnl-file
		at end move "Y" to W10-eof-sw
	end-read.
Z300-read-audit.
	read sal-audit-file
		at end move "Y" to W10-eof-sw
	end-read.
Z400-read-position.
	read pos-hist-file
		at end move "Y" to W10-eof-sw
	end-read.
