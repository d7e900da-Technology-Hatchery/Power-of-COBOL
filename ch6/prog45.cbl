*> Monthly headcount movement and staff turnover.
*> Every month HR was asked how many joined, left, moved and came
*> back, and answered by laying two emp001 printouts side by side.
*> For an operator-supplied month this rebuilds the movement from
*> the records themselves: live and not-yet-archived staff on emp001
*> plus the leavers emparch (ch6/prog13.cbl) has moved to the
*> emphist archive, each with its hire and termination dates; the
*> department each was in at the start and end of the month, taken
*> back through the dept changes on poshist (pos-hist-rec.cpy); and
*> emp-rehire-sw, which emprehir (ch6/prog35.cbl) sets, to tell a
*> returner from a new starter. Per branch and department it prints
*> the opening headcount, starters, rehires, leavers, transfers in
*> and out, and the closing headcount - and checks each line
*> reconciles, opening plus the movements giving the closing - with
*> the turnover rate (leavers over the average of opening and
*> closing) beside it. The foot gives the same for the whole
*> organisation and the leavers' average length of service. An
*> employee moved twice in the month counts as one transfer from
*> where they started to where they ended; poshist does not carry
*> branch moves, so staff are counted under their branch of record.
*> A rehire's earlier spell was closed when emprehir brought them
*> back, so months before the return count them from the return.
identification division.
program-id. hcmove.
environment division.
input-output section.
file-control.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select emp-hist assign to "emphist"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-hist-rec
		file status is W90-hist-status.
	select pos-hist-file assign to "poshist"
		file status is W90-pos-status.
	select mov-rpt assign to "hcmov01"
		file status is W90-rpt-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	emp-hist.
01	emp-hist-rec.
	copy emp-rec.
fd	pos-hist-file.
01	pos-hist-rec.
	copy pos-hist-rec.
fd	mov-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-in-open-sw		pic X value "N".
		88	W10-in-open				value "Y".
	05	W10-in-close-sw		pic X value "N".
		88	W10-in-close			value "Y".
01	W20-counters.
	05	W20-emp-count		pic 9(5) comp value 0.
	05	W20-arch-count		pic 9(5) comp value 0.
	05	W20-pos-count		pic 9(4) comp value 0.
	05	W20-row-count		pic 9(3) comp value 0.
	05	W20-row				pic 9(3) comp value 0.
	05	W20-sub1			pic 9(3) comp value 0.
	05	W20-unrecon-count	pic 9(3) comp value 0.
01	W30-month				pic 9(6).
01	W30-month-start			pic 9(8).
01	W30-month-end			pic 9(8).
*> The eve of the month for the as-of test - yyyymm00 sorts just
*> before the first, which is all a comparison needs.
01	W30-month-eve			pic 9(8).
01	W40-mov-work.
	05	W40-open-dept		pic X(4).
	05	W40-close-dept		pic X(4).
	05	W40-move-dept		pic X(4).
	05	W40-as-of-date		pic 9(8).
	05	W40-as-of-dept		pic X(4).
	05	W40-first-eff		pic 9(8).
	05	W40-key-br			pic X(3).
	05	W40-key-dept		pic X(4).
	05	W40-hire-date		pic 9(8).
	05	filler redefines W40-hire-date.
		10	W40-hire-year		pic 9(4).
		10	W40-hire-month		pic 9(2).
		10	filler			pic 9(2).
	05	W40-term-date		pic 9(8).
	05	filler redefines W40-term-date.
		10	W40-term-year		pic 9(4).
		10	W40-term-month		pic 9(2).
		10	filler			pic 9(2).
	05	W40-service-months	pic S9(5) comp.
	05	W40-avg-heads		pic S9(5)v9 comp-3.
	05	W40-turnover		pic S9(5)v9 comp-3.
	05	W40-avg-service		pic S9(3)v9 comp-3.
*> The employee being classified, off emp001 or the archive.
01	mov-emp.
	copy emp-rec.
*> Every department move on poshist - grade and manager changes
*> that left the department alone are not movements.
01	W60-pos-table.
	05	W60-pos-entry occurs 5000 times indexed by pos-idx.
		10	W60-pos-emp-id		pic X(5).
		10	W60-pos-eff-date	pic 9(8).
		10	W60-pos-old-dept	pic X(4).
*> One row per branch and department, kept in branch/dept order;
*> the last row is the organisation total, built at the end.
01	W70-row-table.
	05	W70-row-entry occurs 501 times.
		10	W70-br				pic X(3).
		10	W70-dept			pic X(4).
		10	W70-counts.
			15	W70-open		pic 9(5) comp.
			15	W70-start		pic 9(5) comp.
			15	W70-rehire		pic 9(5) comp.
			15	W70-leave		pic 9(5) comp.
			15	W70-in			pic 9(5) comp.
			15	W70-out			pic 9(5) comp.
			15	W70-close		pic 9(5) comp.
			15	W70-svc-months	pic 9(7) comp.
*> A branch's running total while its departments print.
01	W70-branch-total.
	05	W70-bt-open			pic 9(5) comp.
	05	W70-bt-start		pic 9(5) comp.
	05	W70-bt-rehire		pic 9(5) comp.
	05	W70-bt-leave		pic 9(5) comp.
	05	W70-bt-in			pic 9(5) comp.
	05	W70-bt-out			pic 9(5) comp.
	05	W70-bt-close		pic 9(5) comp.
	05	W70-bt-svc-months	pic 9(7) comp.
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-pos-status			pic XX.
	88	W90-pos-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(37) value
		"Headcount Movement and Turnover".
	05	filler				pic X(7) value "Month: ".
	05	W50-hdr-month		pic 9(6).
	05	filler				pic X(30).
01	W50-column-header.
	05	filler				pic X(80) value
		"Br  Dept  Open Start Rehir Leave  TrIn TrOut Close Turn%".
01	W50-row-line.
	05	W50-row-br			pic X(4).
	05	W50-row-dept		pic X(5).
	05	W50-row-open		pic ZZZZ9.
	05	filler				pic X.
	05	W50-row-start		pic ZZZZ9.
	05	filler				pic X.
	05	W50-row-rehire		pic ZZZZ9.
	05	filler				pic X.
	05	W50-row-leave		pic ZZZZ9.
	05	filler				pic X.
	05	W50-row-in			pic ZZZZ9.
	05	filler				pic X.
	05	W50-row-out			pic ZZZZ9.
	05	filler				pic X.
	05	W50-row-close		pic ZZZZ9.
	05	filler				pic X.
	05	W50-row-turnover	pic ZZ9.9.
	05	filler				pic X.
	05	W50-row-recon		pic X(17).
01	W50-service-line.
	05	filler				pic X(38) value
		"Average length of service of leavers:".
	05	W50-avg-service		pic ZZ9.9.
	05	filler				pic X(6) value " years".
	05	filler				pic X(31).
01	W50-recon-line.
	05	W50-recon-text		pic X(80).
	copy date-routines.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	display "Enter movement month (yyyymm): " with no advancing
	accept W30-month
	compute W30-month-start = W30-month * 100 + 1
	move W30-month-start to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID
		display "hcmove: month is not valid."
		move 16 to return-code
		goback
	end-if
	compute W30-month-end = W30-month * 100 + 31
	compute W30-month-eve = W30-month * 100
	perform B100-load-dept-moves
	open input emp-list
	if not W90-emp-ok
		display "hcmove: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	open output mov-rpt
	if not W90-rpt-ok
		display "hcmove: unable to open hcmov01, status " W90-rpt-status
		close emp-list
		move 16 to return-code
		goback
	end-if
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
			add 1 to W20-emp-count
			move emp-list-rec to mov-emp
			perform C100-classify-employee
		end-if
	end-perform
	close emp-list
	*> No archive yet is simply no archived leavers.
	open input emp-hist
	if W90-hist-ok
		move "N" to W10-eof-sw
		move low-values to emp-id of emp-hist-rec
		start emp-hist key is >= emp-id of emp-hist-rec
			invalid key
				move "Y" to W10-eof-sw
		end-start
		perform until W10-eof
			read emp-hist next record
				at end move "Y" to W10-eof-sw
			end-read
			if not W10-eof and emp-id of emp-hist-rec not = "99999"
				add 1 to W20-arch-count
				move emp-hist-rec to mov-emp
				perform C100-classify-employee
			end-if
		end-perform
		close emp-hist
	end-if
	perform D100-print-report
	close mov-rpt
	display "Headcount movement for " W30-month " written to hcmov01."
	display "emp001 employees read:  " W20-emp-count
	display "emphist leavers read:   " W20-arch-count
	if W20-unrecon-count > 0
		display "hcmove: " W20-unrecon-count
			" line(s) do not reconcile - see hcmov01."
		move 8 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B100-load-dept-moves.
	move 0 to W20-pos-count
	open input pos-hist-file
	if W90-pos-ok
		move "N" to W10-eof-sw
		perform Z100-read-poshist
		perform until W10-eof
			if phs-old-dept not = phs-new-dept
				if W20-pos-count >= 5000
					display "hcmove: poshist holds more department "
						"moves than the table - run refused."
					close pos-hist-file
					move 16 to return-code
					goback
				end-if
				add 1 to W20-pos-count
				move phs-emp-id to W60-pos-emp-id(W20-pos-count)
				move phs-eff-date to W60-pos-eff-date(W20-pos-count)
				move phs-old-dept to W60-pos-old-dept(W20-pos-count)
			end-if
			perform Z100-read-poshist
		end-perform
		close pos-hist-file
	end-if.
C100-classify-employee.
	*> On the books at the end of a day: hired on or before it and
	*> not terminated by it. Opening is the eve of the month,
	*> closing its last day.
	move emp-hire-date of mov-emp to W40-hire-date
	move emp-term-date of mov-emp to W40-term-date
	move emp-br-code of mov-emp to W40-key-br
	move "N" to W10-in-open-sw
	move "N" to W10-in-close-sw
	if W40-hire-date < W30-month-start
			and (W40-term-date = 0 or W40-term-date >= W30-month-start)
		move "Y" to W10-in-open-sw
		move W30-month-eve to W40-as-of-date
		perform X100-dept-as-of
		move W40-as-of-dept to W40-open-dept
		move W40-open-dept to W40-key-dept
		perform X200-find-row
		add 1 to W70-open(W20-row)
	end-if
	if W40-hire-date <= W30-month-end
			and (W40-term-date = 0 or W40-term-date > W30-month-end)
		move "Y" to W10-in-close-sw
		move W30-month-end to W40-as-of-date
		perform X100-dept-as-of
		move W40-as-of-dept to W40-close-dept
		move W40-close-dept to W40-key-dept
		perform X200-find-row
		add 1 to W70-close(W20-row)
	end-if
	if W10-in-open and W10-in-close
			and W40-open-dept not = W40-close-dept
		move W40-open-dept to W40-key-dept
		perform X200-find-row
		add 1 to W70-out(W20-row)
		move W40-close-dept to W40-key-dept
		perform X200-find-row
		add 1 to W70-in(W20-row)
	end-if
	*> Someone who joined and left inside the month belongs to the
	*> department they left from, for both movements.
	if W40-term-date not = 0 and not W10-in-open
			and not W10-in-close
			and W40-hire-date >= W30-month-start
		move W40-term-date to W40-as-of-date
		perform X100-dept-as-of
		move W40-as-of-dept to W40-move-dept
	else
		move W40-close-dept to W40-move-dept
	end-if
	if not W10-in-open and W40-hire-date >= W30-month-start
			and W40-hire-date <= W30-month-end
		move W40-move-dept to W40-key-dept
		perform X200-find-row
		if emp-is-rehire of mov-emp
			add 1 to W70-rehire(W20-row)
		else
			add 1 to W70-start(W20-row)
		end-if
	end-if
	if W40-term-date >= W30-month-start
			and W40-term-date <= W30-month-end
			and W40-hire-date <= W40-term-date
		if W10-in-open
			move W40-open-dept to W40-key-dept
		else
			move W40-move-dept to W40-key-dept
		end-if
		perform X200-find-row
		add 1 to W70-leave(W20-row)
		compute W40-service-months =
			(W40-term-year - W40-hire-year) * 12
				+ W40-term-month - W40-hire-month
		if W40-service-months > 0
			add W40-service-months to W70-svc-months(W20-row)
		end-if
	end-if.
D100-print-report.
	move W30-month to W50-hdr-month
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
	move spaces to rpt-line
	write rpt-line
	initialize W70-branch-total
	initialize W70-row-entry(501)
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-row-count
		if W20-sub1 > 1
			if W70-br(W20-sub1) not = W70-br(W20-sub1 - 1)
				perform D300-print-branch-total
			end-if
		end-if
		move W70-br(W20-sub1) to W50-row-br
		move W70-dept(W20-sub1) to W50-row-dept
		move W20-sub1 to W20-row
		perform D200-print-row
		add W70-open(W20-sub1) to W70-bt-open W70-open(501)
		add W70-start(W20-sub1) to W70-bt-start W70-start(501)
		add W70-rehire(W20-sub1) to W70-bt-rehire W70-rehire(501)
		add W70-leave(W20-sub1) to W70-bt-leave W70-leave(501)
		add W70-in(W20-sub1) to W70-bt-in W70-in(501)
		add W70-out(W20-sub1) to W70-bt-out W70-out(501)
		add W70-close(W20-sub1) to W70-bt-close W70-close(501)
		add W70-svc-months(W20-sub1)
			to W70-bt-svc-months W70-svc-months(501)
	end-perform
	if W20-row-count > 0
		perform D300-print-branch-total
	end-if
	move "ALL" to W50-row-br
	move "ALL" to W50-row-dept
	move 501 to W20-row
	perform D200-print-row
	move spaces to rpt-line
	write rpt-line
	if W70-leave(501) > 0
		compute W40-avg-service rounded =
			W70-svc-months(501) / W70-leave(501) / 12
	else
		move 0 to W40-avg-service
	end-if
	move W40-avg-service to W50-avg-service
	write rpt-line from W50-service-line
	if W20-unrecon-count = 0
		move "All lines reconcile: open + start + rehire - leave + in - out = close."
			to W50-recon-text
	else
		move "Lines marked DOES NOT RECONCILE need investigating."
			to W50-recon-text
	end-if
	write rpt-line from W50-recon-line.
D200-print-row.
	move W70-open(W20-row) to W50-row-open
	move W70-start(W20-row) to W50-row-start
	move W70-rehire(W20-row) to W50-row-rehire
	move W70-leave(W20-row) to W50-row-leave
	move W70-in(W20-row) to W50-row-in
	move W70-out(W20-row) to W50-row-out
	move W70-close(W20-row) to W50-row-close
	compute W40-avg-heads =
		(W70-open(W20-row) + W70-close(W20-row)) / 2
	if W40-avg-heads > 0
		compute W40-turnover rounded =
			W70-leave(W20-row) * 100 / W40-avg-heads
	else
		move 0 to W40-turnover
	end-if
	if W40-turnover > 999.9
		move 999.9 to W40-turnover
	end-if
	move W40-turnover to W50-row-turnover
	if W70-open(W20-row) + W70-start(W20-row) + W70-rehire(W20-row)
			+ W70-in(W20-row)
			= W70-close(W20-row) + W70-leave(W20-row) + W70-out(W20-row)
		move spaces to W50-row-recon
	else
		move "DOES NOT RECONCILE" to W50-row-recon
		add 1 to W20-unrecon-count
	end-if
	write rpt-line from W50-row-line.
D300-print-branch-total.
	*> The branch total prints from the spare slot past the last
	*> row, through the same path and reconciliation test.
	initialize W70-row-entry(W20-row-count + 1)
	move W70-bt-open to W70-open(W20-row-count + 1)
	move W70-bt-start to W70-start(W20-row-count + 1)
	move W70-bt-rehire to W70-rehire(W20-row-count + 1)
	move W70-bt-leave to W70-leave(W20-row-count + 1)
	move W70-bt-in to W70-in(W20-row-count + 1)
	move W70-bt-out to W70-out(W20-row-count + 1)
	move W70-bt-close to W70-close(W20-row-count + 1)
	move spaces to W50-row-br
	move "TOT" to W50-row-dept
	compute W20-row = W20-row-count + 1
	perform D200-print-row
	move spaces to rpt-line
	write rpt-line
	initialize W70-branch-total.
X100-dept-as-of.
	*> The department at the end of W40-as-of-date: the one the
	*> earliest later move took them out of, or where they are now
	*> if nothing has moved them since.
	move emp-dept-code of mov-emp to W40-as-of-dept
	move 99999999 to W40-first-eff
	perform varying pos-idx from 1 by 1 until pos-idx > W20-pos-count
		if W60-pos-emp-id(pos-idx) = emp-id of mov-emp
				and W60-pos-eff-date(pos-idx) > W40-as-of-date
				and W60-pos-eff-date(pos-idx) < W40-first-eff
			move W60-pos-eff-date(pos-idx) to W40-first-eff
			move W60-pos-old-dept(pos-idx) to W40-as-of-dept
		end-if
	end-perform.
X200-find-row.
	*> The row for W40-key-br/W40-key-dept, opened in its sorted
	*> place the first time it is needed.
	move "N" to W10-found-sw
	perform varying W20-row from 1 by 1
			until W20-row > W20-row-count or W10-found
		if W70-br(W20-row) = W40-key-br
				and W70-dept(W20-row) = W40-key-dept
			move "Y" to W10-found-sw
		end-if
	end-perform
	if W10-found
		subtract 1 from W20-row
		exit paragraph
	end-if
	if W20-row-count >= 499
		display "hcmove: more branch/department lines than the "
			"report holds - run refused."
		close mov-rpt
		move 16 to return-code
		goback
	end-if
	move 1 to W20-row
	perform until W20-row > W20-row-count
			or W70-br(W20-row) > W40-key-br
			or (W70-br(W20-row) = W40-key-br
				and W70-dept(W20-row) > W40-key-dept)
		add 1 to W20-row
	end-perform
	perform varying W20-sub1 from W20-row-count by -1
			until W20-sub1 < W20-row
		move W70-row-entry(W20-sub1) to W70-row-entry(W20-sub1 + 1)
	end-perform
	add 1 to W20-row-count
	initialize W70-row-entry(W20-row)
	move W40-key-br to W70-br(W20-row)
	move W40-key-dept to W70-dept(W20-row).
Z100-read-poshist.
	read pos-hist-file
		at end move "Y" to W10-eof-sw
	end-read.
