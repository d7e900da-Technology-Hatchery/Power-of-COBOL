*> Branch and department restructure run.
*> When a branch closes or two departments merge, every affected
*> employee had to be re-keyed in empmaint one at a time, and the
*> costallc splits and deptmast budgets were left pointing at dead
*> codes. This takes an old-to-new mapping of department and/or
*> branch codes with one effective date and carries the whole
*> suite across in one pass: every live employee on emp001 moves
*> (journaled to empjrnl and written to poshist - the department
*> before and after; a branch-only move shows the department
*> unchanged, the branch riding the journal image), the posts on
*> postmast follow so position control still matches its holders,
*> future-dated changes still pending on emppend are re-pointed so
*> they cannot put anyone back, costallc lines move to the new
*> department (two lines that land on the same department for one
*> employee merge into one), and each old department's deptmast
*> budget - heads and salary - is rolled into the new one and the
*> old left at zero; its minimum cover (leavappr, ch8/prog2.cbl)
*> rolls the same way, so the merged department keeps the staff
*> both halves needed on a working day. The new codes must already
*> be on deptmast (dptedit) and brmast (brcdedit).
*> Run mode as saladj (ch6/prog11.cbl): a PREVIEW run prints the
*> full impact to rstrct01 and opens nothing for update; a COMMIT
*> run prints the same lines and applies them, behind an empbkup
*> generation, the nightly lock and an update-authority sign-on.
identification division.
program-id. restruct.
environment division.
input-output section.
file-control.
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
	select post-mast assign to "postmast"
		organization is indexed
		access mode is dynamic
		record key is pst-post-id of post-mast-rec
		file status is W90-post-status.
	select pend-chg-file assign to "emppend"
		file status is W90-pend-status.
	select alloc-file assign to "costallc"
		file status is W90-alloc-status.
	select jrnl-file assign to "empjrnl"
		file status is W90-jrnl-status.
	select pos-hist-file assign to "poshist"
		file status is W90-pos-status.
	select rstr-rpt assign to "rstrct01"
		file status is W90-rpt-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	dept-mast.
01	dept-mast-rec.
	copy dept-mast-rec.
fd	post-mast.
01	post-mast-rec.
	copy post-rec.
fd	pend-chg-file.
01	pend-chg-rec.
	copy emp-pend-rec.
fd	alloc-file.
01	alloc-file-rec.
	copy cost-alloc-rec.
fd	jrnl-file.
01	jrnl-rec.
	copy emp-jrnl-rec.
fd	pos-hist-file.
01	pos-hist-rec.
	copy pos-hist-rec.
fd	rstr-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-commit-sw		pic X value "N".
		88	W10-commit-run			value "Y".
	05	W10-post-open-sw	pic X value "N".
		88	W10-post-open			value "Y".
	05	W10-pend-open-sw	pic X value "N".
		88	W10-pend-open			value "Y".
	05	W10-pos-open-sw		pic X value "N".
		88	W10-pos-open			value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-valid-sw		pic X value "N".
		88	W10-valid				value "Y".
	05	W10-moved-sw		pic X value "N".
		88	W10-moved				value "Y".
01	W20-counters.
	05	W20-emp-count		pic 9(5) comp value 0.
	05	W20-post-count		pic 9(5) comp value 0.
	05	W20-pend-count		pic 9(5) comp value 0.
	05	W20-alloc-moved		pic 9(5) comp value 0.
	05	W20-budget-count	pic 9(5) comp value 0.
	05	W20-dept-sub		pic 9(3) comp value 0.
	05	W20-br-sub			pic 9(3) comp value 0.
	05	W20-map-sub			pic 9(3) comp value 0.
	05	W20-sub1			pic 9(3) comp value 0.
	05	W20-sub2			pic 9(3) comp value 0.
	05	W20-alloc-count		pic 9(3) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-eff-date			pic 9(8).
01	W30-mode-choice			pic X.
01	W30-map-type			pic X.
01	W30-map-old				pic X(4).
01	W30-map-new				pic X(4).
01	W40-today				pic 9(8).
01	W40-look-code			pic X(4).
01	W40-old-dept			pic X(4).
01	W40-old-br				pic X(3).
01	W40-new-dept			pic X(4).
01	W40-new-br				pic X(3).
01	W40-roll-heads			pic 9(5).
01	W40-roll-salary			pic 9(9).
01	W40-roll-cover			pic 9(5).
01	W60-change-stamp.
	05	W60-change-date		pic 9(8).
	05	W60-change-time		pic 9(8).
*> The mapping keyed for this run - one old code to one new, per
*> department ("D") or branch ("B"), with what each one moved.
01	W60-map-table.
	05	W60-map-count		pic 9(3) comp value 0.
	05	W60-map-entry occurs 20 times.
		10	W60-map-type		pic X.
			88	W60-map-is-dept			value "D".
			88	W60-map-is-branch		value "B".
		10	W60-map-old			pic X(4).
		10	W60-map-new			pic X(4).
		10	W60-map-emps		pic 9(5) comp.
		10	W60-map-posts		pic 9(5) comp.
		10	W60-map-allocs		pic 9(5) comp.
		10	W60-map-pends		pic 9(5) comp.
*> costallc, loaded whole the allocmnt (ch6/prog39.cbl) way.
01	alloc-table.
	05	alloc-table-entry occurs 500 times.
		copy cost-alloc-rec replacing ==05== by ==10==.
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-dept-status			pic XX.
	88	W90-dept-ok				value "00".
01	W90-post-status			pic XX.
	88	W90-post-ok				value "00".
01	W90-pend-status			pic XX.
	88	W90-pend-ok				value "00".
01	W90-alloc-status		pic XX.
	88	W90-alloc-ok			value "00".
01	W90-jrnl-status			pic XX.
	88	W90-jrnl-ok				value "00".
01	W90-pos-status			pic XX.
	88	W90-pos-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5) value spaces.
01	W90-program-name		pic X(8) value "restruct".
01	W90-act-event			pic X.
01	W90-bkup-sw				pic X.
	88	W90-bkup-ok				value "Y".
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
	copy rpt-writer.
	copy date-routines.
01	W50-title.
	05	filler				pic X(14) value "Restructure - ".
	05	W50-mode-label		pic X(8).
	05	filler				pic X(8).
01	W50-detail-line.
	05	W50-kind			pic X(7).
	05	W50-id				pic X(7).
	05	W50-name			pic X(12).
	05	W50-old-dept		pic X(4).
	05	W50-dept-arrow		pic X.
	05	W50-new-dept		pic X(4).
	05	filler				pic X(3).
	05	W50-old-br			pic X(3).
	05	W50-br-arrow		pic X.
	05	W50-new-br			pic X(3).
	05	filler				pic X(3).
	05	W50-detail			pic X(32).
01	W50-pct-detail.
	05	filler				pic X(8) value "percent ".
	05	W50-pct				pic ZZ9.99.
	05	W50-pct-note		pic X(18).
01	W50-budget-detail.
	05	filler				pic X(12) value "moved heads ".
	05	W50-bud-heads		pic ZZZZ9.
	05	filler				pic X(5) value " sal ".
	05	W50-bud-salary		pic ZZZZZZZZ9.
	05	filler				pic X.
01	W50-map-line.
	05	filler				pic X(2).
	05	W50-map-type		pic X(7).
	05	W50-map-old			pic X(5).
	05	filler				pic X(2) value "> ".
	05	W50-map-new			pic X(6).
	05	filler				pic X(11) value "Employees:".
	05	W50-map-emps		pic ZZZZ9.
	05	filler				pic X(9) value "  Posts:".
	05	W50-map-posts		pic ZZZZ9.
	05	filler				pic X(9) value "  Alloc:".
	05	W50-map-allocs		pic ZZZ9.
	05	filler				pic X(11) value "  Pending:".
	05	W50-map-pends		pic ZZZ9.
01	W50-total-line.
	05	filler				pic X(17) value "Employees moved:".
	05	W50-total-emps		pic ZZZZ9.
	05	filler				pic X(9) value "  Posts:".
	05	W50-total-posts		pic ZZZZ9.
	05	filler				pic X(9) value "  Alloc:".
	05	W50-total-allocs	pic ZZZZ9.
	05	filler				pic X(11) value "  Pending:".
	05	W50-total-pends		pic ZZZZ9.
	05	filler				pic X(11) value "  Budgets:".
	05	W50-total-budgets	pic ZZZ9.
procedure division.
A100-start.
	*> The nightly cycle's batch lock (suitelok, ch9/prog27.cbl).
	move "CHK " to W35-lok-function
	move "restruct" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "restruct: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U") - a commit run
	*> rewrites the master, and the id rides the journal and poshist.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W40-today from date yyyymmdd
	accept W60-change-date from date yyyymmdd
	accept W60-change-time from time
	perform B100-accept-mapping
	perform B300-accept-mode
	perform B400-open-files
	perform B500-load-allocations
	open output rstr-rpt
	if not W90-rpt-ok
		display "restruct: unable to open rstrct01, status " W90-rpt-status
		perform E100-close-files
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move W50-title to RW-REPORT-TITLE
	move "Kind   Id     Name        Dept        Branch    Detail"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	perform C100-move-employees
	if W10-post-open
		perform C200-move-posts
	end-if
	if W10-pend-open
		perform C300-move-pending
	end-if
	perform C400-move-allocations
	perform C500-roll-budgets
	perform C600-print-summary
	perform E100-close-files
	close rstr-rpt
	move "rstrct01" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "restruct: report produced but not archived."
	end-if
	if W10-commit-run
		display "Restructure COMMITTED effective " W30-eff-date " - "
			W20-emp-count " employee(s) moved; see rstrct01."
	else
		display "Preview only - nothing updated. " W20-emp-count
			" employee(s) would move; see rstrct01."
	end-if
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	goback.
B100-accept-mapping.
	display "Enter effective date (yyyymmdd, 0 = today): "
		with no advancing
	accept W30-eff-date
	if W30-eff-date = 0
		move W40-today to W30-eff-date
	end-if
	move W30-eff-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID
		display "restruct: effective date is not a valid date."
		move 16 to return-code
		goback
	end-if
	display "Key each old code and its new code; a blank type ends "
		"the list."
	move "D" to W30-map-type
	perform until W30-map-type = space
		display "Type (D department / B branch, blank to end): "
			with no advancing
		move space to W30-map-type
		accept W30-map-type
		evaluate W30-map-type
			when "d" move "D" to W30-map-type
			when "b" move "B" to W30-map-type
		end-evaluate
		if W30-map-type not = space
			perform B200-accept-one-pair
		end-if
	end-perform
	if W60-map-count = 0
		display "restruct: no mapping keyed - nothing to do."
		move 8 to return-code
		goback
	end-if.
B200-accept-one-pair.
	if W30-map-type not = "D" and W30-map-type not = "B"
		display "Type must be D or B."
		exit paragraph
	end-if
	if W60-map-count >= 20
		display "Twenty mappings is the most one run takes - run the "
			"rest separately."
		exit paragraph
	end-if
	move spaces to W30-map-old W30-map-new
	display "Old code: " with no advancing
	accept W30-map-old
	display "New code: " with no advancing
	accept W30-map-new
	if W30-map-old = spaces or W30-map-new = spaces
			or W30-map-old = W30-map-new
		display "Old and new codes are both required and must differ "
			"- not taken."
		exit paragraph
	end-if
	*> One step only: a code may not be both moved and moved to, or
	*> the order the mappings are applied would decide the outcome.
	move "Y" to W10-valid-sw
	perform varying W20-map-sub from 1 by 1
			until W20-map-sub > W60-map-count
		if W60-map-type(W20-map-sub) = W30-map-type
			if W60-map-old(W20-map-sub) = W30-map-old
					or W60-map-new(W20-map-sub) = W30-map-old
					or W60-map-old(W20-map-sub) = W30-map-new
				move "N" to W10-valid-sw
			end-if
		end-if
	end-perform
	if not W10-valid
		display "That code is already in the mapping - not taken."
		exit paragraph
	end-if
	if W30-map-type = "D"
		call "dptedit" using W30-map-new W10-valid-sw end-call
		if not W10-valid
			display "Department " W30-map-new " is not on deptmast - "
				"set it up through deptmnt first; not taken."
			exit paragraph
		end-if
	else
		if W30-map-old(4:1) not = space or W30-map-new(4:1) not = space
			display "Branch codes are three characters - not taken."
			exit paragraph
		end-if
		call "brcdedit" using W30-map-new(1:3) W10-valid-sw end-call
		if not W10-valid
			display "Branch " W30-map-new " is not on brmast - "
				"set it up through brmaint first; not taken."
			exit paragraph
		end-if
	end-if
	add 1 to W60-map-count
	move W30-map-type to W60-map-type(W60-map-count)
	move W30-map-old to W60-map-old(W60-map-count)
	move W30-map-new to W60-map-new(W60-map-count)
	move 0 to W60-map-emps(W60-map-count)
	move 0 to W60-map-posts(W60-map-count)
	move 0 to W60-map-allocs(W60-map-count)
	move 0 to W60-map-pends(W60-map-count).
B300-accept-mode.
	display "Run mode (P preview / C commit): " with no advancing
	accept W30-mode-choice
	if W30-mode-choice = "C" or W30-mode-choice = "c"
		move "Y" to W10-commit-sw
		move "COMMIT" to W50-mode-label
	else
		move "N" to W10-commit-sw
		move "PREVIEW" to W50-mode-label
	end-if
	if W10-commit-run and W30-eff-date > W40-today
		display "restruct: a restructure cannot be committed ahead of "
			"its date - preview it now, commit on the day."
		move 16 to return-code
		goback
	end-if.
B400-open-files.
	if W10-commit-run
		*> Generation backup (empbkup, ch9/prog14.cbl) before the
		*> master is opened for update. A preview never writes, so it
		*> never backs up.
		call "empbkup" using W90-bkup-sw end-call
		if not W90-bkup-ok
			display "restruct: emp001 backup failed - restructure not run."
			move 16 to return-code
			goback
		end-if
		open i-o emp-list
	else
		open input emp-list
	end-if
	if not W90-emp-ok
		display "restruct: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	if W10-commit-run
		open i-o dept-mast
	else
		open input dept-mast
	end-if
	if not W90-dept-ok
		display "restruct: unable to open deptmast, status "
			W90-dept-status
		close emp-list
		move 16 to return-code
		goback
	end-if
	*> No postmast is no position control yet, and no emppend is no
	*> change waiting - neither stops the run.
	if W10-commit-run
		open i-o post-mast
	else
		open input post-mast
	end-if
	if W90-post-ok
		move "Y" to W10-post-open-sw
	end-if
	if W10-commit-run
		open i-o pend-chg-file
	else
		open input pend-chg-file
	end-if
	if W90-pend-ok
		move "Y" to W10-pend-open-sw
	end-if
	if W10-commit-run
		*> Every move is journaled as an after-image to empjrnl so
		*> empjrpl can roll a restored backup forward - no journal,
		*> no commit.
		open extend jrnl-file
		if W90-jrnl-status = "35"
			open output jrnl-file
		end-if
		if not W90-jrnl-ok
			display "restruct: unable to open empjrnl, status "
				W90-jrnl-status " - restructure not run."
			perform E100-close-files
			move 16 to return-code
			goback
		end-if
		open extend pos-hist-file
		if W90-pos-status = "35"
			open output pos-hist-file
		end-if
		if W90-pos-ok
			move "Y" to W10-pos-open-sw
		else
			display "restruct: unable to open poshist, status "
				W90-pos-status " - moves NOT recorded in position history."
		end-if
	end-if.
B500-load-allocations.
	move 0 to W20-alloc-count
	open input alloc-file
	if W90-alloc-ok
		move "N" to W10-eof-sw
		perform Z300-read-alloc
		perform until W10-eof
			if W20-alloc-count >= 500
				display "restruct: costallc outgrew its table - "
					"restructure not run."
				close alloc-file
				perform E100-close-files
				move 16 to return-code
				goback
			end-if
			add 1 to W20-alloc-count
			move alloc-file-rec to alloc-table-entry(W20-alloc-count)
			perform Z300-read-alloc
		end-perform
		close alloc-file
	end-if.
C100-move-employees.
	move low-values to emp-id of emp-list-rec
	start emp-list key is >= emp-id of emp-list-rec
		invalid key move "Y" to W10-eof-sw
		not invalid key move "N" to W10-eof-sw
	end-start
	perform until W10-eof
		read emp-list next record
			at end move "Y" to W10-eof-sw
			not at end
				if emp-id of emp-list-rec not = "99999"
					perform C150-move-one-employee
				end-if
		end-read
	end-perform.
C150-move-one-employee.
	if emp-term-date of emp-list-rec not = 0
			and emp-term-date of emp-list-rec <= W40-today
		exit paragraph
	end-if
	move emp-dept-code of emp-list-rec to W40-old-dept
	move emp-br-code of emp-list-rec to W40-old-br
	perform X200-map-codes
	if not W10-moved
		exit paragraph
	end-if
	add 1 to W20-emp-count
	if W20-dept-sub > 0
		add 1 to W60-map-emps(W20-dept-sub)
	end-if
	if W20-br-sub > 0
		add 1 to W60-map-emps(W20-br-sub)
	end-if
	move "EMP" to W50-kind
	move emp-id of emp-list-rec to W50-id
	move emp-name of emp-list-rec to W50-name
	move spaces to W50-detail
	if emp-post-id of emp-list-rec not = spaces
		string "post " emp-post-id of emp-list-rec
			delimited by size into W50-detail
		end-string
	end-if
	perform W200-print-move
	if not W10-commit-run
		exit paragraph
	end-if
	move W40-new-dept to emp-dept-code of emp-list-rec
	move W40-new-br to emp-br-code of emp-list-rec
	move W60-change-date to emp-changed-date of emp-list-rec
	move W60-change-time to emp-changed-time of emp-list-rec
	rewrite emp-list-rec
		invalid key
			display "restruct: unable to rewrite " emp-id of emp-list-rec
				", status " W90-emp-status
		not invalid key
			perform J200-write-journal
			perform H200-write-position-history
	end-rewrite.
C200-move-posts.
	*> Every post, closed ones included, so a reopened post comes
	*> back under the code its department now trades as.
	move low-values to pst-post-id of post-mast-rec
	start post-mast key is >= pst-post-id of post-mast-rec
		invalid key move "Y" to W10-eof-sw
		not invalid key move "N" to W10-eof-sw
	end-start
	perform until W10-eof
		read post-mast next record
			at end move "Y" to W10-eof-sw
			not at end perform C250-move-one-post
		end-read
	end-perform.
C250-move-one-post.
	move pst-dept-code of post-mast-rec to W40-old-dept
	move pst-br-code of post-mast-rec to W40-old-br
	perform X200-map-codes
	if not W10-moved
		exit paragraph
	end-if
	add 1 to W20-post-count
	if W20-dept-sub > 0
		add 1 to W60-map-posts(W20-dept-sub)
	end-if
	if W20-br-sub > 0
		add 1 to W60-map-posts(W20-br-sub)
	end-if
	move "POST" to W50-kind
	move pst-post-id of post-mast-rec to W50-id
	move pst-title of post-mast-rec to W50-name
	evaluate true
		when pst-is-filled of post-mast-rec
			move spaces to W50-detail
			string "filled by " pst-emp-id of post-mast-rec
				delimited by size into W50-detail
			end-string
		when pst-is-vacant of post-mast-rec
			move "vacant" to W50-detail
		when other
			move "closed" to W50-detail
	end-evaluate
	perform W200-print-move
	if not W10-commit-run
		exit paragraph
	end-if
	move W40-new-dept to pst-dept-code of post-mast-rec
	move W40-new-br to pst-br-code of post-mast-rec
	move W40-today to pst-changed-date of post-mast-rec
	move W90-operator-id to pst-changed-by of post-mast-rec
	rewrite post-mast-rec
		invalid key
			display "restruct: unable to rewrite post "
				pst-post-id of post-mast-rec ", status " W90-post-status
	end-rewrite.
C300-move-pending.
	*> A change parked ahead of the restructure carries the old codes
	*> in its after-image - left alone, empfutr would move the
	*> employee straight back on the day it falls due.
	move "N" to W10-eof-sw
	perform Z200-read-pending
	perform until W10-eof
		if epc-is-pending of pend-chg-rec
			perform C350-move-one-pending
		end-if
		perform Z200-read-pending
	end-perform.
C350-move-one-pending.
	move emp-dept-code of epc-after-image of pend-chg-rec to W40-old-dept
	move emp-br-code of epc-after-image of pend-chg-rec to W40-old-br
	perform X200-map-codes
	if not W10-moved
		exit paragraph
	end-if
	add 1 to W20-pend-count
	if W20-dept-sub > 0
		add 1 to W60-map-pends(W20-dept-sub)
	end-if
	if W20-br-sub > 0
		add 1 to W60-map-pends(W20-br-sub)
	end-if
	move "PEND" to W50-kind
	move emp-id of epc-after-image of pend-chg-rec to W50-id
	move emp-name of epc-after-image of pend-chg-rec to W50-name
	move spaces to W50-detail
	string "change due " epc-eff-date of pend-chg-rec
		delimited by size into W50-detail
	end-string
	perform W200-print-move
	if not W10-commit-run
		exit paragraph
	end-if
	move W40-new-dept to emp-dept-code of epc-after-image of pend-chg-rec
	move W40-new-br to emp-br-code of epc-after-image of pend-chg-rec
	rewrite pend-chg-rec
	if not W90-pend-ok
		display "restruct: unable to rewrite emppend, status "
			W90-pend-status
	end-if.
C400-move-allocations.
	*> A line that lands on a department the employee already has a
	*> line for is folded into that line - allocmnt never allows two.
	move 1 to W20-sub1
	perform until W20-sub1 > W20-alloc-count
		move cal-dept-code of alloc-table-entry(W20-sub1) to W40-look-code
		perform X100-find-dept-map
		if W20-map-sub > 0
			perform C450-move-one-allocation
		else
			add 1 to W20-sub1
		end-if
	end-perform
	if W10-commit-run and W20-alloc-moved > 0
		open output alloc-file
		if not W90-alloc-ok
			display "restruct: unable to open costallc, status "
				W90-alloc-status " - allocations NOT moved."
			exit paragraph
		end-if
		perform varying W20-sub1 from 1 by 1
				until W20-sub1 > W20-alloc-count
			move alloc-table-entry(W20-sub1) to alloc-file-rec
			write alloc-file-rec
		end-perform
		close alloc-file
	end-if.
C450-move-one-allocation.
	add 1 to W20-alloc-moved
	add 1 to W60-map-allocs(W20-map-sub)
	move "ALLOC" to W50-kind
	move cal-emp-id of alloc-table-entry(W20-sub1) to W50-id
	move spaces to W50-name
	move W60-map-old(W20-map-sub) to W40-old-dept
	move W60-map-new(W20-map-sub) to W40-new-dept
	move W40-old-dept to W50-old-dept
	move ">" to W50-dept-arrow
	move W40-new-dept to W50-new-dept
	move spaces to W50-old-br W50-br-arrow W50-new-br
	move cal-percent of alloc-table-entry(W20-sub1) to W50-pct
	move spaces to W50-pct-note
	move 0 to W20-sub2
	perform varying W20-map-sub from 1 by 1
			until W20-map-sub > W20-alloc-count or W20-sub2 > 0
		if W20-map-sub not = W20-sub1
				and cal-emp-id of alloc-table-entry(W20-map-sub)
					= cal-emp-id of alloc-table-entry(W20-sub1)
				and cal-dept-code of alloc-table-entry(W20-map-sub)
					= W40-new-dept
			move W20-map-sub to W20-sub2
		end-if
	end-perform
	if W20-sub2 > 0
		move " merged into line" to W50-pct-note
	end-if
	move W50-pct-detail to W50-detail
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	if W20-sub2 = 0
		move W40-new-dept to cal-dept-code of alloc-table-entry(W20-sub1)
		add 1 to W20-sub1
		exit paragraph
	end-if
	add cal-percent of alloc-table-entry(W20-sub1)
		to cal-percent of alloc-table-entry(W20-sub2)
	perform varying W20-map-sub from W20-sub1 by 1
			until W20-map-sub >= W20-alloc-count
		move alloc-table-entry(W20-map-sub + 1)
			to alloc-table-entry(W20-map-sub)
	end-perform
	subtract 1 from W20-alloc-count.
C500-roll-budgets.
	perform varying W20-map-sub from 1 by 1
			until W20-map-sub > W60-map-count
		if W60-map-is-dept(W20-map-sub)
			perform C550-roll-one-budget
		end-if
	end-perform.
C550-roll-one-budget.
	move "BUDGET" to W50-kind
	move spaces to W50-id W50-name
	move W60-map-old(W20-map-sub) to W50-old-dept
	move ">" to W50-dept-arrow
	move W60-map-new(W20-map-sub) to W50-new-dept
	move spaces to W50-old-br W50-br-arrow W50-new-br
	move W60-map-old(W20-map-sub) to dpm-code of dept-mast-rec
	read dept-mast
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found
		move "old code not on deptmast" to W50-detail
		perform W300-print-line
		exit paragraph
	end-if
	move dpm-budget-heads of dept-mast-rec to W40-roll-heads
	move dpm-budget-salary of dept-mast-rec to W40-roll-salary
	move dpm-min-cover of dept-mast-rec to W40-roll-cover
	move W40-roll-heads to W50-bud-heads
	move W40-roll-salary to W50-bud-salary
	move W50-budget-detail to W50-detail
	perform W300-print-line
	add 1 to W20-budget-count
	if not W10-commit-run
		exit paragraph
	end-if
	move 0 to dpm-budget-heads of dept-mast-rec
	move 0 to dpm-budget-salary of dept-mast-rec
	move 0 to dpm-min-cover of dept-mast-rec
	rewrite dept-mast-rec
		invalid key
			display "restruct: unable to rewrite deptmast "
				W60-map-old(W20-map-sub) ", status " W90-dept-status
			exit paragraph
	end-rewrite
	move W60-map-new(W20-map-sub) to dpm-code of dept-mast-rec
	read dept-mast
		invalid key
			display "restruct: deptmast " W60-map-new(W20-map-sub)
				" has gone - budget from " W60-map-old(W20-map-sub)
				" NOT rolled; rekey it in deptmnt."
			exit paragraph
	end-read
	add W40-roll-heads to dpm-budget-heads of dept-mast-rec
	add W40-roll-salary to dpm-budget-salary of dept-mast-rec
	add W40-roll-cover to dpm-min-cover of dept-mast-rec
	rewrite dept-mast-rec
		invalid key
			display "restruct: unable to rewrite deptmast "
				W60-map-new(W20-map-sub) ", status " W90-dept-status
	end-rewrite.
C600-print-summary.
	move spaces to W50-detail-line
	perform W300-print-line
	perform varying W20-map-sub from 1 by 1
			until W20-map-sub > W60-map-count
		if W60-map-is-dept(W20-map-sub)
			move "Dept" to W50-map-type
		else
			move "Branch" to W50-map-type
		end-if
		move W60-map-old(W20-map-sub) to W50-map-old
		move W60-map-new(W20-map-sub) to W50-map-new
		move W60-map-emps(W20-map-sub) to W50-map-emps
		move W60-map-posts(W20-map-sub) to W50-map-posts
		move W60-map-allocs(W20-map-sub) to W50-map-allocs
		move W60-map-pends(W20-map-sub) to W50-map-pends
		move "LINE" to RW-FUNCTION
		move W50-map-line to RW-DETAIL-LINE
		call "rptwrite" using RW-PARMS end-call
		perform W100-write-rw-lines
	end-perform
	move W20-emp-count to W50-total-emps
	move W20-post-count to W50-total-posts
	move W20-alloc-moved to W50-total-allocs
	move W20-pend-count to W50-total-pends
	move W20-budget-count to W50-total-budgets
	move "FOOT" to RW-FUNCTION
	move W50-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
E100-close-files.
	close emp-list
	close dept-mast
	if W10-post-open
		close post-mast
	end-if
	if W10-pend-open
		close pend-chg-file
	end-if
	if W10-commit-run
		close jrnl-file
		if W10-pos-open
			close pos-hist-file
		end-if
	end-if.
H200-write-position-history.
	*> Grade and manager do not move with a restructure - old and new
	*> are the same on the poshist record.
	if not W10-pos-open
		exit paragraph
	end-if
	move emp-id of emp-list-rec to phs-emp-id
	move W30-eff-date to phs-eff-date
	move W60-change-date to phs-ts-date
	move W60-change-time to phs-ts-time
	move W90-operator-id to phs-operator
	move W40-old-dept to phs-old-dept
	move W40-new-dept to phs-new-dept
	move emp-job-grade of emp-list-rec to phs-old-grade
	move emp-job-grade of emp-list-rec to phs-new-grade
	move emp-mgr-id of emp-list-rec to phs-old-mgr
	move emp-mgr-id of emp-list-rec to phs-new-mgr
	write pos-hist-rec
	if not W90-pos-ok
		display "restruct: unable to write poshist, status " W90-pos-status
	end-if.
J200-write-journal.
	*> After-image of the move, stamped the DR-TIMESTAMP way - the
	*> same shape as empmaint's J200.
	move "R" to jrnl-action
	move W60-change-date to jrnl-ts-date
	move W60-change-time to jrnl-ts-time
	move "restruct" to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
		display "restruct: unable to write empjrnl, status "
			W90-jrnl-status
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
W200-print-move.
	*> An employee, post or pending change - the department and/or
	*> branch it leaves and the one it joins.
	move W40-old-dept to W50-old-dept
	move W40-old-br to W50-old-br
	if W20-dept-sub > 0
		move ">" to W50-dept-arrow
		move W40-new-dept to W50-new-dept
	else
		move spaces to W50-dept-arrow W50-new-dept
	end-if
	if W20-br-sub > 0
		move ">" to W50-br-arrow
		move W40-new-br to W50-new-br
	else
		move spaces to W50-br-arrow W50-new-br
	end-if
	perform W300-print-line.
W300-print-line.
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
X100-find-dept-map.
	*> W40-look-code against the department mappings - W20-map-sub
	*> comes back zero where it has none.
	move 0 to W20-map-sub
	perform varying W20-sub2 from 1 by 1
			until W20-sub2 > W60-map-count or W20-map-sub > 0
		if W60-map-is-dept(W20-sub2)
				and W60-map-old(W20-sub2) = W40-look-code
			move W20-sub2 to W20-map-sub
		end-if
	end-perform.
X200-map-codes.
	*> W40-old-dept and W40-old-br through the mapping into
	*> W40-new-dept and W40-new-br; W10-moved says either changed.
	move W40-old-dept to W40-look-code
	perform X100-find-dept-map
	move W20-map-sub to W20-dept-sub
	move 0 to W20-br-sub
	perform varying W20-sub2 from 1 by 1
			until W20-sub2 > W60-map-count or W20-br-sub > 0
		if W60-map-is-branch(W20-sub2)
				and W60-map-old(W20-sub2) = W40-old-br
			move W20-sub2 to W20-br-sub
		end-if
	end-perform
	move W40-old-dept to W40-new-dept
	move W40-old-br to W40-new-br
	if W20-dept-sub > 0
		move W60-map-new(W20-dept-sub) to W40-new-dept
	end-if
	if W20-br-sub > 0
		move W60-map-new(W20-br-sub) to W40-new-br
	end-if
	if W20-dept-sub > 0 or W20-br-sub > 0
		move "Y" to W10-moved-sw
	else
		move "N" to W10-moved-sw
	end-if.
Z200-read-pending.
	read pend-chg-file
		at end move "Y" to W10-eof-sw
	end-read.
Z300-read-alloc.
	read alloc-file
		at end move "Y" to W10-eof-sw
	end-read.
