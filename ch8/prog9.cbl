*> Leave Management - leave encashment requests.
*> Policy lets staff sell back annual leave above the retention
*> threshold once a year, and the only way leave ever turned into
*> money was empterm's payout at termination. This is the request
*> side: it captures an encashment request onto leavenc
*> (leave-enc-rec.cpy) with status "P", and is where the employee's
*> supervisor approves or rejects it - routed by emp-mgr-id exactly
*> the way leavappr (ch8/prog2.cbl) routes leave requests, and no
*> supervisor may approve their own. A rejection keeps the request
*> on file with the reason. Nothing here touches a balance or any
*> money: the encashment run (leavencs, ch8/prog10.cbl) checks each
*> approved request against leaveacc and prices it, and payrun
*> (ch10/prog1.cbl) pays it. The whole file loads to a table and is
*> rewritten on change, the dedmaint shape.
identification division.
program-id. leavencm.
environment division.
input-output section.
file-control.
	select enc-file assign to "leavenc"
		file status is W90-enc-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
data division.
file section.
fd	enc-file.
01	enc-file-rec.
	copy leave-enc-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-mine-sw			pic X value "N".
		88	W10-mine				value "Y".
	05	W10-open-req-sw		pic X value "N".
		88	W10-open-req			value "Y".
01	W20-counters.
	05	W20-rec-count		pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-pending-left	pic 9(4) comp value 0.
	05	W20-pick			pic 9(4) value 0.
01	W30-menu-choice			pic 9.
01	W30-decision			pic X.
01	W30-reviewer-id			pic X(5).
01	W30-route-emp			pic X(5).
01	W30-today				pic 9(8).
01	W90-enc-status			pic XX.
	88	W90-enc-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	enc-table.
	05	enc-table-entry occurs 1000 times indexed by enc-idx.
		copy leave-enc-rec replacing ==05== by ==10==.
01	enc-work.
	copy leave-enc-rec.
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
procedure division.
A100-start.
	*> The nightly cycle's batch lock (suitelok, ch9/prog27.cbl):
	*> online maintenance stays out while the cycle owns the files.
	move "CHK " to W35-lok-function
	move "leavencm" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "leavencm: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U") - approval
	*> decides what the encashment run will pay.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	perform B100-load-table
	*> The master proves the employee on capture and routes the
	*> review - without it neither can be done safely.
	open input emp-list
	if not W90-emp-ok
		display "leavencm: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	perform until W30-menu-choice = 4
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-list
			when 2 perform D200-capture
			when 3 perform D300-review
			when 4 continue
			when other display "Please choose 1 through 4."
		end-evaluate
	end-perform
	close emp-list
	move 0 to return-code
	goback.
B100-load-table.
	move 0 to W20-rec-count
	open input enc-file
	if W90-enc-ok
		move "N" to W10-eof-sw
		perform Z100-read-file
		perform until W10-eof
			if W20-rec-count >= 1000
				*> Saving a truncated table would truncate the file.
				display "leavencm: leavenc outgrew its table - "
					"nothing can be changed until it is purged."
				close enc-file
				move 16 to return-code
				goback
			end-if
			add 1 to W20-rec-count
			move enc-file-rec to enc-table-entry(W20-rec-count)
			perform Z100-read-file
		end-perform
		close enc-file
	end-if.
C100-show-menu.
	display " "
	display "Leave Encashment Requests"
	display "1. List requests"
	display "2. Capture a request"
	display "3. Review pending requests"
	display "4. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-list.
	display "No.   Emp    Requested  Days    Status Encashed  Days"
	perform varying enc-idx from 1 by 1 until enc-idx > W20-rec-count
		display enc-idx "  "
			lenc-emp-id of enc-table-entry(enc-idx) "  "
			lenc-req-date of enc-table-entry(enc-idx) "  "
			lenc-req-days of enc-table-entry(enc-idx) "  "
			lenc-status of enc-table-entry(enc-idx) "      "
			lenc-enc-date of enc-table-entry(enc-idx) "  "
			lenc-enc-days of enc-table-entry(enc-idx) " "
			lenc-reason of enc-table-entry(enc-idx)
	end-perform
	display "Requests on file: " W20-rec-count.
D200-capture.
	if W20-rec-count >= 1000
		display "Request table is full - not captured."
		exit paragraph
	end-if
	initialize enc-work
	display "Enter employee id: " with no advancing
	accept lenc-emp-id of enc-work
	move lenc-emp-id of enc-work to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found or emp-term-date of emp-list-rec not = 0
		display "Employee not live on emp001 - not captured."
		exit paragraph
	end-if
	*> One request in flight at a time - a second would only be
	*> refused by the once-a-year rule when the run reached it.
	move "N" to W10-open-req-sw
	perform varying enc-idx from 1 by 1 until enc-idx > W20-rec-count
		if lenc-emp-id of enc-table-entry(enc-idx)
				= lenc-emp-id of enc-work
				and (lenc-is-pending of enc-table-entry(enc-idx)
					or lenc-is-approved of enc-table-entry(enc-idx))
			move "Y" to W10-open-req-sw
		end-if
	end-perform
	if W10-open-req
		display "That employee already has a request awaiting review "
			"or encashment - not captured."
		exit paragraph
	end-if
	display "Enter annual leave days to encash: " with no advancing
	accept lenc-req-days of enc-work
	if lenc-req-days of enc-work not > 0
		display "Days must be greater than zero - not captured."
		exit paragraph
	end-if
	move W30-today to lenc-req-date of enc-work
	move "P" to lenc-status of enc-work
	add 1 to W20-rec-count
	move enc-work to enc-table-entry(W20-rec-count)
	perform F100-save-table
	display "Encashment request for " lenc-req-days of enc-work
		" day(s) queued for supervisor approval.".
D300-review.
	display "Enter your supervisor employee id: " with no advancing
	accept W30-reviewer-id
	move 0 to W20-pick
	perform until W20-pick = 9999
		perform D310-list-pending
		if W20-pending-left = 0
			move 9999 to W20-pick
		else
			display "Enter request number to review (0 to exit): "
				with no advancing
			accept W20-pick
			if W20-pick = 0
				move 9999 to W20-pick
			else
				perform D320-review-one
			end-if
		end-if
	end-perform.
D310-list-pending.
	move 0 to W20-pending-left
	display " "
	display "Pending encashment requests"
	display "No.   Emp    Requested  Days"
	perform varying enc-idx from 1 by 1 until enc-idx > W20-rec-count
		if lenc-is-pending of enc-table-entry(enc-idx)
			move lenc-emp-id of enc-table-entry(enc-idx) to W30-route-emp
			perform E100-check-routing
			if W10-mine
				add 1 to W20-pending-left
				display enc-idx "  "
					lenc-emp-id of enc-table-entry(enc-idx) "  "
					lenc-req-date of enc-table-entry(enc-idx) "  "
					lenc-req-days of enc-table-entry(enc-idx)
			end-if
		end-if
	end-perform
	if W20-pending-left = 0
		display "No pending requests remain for your reports."
	end-if.
D320-review-one.
	if W20-pick < 1 or W20-pick > W20-rec-count
		display "No such request number."
		exit paragraph
	end-if
	if not lenc-is-pending of enc-table-entry(W20-pick)
		display "Request " W20-pick " has already been reviewed."
		exit paragraph
	end-if
	move lenc-emp-id of enc-table-entry(W20-pick) to W30-route-emp
	perform E100-check-routing
	if not W10-mine
		display "Request " W20-pick " belongs to another supervisor."
		exit paragraph
	end-if
	if W30-route-emp = W30-reviewer-id
		display "A supervisor may not approve their own request."
		exit paragraph
	end-if
	display "Approve or reject request " W20-pick "? (A/R): "
		with no advancing
	accept W30-decision
	evaluate W30-decision
		when "A" when "a"
			move "A" to lenc-status of enc-table-entry(W20-pick)
			move W30-reviewer-id
				to lenc-reviewer-id of enc-table-entry(W20-pick)
			perform F100-save-table
			display "Request approved - the next encashment run "
				"checks and prices it."
		when "R" when "r"
			display "Enter rejection reason: " with no advancing
			accept lenc-reason of enc-table-entry(W20-pick)
			move "R" to lenc-status of enc-table-entry(W20-pick)
			move W30-reviewer-id
				to lenc-reviewer-id of enc-table-entry(W20-pick)
			perform F100-save-table
			display "Request rejected - kept on file with the reason."
		when other
			display "Please answer A or R."
	end-evaluate.
E100-check-routing.
	*> emp-mgr-id names the supervisor, the leavappr rule: an
	*> employee with no manager on file is reviewable by whoever is
	*> signed on, so a request can never be stranded.
	move "Y" to W10-mine-sw
	move W30-route-emp to emp-id of emp-list-rec
	read emp-list
		invalid key
			continue
		not invalid key
			if emp-mgr-id of emp-list-rec not = spaces
					and emp-mgr-id of emp-list-rec not = W30-reviewer-id
				move "N" to W10-mine-sw
			end-if
	end-read.
F100-save-table.
	open output enc-file
	if not W90-enc-ok
		display "leavencm: unable to open leavenc, status " W90-enc-status
		goback
	end-if
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-rec-count
		move enc-table-entry(W20-sub1) to enc-file-rec
		write enc-file-rec
	end-perform
	close enc-file.
Z100-read-file.
	read enc-file
		at end move "Y" to W10-eof-sw
	end-read.
