*> 13th-month pay register approval.
*> The second signature behind pay13th's register (ch10/prog43.cbl).
*> The 13th-month lines wait on supp13 (supp-pay-rec.cpy) HELD until
*> an operator other than the one who computed them signs on here -
*> the salappr (ch6/prog40.cbl) rule: nobody approves their own
*> figures. The reviewer lists the register, rejects any line that
*> is wrong (it stays on supp13 rejected, and paysupp skips it),
*> then approves the rest in one go. Only approved lines are paid by
*> the next paysupp (ch10/prog9.cbl), which marks each one paid. A
*> rejected line is put right by correcting the cause and rerunning
*> pay13th before approval. Every decided line carries both
*> operators' ids.
identification division.
program-id. pay13apr.
environment division.
input-output section.
file-control.
	select supp-13 assign to "supp13"
		file status is W90-s13-status.
data division.
file section.
fd	supp-13.
01	supp-13-rec.
	copy supp-pay-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-changed-sw		pic X value "N".
		88	W10-changed				value "Y".
01	W20-counters.
	05	W20-rec-count		pic 9(5) comp value 0.
	05	W20-held-count		pic 9(5) comp value 0.
	05	W20-sub1			pic 9(5) comp value 0.
	05	W20-pick			pic 9(5) value 0.
01	W30-menu-choice			pic 9.
01	W30-confirm				pic X.
01	W30-run-date			pic 9(8).
01	W30-held-total			pic S9(9)v99 comp-3 value 0.
01	W40-formatted-amount	pic X(15).
01	W40-amount-work			pic S9(7)v99 comp-3.
01	W90-s13-status			pic XX.
	88	W90-s13-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "pay13apr".
*> Same ceiling as pay13th's history table.
01	s13-table.
	05	s13-table-entry occurs 5000 times indexed by s13-idx.
		copy supp-pay-rec replacing ==05== by ==10==.
	copy locale-sw.
procedure division.
A100-start.
	*> Update authority required, and the operator's id must differ
	*> from the one who computed the register.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	perform B100-load-register
	if W20-held-count = 0
		display "pay13apr: no 13th-month register is waiting for "
			"approval on supp13."
		goback
	end-if
	perform until W30-menu-choice = 4
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-list
			when 2 perform D200-reject
			when 3 perform D300-approve
			when 4 continue
			when other display "Please choose 1 through 4."
		end-evaluate
	end-perform
	if W10-changed
		perform F100-save-register
	end-if
	move 0 to return-code
	goback.
B100-load-register.
	move 0 to W20-rec-count
	move 0 to W20-held-count
	open input supp-13
	if W90-s13-ok
		move "N" to W10-eof-sw
		perform Z100-read-supp13
		perform until W10-eof
			if W20-rec-count >= 5000
				*> Saving a truncated table would truncate the file.
				display "pay13apr: supp13 outgrew its table - "
					"nothing can be decided."
				close supp-13
				move 16 to return-code
				goback
			end-if
			add 1 to W20-rec-count
			move supp-13-rec to s13-table-entry(W20-rec-count)
			if sup-is-held of s13-table-entry(W20-rec-count)
				add 1 to W20-held-count
			end-if
			perform Z100-read-supp13
		end-perform
		close supp-13
	end-if.
C100-show-menu.
	display " "
	display "13th-Month Pay Register Approval"
	display "1. List held lines"
	display "2. Reject a line"
	display "3. Approve all held lines"
	display "4. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-list.
	move 0 to W20-held-count
	move 0 to W30-held-total
	display "No.   Emp    Year Reason                      Amount Keyed by"
	perform varying s13-idx from 1 by 1 until s13-idx > W20-rec-count
		if sup-is-held of s13-table-entry(s13-idx)
			add 1 to W20-held-count
			add sup-amount of s13-table-entry(s13-idx) to W30-held-total
			move sup-amount of s13-table-entry(s13-idx)
				to W40-amount-work
			call "moneyfmt" using
				W40-amount-work LOC-LOCALE-SWITCH W40-formatted-amount
			end-call
			display s13-idx " "
				sup-emp-id of s13-table-entry(s13-idx) "  "
				sup-ref-year of s13-table-entry(s13-idx) " "
				sup-reason of s13-table-entry(s13-idx) " "
				W40-formatted-amount " "
				sup-keyed-by of s13-table-entry(s13-idx)
		end-if
	end-perform
	display "Held lines: " W20-held-count.
D200-reject.
	display "Enter line number to reject: " with no advancing
	accept W20-pick
	if W20-pick < 1 or W20-pick > W20-rec-count
		display "No such line number."
		exit paragraph
	end-if
	if not sup-is-held of s13-table-entry(W20-pick)
		display "Line " W20-pick " has already been decided."
		exit paragraph
	end-if
	if sup-keyed-by of s13-table-entry(W20-pick) = W90-operator-id
		display "The register was computed by YOU (" W90-operator-id
			") - a different operator must decide it."
		exit paragraph
	end-if
	move "R" to sup-review-status of s13-table-entry(W20-pick)
	move W90-operator-id to sup-decided-by of s13-table-entry(W20-pick)
	move W30-run-date to sup-decided-date of s13-table-entry(W20-pick)
	move "Y" to W10-changed-sw
	display "Line " W20-pick " for "
		sup-emp-id of s13-table-entry(W20-pick)
		" rejected - paysupp will not pay it.".
D300-approve.
	*> The whole register was computed by one operator, so checking
	*> the first held line is checking them all.
	move 0 to W20-sub1
	perform varying s13-idx from 1 by 1
			until s13-idx > W20-rec-count or W20-sub1 > 0
		if sup-is-held of s13-table-entry(s13-idx)
			set W20-sub1 to s13-idx
		end-if
	end-perform
	if W20-sub1 = 0
		display "No held lines remain."
		exit paragraph
	end-if
	if sup-keyed-by of s13-table-entry(W20-sub1) = W90-operator-id
		display "The register was computed by YOU (" W90-operator-id
			") - a different operator must approve it."
		exit paragraph
	end-if
	display "Approve every held line for payment by paysupp? (Y/N): "
		with no advancing
	accept W30-confirm
	if W30-confirm not = "Y" and W30-confirm not = "y"
		display "Nothing approved."
		exit paragraph
	end-if
	move 0 to W20-held-count
	perform varying s13-idx from 1 by 1 until s13-idx > W20-rec-count
		if sup-is-held of s13-table-entry(s13-idx)
			add 1 to W20-held-count
			move "A" to sup-review-status of s13-table-entry(s13-idx)
			move W90-operator-id
				to sup-decided-by of s13-table-entry(s13-idx)
			move W30-run-date
				to sup-decided-date of s13-table-entry(s13-idx)
		end-if
	end-perform
	move "Y" to W10-changed-sw
	display W20-held-count " lines approved - computed by "
		sup-keyed-by of s13-table-entry(W20-sub1) ", approved by "
		W90-operator-id ". The next paysupp run pays them.".
F100-save-register.
	open output supp-13
	if not W90-s13-ok
		display "pay13apr: unable to open supp13, status " W90-s13-status
		move 16 to return-code
		goback
	end-if
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-rec-count
		move s13-table-entry(W20-sub1) to supp-13-rec
		write supp-13-rec
	end-perform
	close supp-13.
Z100-read-supp13.
	read supp-13
		at end move "Y" to W10-eof-sw
	end-read.
