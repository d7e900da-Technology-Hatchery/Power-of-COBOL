*> posts as the opposite side for the absolute amount - exactly how
*> the accountants would book it by hand - instead of silently
*> flipping sign.
*> Recurring allowances (the "A" taxable and "X" non-taxable lines
*> payrun pays off allowmst) are not departmental salary: each books
*> to its own expense account, "ALW-" plus the allowance code, one
*> debit line per code and branch, the branch riding as cost centre
*> the way it does on salary. Both kinds are in the net the NETPAY
*> credit carries, so the journal still proves.
*> Leave encashment (the "L" lines payrun pays off leavenc) is the
*> company paying off a debt it already carries, not new expense:
*> the total books as one debit to LEAVLIAB, releasing the leave
*> liability leavlia (ch8/prog6.cbl) accrued - leavencs takes the
*> same money off leavlia's checkpoint so it is released only here.
*> Project labour: when labcost (lab-cost-rec.cpy) holds labdist's
*> (ch10/prog34.cbl) distribution for the same period as this
*> paydet, each employee's project shares come off their straight
*> time and premium before the rest goes to the department, and
*> book as one debit per project and branch to "PRJ-" plus the
*> project code. A labcost for some other period is ignored, and
*> the salary lines book exactly as before.
*> Month-end accruals: payaccr (ch10/prog35.cbl) appends its accrual
*> and reversal - every description starting "Accr" - to a glintf01
*> generation that is still waiting to go. Rebuilding that
*> generation here would wipe them, so they are read back first and
*> written again after this run's own lines; a generation already
*> transmitted or acknowledged has delivered them and they drop.
identification division.
program-id. paygl.
environment division.
		file status is W90-gl-status.
	select alloc-file assign to "costallc"
		file status is W90-alloc-status.
	select lab-file assign to "labcost"
		file status is W90-lab-status.
data division.
file section.
fd	pay-detail
fd	alloc-file.
01	alloc-file-rec.
	copy cost-alloc-rec.
fd	lab-file.
01	lab-file-rec.
	copy lab-cost-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
	05	W30-total-ded		pic S9(11)v99 comp-3 value 0.
	05	W30-total-net		pic S9(11)v99 comp-3 value 0.
	05	W30-total-emplr		pic S9(11)v99 comp-3 value 0.
	05	W30-total-enc		pic S9(11)v99 comp-3 value 0.
	05	W30-total-cr		pic S9(11)v99 comp-3 value 0.
01	W40-formatted-date		pic X(10).
*> Side and amount of the line about to be written, staged so a
		10	W61-emplr-branch	pic X(3).
		10	W61-emplr-amount	pic S9(9)v99 comp-3.
01	W61-emplr-count			pic 9(3) comp value 0.
*> Allowance expense per allowance code and branch.
01	W63-alw-table.
	05	W63-alw-entry occurs 200 times indexed by alw-idx.
		10	W63-alw-code		pic X(4).
		10	W63-alw-branch		pic X(3).
		10	W63-alw-amount		pic S9(9)v99 comp-3.
01	W63-alw-count			pic 9(3) comp value 0.
*> Cost allocation splits off costallc (cost-alloc-rec.cpy,
*> allocmnt ch6/prog39.cbl): each line's percentage posts to that
*> line's department, the remainder stays on the home department.
		copy cost-alloc-rec replacing ==05== by ==10==.
01	W90-alloc-status		pic XX.
	88	W90-alloc-ok			value "00".
*> Project labour shares off labcost for this period; lcst-amount
*> counts down as the employee's pay lines are claimed against it.
01	W66-lab-work.
	05	W66-lab-count		pic 9(4) comp value 0.
	05	W66-lab-skipped		pic 9(4) comp value 0.
	05	W66-claim			pic S9(9)v99 comp-3.
	05	W10-lab-eof-sw		pic X value "N".
		88	W10-lab-eof				value "Y".
01	W66-lab-table.
	05	W66-lab-entry occurs 2000 times indexed by lab-idx.
		copy lab-cost-rec replacing ==05== by ==10==.
*> Project labour expense per project and branch.
01	W67-prj-table.
	05	W67-prj-entry occurs 200 times indexed by prj-idx.
		10	W67-prj-code		pic X(4).
		10	W67-prj-branch		pic X(3).
		10	W67-prj-amount		pic S9(9)v99 comp-3.
01	W67-prj-count			pic 9(3) comp value 0.
01	W90-lab-status			pic XX.
	88	W90-lab-ok				value "00".
*> Accrual lines carried over from the generation being rebuilt.
01	W68-keep-count			pic 9(3) comp value 0.
01	W68-keep-table.
	05	W68-keep-line		pic X(54) occurs 500 times
							indexed by keep-idx.
01	W90-det-status			pic XX.
	88	W90-det-ok				value "00".
01	W90-emp-status			pic XX.
	end-if
	perform B050-load-allocations
	perform Z100-read-detail
	*> The header has given the period by now.
	perform B060-load-labour-cost
	perform until W10-eof
		evaluate true
			*> A retro adjustment line is salary expense the same as
			when paydet-is-employer
				add paydet-amount to W30-total-emplr
				perform B150-post-emplr-to-dept
			when paydet-is-allowance
			when paydet-is-nontax-allow
				perform B160-post-allowance
			when paydet-is-encashment
				add paydet-amount to W30-total-enc
				add paydet-amount to W30-total-dr
		end-evaluate
		perform Z100-read-detail
	end-perform
		move 8 to return-code
		goback
	end-if
	perform B900-keep-accruals
	*> The same transmission-register gate paybank applies to
	*> bankpay: a glintf01 already sent to the ledger and not yet
	*> acknowledged regenerates only under a supervisor sign-on.
		end-perform
		close alloc-file
	end-if.
B060-load-labour-cost.
	*> A missing labcost just means no project costing - salary
	*> books wholly to the departments, as always.
	move 0 to W66-lab-count
	open input lab-file
	if W90-lab-ok
		move "N" to W10-lab-eof-sw
		perform Z300-read-lab
		perform until W10-lab-eof
			if lcst-period-end of lab-file-rec = W30-run-date
				if W66-lab-count >= 2000
					*> Dropping shares would shortchange the projects
					*> without anyone knowing.
					display "paygl: labcost outgrew its table - "
						"glintf01 NOT written."
					move 16 to return-code
					goback
				end-if
				add 1 to W66-lab-count
				move lab-file-rec to W66-lab-entry(W66-lab-count)
			else
				add 1 to W66-lab-skipped
			end-if
			perform Z300-read-lab
		end-perform
		close lab-file
		if W66-lab-skipped > 0 and W66-lab-count = 0
			display "paygl: labcost is for another period - rerun "
				"labdist to cost this one to projects."
		end-if
	end-if.
B900-keep-accruals.
	move 0 to W68-keep-count
	move "STAT" to W35-xmit-function
	move "GLINTF01" to W35-xmit-file-id
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	if W35-xmit-blocked-sw not = "G"
		exit paragraph
	end-if
	open input gl-file
	if not W90-gl-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z400-read-gl
	perform until W10-eof
		if gl-description(1:4) = "Accr"
			if W68-keep-count >= 500
				display "paygl: too many accrual lines to carry over - "
					"glintf01 NOT rebuilt."
				close gl-file
				move 16 to return-code
				goback
			end-if
			add 1 to W68-keep-count
			move gl-journal-rec to W68-keep-line(W68-keep-count)
		end-if
		perform Z400-read-gl
	end-perform
	close gl-file
	if W68-keep-count > 0
		display "paygl: " W68-keep-count " month-end accrual line(s) "
			"carried over into the new generation."
	end-if.
B100-post-gross-to-dept.
	perform D100-find-employee
	*> An employee missing from emp001 still has to hit the ledger -
	end-if
	move "G" to W65-post-target
	move paydet-amount to W65-post-total
	if (paydet-is-gross or paydet-is-premium) and W66-lab-count > 0
			and W65-post-total > 0
		perform B120-claim-project-labour
	end-if
	perform B110-allocate-and-post
	add paydet-amount to W30-total-dr.
B120-claim-project-labour.
	*> Whatever labdist shared out to projects for this employee
	*> comes off their straight time and premium first; the rest is
	*> departmental salary as before.
	perform varying lab-idx from 1 by 1
			until lab-idx > W66-lab-count or W65-post-total = 0
		if lcst-emp-id of W66-lab-entry(lab-idx) = paydet-emp-id
				and lcst-amount of W66-lab-entry(lab-idx) > 0
			move lcst-amount of W66-lab-entry(lab-idx) to W66-claim
			if W66-claim > W65-post-total
				move W65-post-total to W66-claim
			end-if
			subtract W66-claim from lcst-amount of W66-lab-entry(lab-idx)
			subtract W66-claim from W65-post-total
			perform B125-post-project-bucket
		end-if
	end-perform.
B125-post-project-bucket.
	move "N" to W10-found-sw
	perform varying prj-idx from 1 by 1
			until prj-idx > W67-prj-count or W10-found
		if W67-prj-code(prj-idx) = lcst-proj-code of W66-lab-entry(lab-idx)
				and W67-prj-branch(prj-idx) = emp-br-code of emp-list-rec
			move "Y" to W10-found-sw
			add W66-claim to W67-prj-amount(prj-idx)
		end-if
	end-perform
	if not W10-found
		if W67-prj-count >= 200
			display "paygl: project table full - glintf01 NOT written."
			move 16 to return-code
			goback
		end-if
		add 1 to W67-prj-count
		move lcst-proj-code of W66-lab-entry(lab-idx)
			to W67-prj-code(W67-prj-count)
		move emp-br-code of emp-list-rec to W67-prj-branch(W67-prj-count)
		move W66-claim to W67-prj-amount(W67-prj-count)
	end-if.
B150-post-emplr-to-dept.
	perform D100-find-employee
	if not W10-found
	move "E" to W65-post-target
	move paydet-amount to W65-post-total
	perform B110-allocate-and-post.
B160-post-allowance.
	perform D100-find-employee
	if not W10-found
		move "???" to emp-br-code of emp-list-rec
	end-if
	move "N" to W10-found-sw
	perform varying alw-idx from 1 by 1
			until alw-idx > W63-alw-count or W10-found
		if W63-alw-code(alw-idx) = paydet-ded-code
				and W63-alw-branch(alw-idx) = emp-br-code of emp-list-rec
			move "Y" to W10-found-sw
			add paydet-amount to W63-alw-amount(alw-idx)
		end-if
	end-perform
	if not W10-found
		if W63-alw-count >= 200
			display "paygl: allowance table full - glintf01 NOT written."
			move 16 to return-code
			goback
		end-if
		add 1 to W63-alw-count
		move paydet-ded-code to W63-alw-code(W63-alw-count)
		move emp-br-code of emp-list-rec to W63-alw-branch(W63-alw-count)
		move paydet-amount to W63-alw-amount(W63-alw-count)
	end-if
	add paydet-amount to W30-total-dr.
B110-allocate-and-post.
	*> Each costallc line's percentage of the amount posts to that
	*> line's department under the employee's own branch; whatever
		end-string
		perform C060-check-one-account
	end-perform
	perform varying prj-idx from 1 by 1 until prj-idx > W67-prj-count
		move spaces to W75-account
		string "PRJ-" delimited by size
			W67-prj-code(prj-idx) delimited by size
			into W75-account
		end-string
		perform C060-check-one-account
	end-perform
	perform varying alw-idx from 1 by 1 until alw-idx > W63-alw-count
		move spaces to W75-account
		string "ALW-" delimited by size
			W63-alw-code(alw-idx) delimited by size
			into W75-account
		end-string
		perform C060-check-one-account
	end-perform
	if W30-total-enc not = 0
		move "LEAVLIAB" to W75-account
		perform C060-check-one-account
	end-if
	move "DEDSPAY " to W75-account
	perform C060-check-one-account
	move "NETPAY  " to W75-account
		write gl-journal-rec
		add 1 to W20-line-count
	end-perform
	perform varying prj-idx from 1 by 1 until prj-idx > W67-prj-count
		move spaces to gl-journal-rec
		string "PRJ-" delimited by size
			W67-prj-code(prj-idx) delimited by size
			into gl-account
		end-string
		move "DR" to W70-line-side
		move W67-prj-amount(prj-idx) to W70-line-amount
		perform E100-set-side-and-amount
		move W40-formatted-date to gl-run-date
		move "Project labour" to gl-description
		move W67-prj-branch(prj-idx) to gl-cost-ctr
		write gl-journal-rec
		add 1 to W20-line-count
	end-perform
	perform varying alw-idx from 1 by 1 until alw-idx > W63-alw-count
		move spaces to gl-journal-rec
		string "ALW-" delimited by size
			W63-alw-code(alw-idx) delimited by size
			into gl-account
		end-string
		move "DR" to W70-line-side
		move W63-alw-amount(alw-idx) to W70-line-amount
		perform E100-set-side-and-amount
		move W40-formatted-date to gl-run-date
		move "Allowance expense" to gl-description
		move W63-alw-branch(alw-idx) to gl-cost-ctr
		write gl-journal-rec
		add 1 to W20-line-count
	end-perform
	if W30-total-enc not = 0
		move spaces to gl-journal-rec
		move "LEAVLIAB" to gl-account
		move "DR" to W70-line-side
		move W30-total-enc to W70-line-amount
		perform E100-set-side-and-amount
		move W40-formatted-date to gl-run-date
		move "Leave encashment" to gl-description
		write gl-journal-rec
		add 1 to W20-line-count
	end-if
	move spaces to gl-journal-rec
	move "DEDSPAY " to gl-account
	move "CR" to W70-line-side
		write gl-journal-rec
		add 1 to W20-line-count
	end-if
	perform varying keep-idx from 1 by 1 until keep-idx > W68-keep-count
		move W68-keep-line(keep-idx) to gl-journal-rec
		write gl-journal-rec
		add 1 to W20-line-count
	end-perform
	close gl-file.
E100-set-side-and-amount.
	*> The interface amount carries no sign - a negative total books
	read alloc-file
		at end move "Y" to W10-alloc-eof-sw
	end-read.
Z300-read-lab.
	read lab-file
		at end move "Y" to W10-lab-eof-sw
	end-read.
Z400-read-gl.
	read gl-file
		at end move "Y" to W10-eof-sw
	end-read.
