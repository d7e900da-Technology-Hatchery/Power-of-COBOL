*> Every salary change that actually gets rewritten is appended to
*> salaudit (sal-audit-rec.cpy) with the old and new amount, so a
*> raise or cut can be traced back after the fact.
*> The journal and salary-audit records written here carry the
*> operator opsignon returned (jrnl-operator, saud-operator), so
*> sodrpt (ch9/prog34.cbl) can set who changed a record against
*> what else the same person ran.
*> Position control: an add must name a vacant postmast post
*> (post-rec.cpy) of the same department, grade and branch, and
*> fills it, the newhire/newhload rule for the keyboard door. A
*> post-holder's department, grade and branch belong to the post,
*> so a change here that moves any of them is refused - that is an
*> emppos (ch6/prog33.cbl) post transfer. A delete or a probation
*> release vacates the post. Every fill and vacate goes through
*> postctl (ch9/prog35.cbl).
identification division.
program-id. empmaint.
environment division.
01	W60-future-sw			pic X value "N".
	88	W60-change-is-future	value "Y".
01	W60-prob-action			pic X.
01	W60-post-work.
	05	W60-post-function	pic X(4).
	05	W60-post-date		pic 9(8).
	05	W60-post-ok-sw		pic X.
		88	W60-post-ok				value "Y".
01	W60-post-rec.
	copy post-rec.
01	emp-work.
	copy emp-rec.
01	W40-formatted-salary		pic X(15).
		end-if
	end-if.
D150-finish-add.
	display "Enter post id: " with no advancing
	accept emp-post-id of emp-work
	perform E400-check-post
	if not W60-post-ok
		exit paragraph
	end-if
	display "Enter manager id (blank if none): " with no advancing
	accept W50-mgr-id
	move W50-mgr-id to emp-mgr-id of emp-work
			display "Employee added."
			move "W" to W60-jrnl-action
			perform J200-write-journal
			move "FILL" to W60-post-function
			perform E450-post-update
			move 1 to W60-ctl-delta
			perform G100-adjust-ctl-count
	end-write.
			move W60-emp-hold to emp-list-rec
		end-if
	end-if.
E400-check-post.
	*> The post must be on postmast, vacant, and the same department,
	*> grade and branch as the employee being added.
	move "CHK " to W60-post-function
	accept W60-post-date from date yyyymmdd
	call "postctl" using W60-post-function emp-post-id of emp-work
		emp-id of emp-work W60-post-date W90-operator-id W60-post-rec
		W60-post-ok-sw
	end-call
	if not W60-post-ok
		display "Post not on postmast - not added."
		exit paragraph
	end-if
	move "N" to W60-post-ok-sw
	if not pst-is-vacant of W60-post-rec
		display "Post " emp-post-id of emp-work
			" is not vacant - not added."
	else
		if pst-dept-code of W60-post-rec not = emp-dept-code of emp-work
				or pst-job-grade of W60-post-rec
					not = emp-job-grade of emp-work
				or pst-br-code of W60-post-rec
					not = emp-br-code of emp-work
			display "Post " emp-post-id of emp-work " is for "
				pst-dept-code of W60-post-rec " grade "
				pst-job-grade of W60-post-rec " branch "
				pst-br-code of W60-post-rec " - not added."
		else
			move "Y" to W60-post-ok-sw
		end-if
	end-if.
E410-check-post-change.
	*> A post-holder's department, grade and branch must still match
	*> the post. Someone not yet tied to a post changes freely.
	move "Y" to W60-post-ok-sw
	if emp-post-id of emp-list-rec = spaces
		exit paragraph
	end-if
	move "CHK " to W60-post-function
	accept W60-post-date from date yyyymmdd
	call "postctl" using W60-post-function emp-post-id of emp-list-rec
		emp-id of emp-list-rec W60-post-date W90-operator-id
		W60-post-rec W60-post-ok-sw
	end-call
	if W60-post-ok
		if pst-dept-code of W60-post-rec
				not = emp-dept-code of emp-list-rec
				or pst-job-grade of W60-post-rec
					not = emp-job-grade of emp-list-rec
				or pst-br-code of W60-post-rec
					not = emp-br-code of emp-list-rec
			move "N" to W60-post-ok-sw
		end-if
	else
		*> A post missing from postmast leaves nothing to hold the
		*> record to.
		move "Y" to W60-post-ok-sw
	end-if.
E450-post-update.
	*> Fill or vacate (W60-post-function) the post on the record in
	*> emp-list-rec, dated today.
	if emp-post-id of emp-list-rec = spaces
		exit paragraph
	end-if
	accept W60-post-date from date yyyymmdd
	call "postctl" using W60-post-function emp-post-id of emp-list-rec
		emp-id of emp-list-rec W60-post-date W90-operator-id
		W60-post-rec W60-post-ok-sw
	end-call
	if not W60-post-ok
		display "empmaint: post " emp-post-id of emp-list-rec
			" NOT updated - check postmast."
	end-if.
E200-check-grade-band.
	*> Grade and salary checked together against grade-tab.cpy via
	*> grdedit (ch9/prog11.cbl) before anything reaches emp001.
			if not W50-dept-valid
				display "Department code not on deptmast - employee "
					"not updated."
			else
			perform E410-check-post-change
			if not W60-post-ok
				display "Employee holds post " emp-post-id of emp-list-rec
					" (" pst-dept-code of W60-post-rec " grade "
					pst-job-grade of W60-post-rec " branch "
					pst-br-code of W60-post-rec ") - move the post with "
					"an emppos transfer; employee not updated."
			else
				move W50-mgr-id to emp-mgr-id of emp-list-rec
				perform E210-check-grade-band-change
			end-if
			end-if
			end-if
			end-if
		end-if
	else
		display "Employee not found."
				display "Employee deleted."
				move "D" to W60-jrnl-action
				perform J200-write-journal
				if emp-term-date of emp-list-rec = 0
					move "VAC " to W60-post-function
					perform E450-post-update
				end-if
				move -1 to W60-ctl-delta
				perform G100-adjust-ctl-count
		end-delete
		not invalid key
			move "R" to W60-jrnl-action
			perform J200-write-journal
			if W60-prob-action = "R" or W60-prob-action = "r"
				move "VAC " to W60-post-function
				perform E450-post-update
			end-if
	end-rewrite.
J200-write-journal.
	*> After-image of the update just applied, stamped the
	move DR-TS-DATE to jrnl-ts-date
	move DR-TS-TIME to jrnl-ts-time
	move "empmaint" to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
	move emp-changed-time of emp-list-rec to saud-changed-time
	move W60-sal-eff-date to saud-eff-date
	move 0 to W60-sal-eff-date
	move W90-operator-id to saud-operator
	write sal-audit-file-rec
	if not W90-audit-ok
		display "empmaint: unable to write salaudit, status "
