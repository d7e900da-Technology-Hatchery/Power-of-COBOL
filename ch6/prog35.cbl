*> through empjrnl, keeps the emp001 control count in step the
*> empmaint way, and takes the record OFF the archive so it lives
*> in exactly one place again.
*> The journal records written here carry the operator opsignon
*> returned (jrnl-operator), so sodrpt (ch9/prog34.cbl) can set
*> who changed a record against what else the same person ran.
*> Position control: a returner is a hire like any other and must
*> come back into a vacant postmast post (post-rec.cpy), filled
*> through postctl (ch9/prog35.cbl). They take the post's
*> department, grade and branch - the job they left may be gone -
*> so the archived salary has to sit in the new grade's band
*> (grdedit, ch9/prog11.cbl), or the rehire is refused.
identification division.
program-id. emprehir.
environment division.
		88	W10-bal-found			value "Y".
01	W30-emp-id				pic X(5).
01	W30-new-hire-date		pic 9(8).
01	W30-post-id				pic X(6).
01	W40-post-work.
	05	W40-post-function	pic X(4).
	05	W40-post-ok-sw		pic X.
		88	W40-post-ok				value "Y".
01	W40-post-rec.
	copy post-rec.
01	W50-grade-valid-sw		pic X.
	88	W50-grade-valid			value "Y".
01	W50-band-valid-sw		pic X.
	88	W50-band-valid			value "Y".
01	W50-band-min			pic 9(5).
01	W50-band-max			pic 9(5).
01	W40-default-accrual		pic S9(3)v99 comp-3 value 20.00.
01	W40-sick-accrual		pic S9(3)v99 comp-3 value 10.00.
01	W60-ctl-delta			pic S9(3) value 0.
01	W90-bal-status			pic XX.
	88	W90-bal-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5) value spaces.
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
	copy date-routines.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> rewrites two masters.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
		move 8 to return-code
		goback
	end-if
	display "Enter post id being filled: " with no advancing
	accept W30-post-id
	perform B050-check-post
	if not W40-post-ok
		close emp-list
		move 8 to return-code
		goback
	end-if
	*> The journal discipline matches empmaint: no journal, no rehire.
	open extend jrnl-file
	if W90-jrnl-status = "35"
	close jrnl-file
	move 0 to return-code
	goback.
B050-check-post.
	move "CHK " to W40-post-function
	call "postctl" using W40-post-function W30-post-id W30-emp-id
		W30-new-hire-date W90-operator-id W40-post-rec W40-post-ok-sw
	end-call
	if not W40-post-ok
		display "Post " W30-post-id " is not on postmast - not rehired."
		exit paragraph
	end-if
	move "N" to W40-post-ok-sw
	if not pst-is-vacant of W40-post-rec
		display "Post " W30-post-id " is not vacant - not rehired."
		exit paragraph
	end-if
	call "grdedit" using
		pst-job-grade of W40-post-rec
		emp-salary of emp-hist-rec
		W50-grade-valid-sw
		W50-band-valid-sw
		W50-band-min
		W50-band-max
	end-call
	if not W50-grade-valid
		display "Post " W30-post-id " carries an unknown grade - "
			"not rehired."
		exit paragraph
	end-if
	if not W50-band-valid and emp-salary of emp-hist-rec not = 0
		display "Archived salary is outside the band for grade "
			pst-job-grade of W40-post-rec " (" W50-band-min " to "
			W50-band-max ") - not rehired."
		exit paragraph
	end-if
	move "Y" to W40-post-ok-sw.
B100-reactivate.
	move emp-hist-rec to emp-list-rec
	move W30-post-id to emp-post-id of emp-list-rec
	move pst-dept-code of W40-post-rec to emp-dept-code of emp-list-rec
	move pst-job-grade of W40-post-rec to emp-job-grade of emp-list-rec
	move pst-br-code of W40-post-rec to emp-br-code of emp-list-rec
	*> Original tenure: the first spell's hire date survives in
	*> emp-first-hire-date; emp-hire-date starts the new spell.
	if emp-first-hire-date of emp-list-rec = 0
		not invalid key
			display "Employee " W30-emp-id " rehired."
			perform C100-write-journal
			move "FILL" to W40-post-function
			call "postctl" using W40-post-function W30-post-id
				W30-emp-id W30-new-hire-date W90-operator-id
				W40-post-rec W40-post-ok-sw
			end-call
			move 1 to W60-ctl-delta
			perform G100-adjust-ctl-count
			perform D100-restart-leave
	move DR-TS-DATE to jrnl-ts-date
	move DR-TS-TIME to jrnl-ts-time
	move "emprehir" to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
	move 0 to lbal-accrued-days(3)
	move 0 to lbal-used-days(3)
	move 0 to lbal-balance-days(3)
	move "T" to lbal-type-code(4)
	move 0 to lbal-accrued-days(4)
	move 0 to lbal-used-days(4)
	move 0 to lbal-balance-days(4)
	if W10-bal-found
		rewrite leave-bal-file-rec
			invalid key
