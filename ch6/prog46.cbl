*> Position master maintenance.
*> deptmast's dpm-budget-heads was a number deptbud (ch6/prog23.cbl)
*> compared with the headcount after the hires had already loaded.
*> This keeps the postmast position master (post-rec.cpy) of the
*> approved, funded posts hires are made against: each post names
*> its department, job grade and branch, and newhire
*> (ch6/prog4.cbl) refuses a hire that does not name a vacant post
*> of the same three. A new post opens vacant from today and is
*> refused once the department's open posts (filled plus vacant)
*> would exceed its budgeted headcount - a department with no
*> budget on deptmast has no funded posts. Only a vacant post can
*> be changed or closed; a closed (defunded) post stays on file so
*> the history still reads, and reopening it is funded like a new
*> post. Filling and vacating belong to postctl (ch9/prog35.cbl),
*> never to this menu. Same nightly-lock and update-authority
*> sign-on as empmaint (ch6/prog1.cbl); every post carries the
*> operator who last touched it.
identification division.
program-id. postmnt.
environment division.
input-output section.
file-control.
	select post-mast assign to "postmast"
		organization is indexed
		access mode is dynamic
		record key is pst-post-id of post-mast-rec
		file status is W90-post-status.
	select dept-mast assign to "deptmast"
		organization is indexed
		access mode is dynamic
		record key is dpm-code of dept-mast-rec
		file status is W90-dept-status.
data division.
file section.
fd	post-mast.
01	post-mast-rec.
	copy post-rec.
fd	dept-mast.
01	dept-mast-rec.
	copy dept-mast-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-funded-sw		pic X value "N".
		88	W10-funded				value "Y".
	05	W10-valid-sw		pic X value "N".
		88	W10-valid				value "Y".
01	W20-counters.
	05	W20-open-count		pic 9(5) comp value 0.
01	W30-menu-choice			pic 9.
01	W30-confirm				pic X.
01	W40-today				pic 9(8).
01	W40-old-dept			pic X(4).
01	W40-zero-salary			pic S9(5) comp-3 value 0.
01	W50-br-valid-sw			pic X.
	88	W50-br-valid			value "Y".
01	W50-grade-valid-sw		pic X.
	88	W50-grade-valid			value "Y".
01	W50-band-valid-sw		pic X.
01	W50-band-min			pic 9(5).
01	W50-band-max			pic 9(5).
01	post-work.
	copy post-rec.
01	W90-post-status			pic XX.
	88	W90-post-ok				value "00".
01	W90-dept-status			pic XX.
	88	W90-dept-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "postmnt ".
01	W90-act-event			pic X.
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
procedure division.
A100-start.
	*> The nightly cycle's batch lock (suitelok, ch9/prog27.cbl).
	move "CHK " to W35-lok-function
	move "postmnt" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "postmnt: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U"), and the id
	*> is stamped on every post changed.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> A brand new postmast is brought into existence the way
	*> empmaint creates emp001 the first time.
	open i-o post-mast
	if W90-post-status = "35"
		open output post-mast
		close post-mast
		open i-o post-mast
	end-if
	if not W90-post-ok
		display "postmnt: unable to open postmast, status " W90-post-status
		move 16 to return-code
		goback
	end-if
	open input dept-mast
	if not W90-dept-ok
		display "postmnt: unable to open deptmast, status " W90-dept-status
		close post-mast
		move 16 to return-code
		goback
	end-if
	accept W40-today from date yyyymmdd
	perform until W30-menu-choice = 6
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-add
			when 2 perform D200-change
			when 3 perform D300-close
			when 4 perform D400-reopen
			when 5 perform D500-inquire
			when 6 continue
			when other display "Please choose 1 through 6."
		end-evaluate
	end-perform
	close post-mast
	close dept-mast
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Position Master Maintenance"
	display "1. Add post"
	display "2. Change a vacant post"
	display "3. Close a vacant post"
	display "4. Reopen a closed post"
	display "5. Inquire post"
	display "6. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add.
	display "Enter post id: " with no advancing
	accept pst-post-id of post-work
	if pst-post-id of post-work = spaces
		display "Post id is required - not added."
		exit paragraph
	end-if
	perform F100-find-post
	if W10-found
		display "Post " pst-post-id of post-work " already exists."
		exit paragraph
	end-if
	perform E100-accept-post-details
	if not W10-valid
		exit paragraph
	end-if
	perform E200-check-funding
	if not W10-funded
		exit paragraph
	end-if
	move "V" to pst-status of post-work
	move spaces to pst-emp-id of post-work
	move W40-today to pst-vacant-since of post-work
	move W40-today to pst-created-date of post-work
	move W40-today to pst-changed-date of post-work
	move W90-operator-id to pst-changed-by of post-work
	move post-work to post-mast-rec
	write post-mast-rec
		invalid key
			display "Post not added, status " W90-post-status
		not invalid key
			display "Post " pst-post-id of post-work
				" added - vacant from " W40-today "."
	end-write.
D200-change.
	display "Enter post id: " with no advancing
	accept pst-post-id of post-work
	perform F100-find-post
	if not W10-found
		display "Post not found."
		exit paragraph
	end-if
	if not pst-is-vacant of post-mast-rec
		display "Post " pst-post-id of post-work " is not vacant - "
			"move its holder first (emppos transfer)."
		exit paragraph
	end-if
	move post-mast-rec to post-work
	move pst-dept-code of post-mast-rec to W40-old-dept
	perform E100-accept-post-details
	if not W10-valid
		exit paragraph
	end-if
	*> A post moving department takes a funded place in the new one.
	if pst-dept-code of post-work not = W40-old-dept
		perform E200-check-funding
		if not W10-funded
			perform F100-find-post
			exit paragraph
		end-if
	end-if
	perform F100-find-post
	move pst-title of post-work to pst-title of post-mast-rec
	move pst-dept-code of post-work to pst-dept-code of post-mast-rec
	move pst-job-grade of post-work to pst-job-grade of post-mast-rec
	move pst-br-code of post-work to pst-br-code of post-mast-rec
	move W40-today to pst-changed-date of post-mast-rec
	move W90-operator-id to pst-changed-by of post-mast-rec
	rewrite post-mast-rec
		invalid key
			display "Post not updated, status " W90-post-status
		not invalid key
			display "Post updated."
	end-rewrite.
D300-close.
	display "Enter post id: " with no advancing
	accept pst-post-id of post-work
	perform F100-find-post
	if not W10-found
		display "Post not found."
		exit paragraph
	end-if
	if not pst-is-vacant of post-mast-rec
		display "Only a vacant post can be closed - post "
			pst-post-id of post-work " has status "
			pst-status of post-mast-rec "."
		exit paragraph
	end-if
	display "Close post " pst-post-id of post-work " ("
		pst-title of post-mast-rec ")? (Y/N): " with no advancing
	accept W30-confirm
	if W30-confirm not = "Y" and W30-confirm not = "y"
		display "Post not closed."
		exit paragraph
	end-if
	move "C" to pst-status of post-mast-rec
	move W40-today to pst-changed-date of post-mast-rec
	move W90-operator-id to pst-changed-by of post-mast-rec
	rewrite post-mast-rec
		invalid key
			display "Post not closed, status " W90-post-status
		not invalid key
			display "Post closed - no longer funded."
	end-rewrite.
D400-reopen.
	display "Enter post id: " with no advancing
	accept pst-post-id of post-work
	perform F100-find-post
	if not W10-found
		display "Post not found."
		exit paragraph
	end-if
	if not pst-is-closed of post-mast-rec
		display "Post " pst-post-id of post-work " is not closed."
		exit paragraph
	end-if
	move post-mast-rec to post-work
	perform E200-check-funding
	if not W10-funded
		exit paragraph
	end-if
	perform F100-find-post
	*> The vacancy is measured from the reopening, not from whenever
	*> the post was first left empty before it was closed.
	move "V" to pst-status of post-mast-rec
	move W40-today to pst-vacant-since of post-mast-rec
	move W40-today to pst-changed-date of post-mast-rec
	move W90-operator-id to pst-changed-by of post-mast-rec
	rewrite post-mast-rec
		invalid key
			display "Post not reopened, status " W90-post-status
		not invalid key
			display "Post reopened - vacant from " W40-today "."
	end-rewrite.
D500-inquire.
	display "Enter post id: " with no advancing
	accept pst-post-id of post-work
	perform F100-find-post
	if not W10-found
		display "Post not found."
		exit paragraph
	end-if
	display "Post:       " pst-post-id of post-mast-rec
		"  " pst-title of post-mast-rec
	display "Department: " pst-dept-code of post-mast-rec
		"  Grade: " pst-job-grade of post-mast-rec
		"  Branch: " pst-br-code of post-mast-rec
	evaluate true
		when pst-is-filled of post-mast-rec
			display "Status:     filled by " pst-emp-id of post-mast-rec
		when pst-is-vacant of post-mast-rec
			display "Status:     vacant since "
				pst-vacant-since of post-mast-rec
		when other
			display "Status:     closed"
	end-evaluate
	display "Created " pst-created-date of post-mast-rec
		", last changed " pst-changed-date of post-mast-rec
		" by " pst-changed-by of post-mast-rec.
E100-accept-post-details.
	*> Department on deptmast, branch through brcdedit and grade
	*> through grdedit (ch9/prog11.cbl) - the same checks a hire's
	*> own fields get, so a post can never name what newhire would
	*> refuse.
	move "N" to W10-valid-sw
	display "Enter post title: " with no advancing
	accept pst-title of post-work
	display "Enter department code: " with no advancing
	accept pst-dept-code of post-work
	display "Enter job grade: " with no advancing
	accept pst-job-grade of post-work
	display "Enter branch code: " with no advancing
	accept pst-br-code of post-work
	move pst-dept-code of post-work to dpm-code of dept-mast-rec
	read dept-mast
		invalid key
			display "Department code not on deptmast - post not saved."
			exit paragraph
	end-read
	call "brcdedit" using pst-br-code of post-work W50-br-valid-sw
	end-call
	if not W50-br-valid
		display "Branch code not recognized - post not saved."
		exit paragraph
	end-if
	call "grdedit" using
		pst-job-grade of post-work
		W40-zero-salary
		W50-grade-valid-sw
		W50-band-valid-sw
		W50-band-min
		W50-band-max
	end-call
	if not W50-grade-valid
		display "Job grade not recognized - post not saved."
		exit paragraph
	end-if
	move "Y" to W10-valid-sw.
E200-check-funding.
	*> Open posts (filled or vacant) already in post-work's
	*> department against its budgeted headcount on deptmast.
	move "N" to W10-funded-sw
	move pst-dept-code of post-work to dpm-code of dept-mast-rec
	read dept-mast
		invalid key
			display "Department code not on deptmast - post not saved."
			exit paragraph
	end-read
	move 0 to W20-open-count
	move low-values to pst-post-id of post-mast-rec
	start post-mast key is >= pst-post-id of post-mast-rec
		invalid key move "Y" to W10-eof-sw
		not invalid key move "N" to W10-eof-sw
	end-start
	perform until W10-eof
		read post-mast next record
			at end move "Y" to W10-eof-sw
			not at end
				if pst-dept-code of post-mast-rec
						= pst-dept-code of post-work
						and not pst-is-closed of post-mast-rec
					add 1 to W20-open-count
				end-if
		end-read
	end-perform
	if W20-open-count >= dpm-budget-heads of dept-mast-rec
		display "Department " pst-dept-code of post-work " already has "
			W20-open-count " open post(s) against a budget of "
			dpm-budget-heads of dept-mast-rec
			" - raise the budget in deptmnt first."
	else
		move "Y" to W10-funded-sw
	end-if.
F100-find-post.
	move pst-post-id of post-work to pst-post-id of post-mast-rec
	read post-mast
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
