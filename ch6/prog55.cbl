*> Nightly job stream maintenance.
*> The order of the night was compiled into nitecycl
*> (ch6/prog10.cbl) - adding paybank or the loan accruals as a step,
*> or leaving one out for a night, needed a programmer. nitecycl now
*> drives the night from the job stream file jobstrm
*> (job-strm-rec.cpy), and this maintains it in the calmaint
*> (ch9/prog15.cbl) menu shape: each step's program, what it is
*> handed, whether it runs daily or only at month-, quarter- or
*> year-end, the steps it waits on, and the highest return code the
*> night accepts from it. A predecessor must already be on the
*> stream ahead of the step, and a step others wait on cannot be
*> deleted. Operations switch a step off for one run date on jobskip
*> (job-skip-rec.cpy) without touching the definition. An empty
*> jobstrm can be loaded with the standard night - the eight steps
*> nitecycl always ran, in the order it ran them.
identification division.
program-id. jobmaint.
environment division.
input-output section.
file-control.
	select job-file assign to "jobstrm"
		organization is indexed
		access mode is dynamic
		record key is js-step-no of job-rec
		file status is W90-job-status.
	select skip-file assign to "jobskip"
		organization is indexed
		access mode is dynamic
		record key is jsk-key of skip-rec
		file status is W90-skip-status.
data division.
file section.
fd	job-file.
01	job-rec.
	copy job-strm-rec.
fd	skip-file.
01	skip-rec.
	copy job-skip-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-valid-sw		pic X value "N".
		88	W10-valid				value "Y".
	05	W10-used-sw			pic X value "N".
		88	W10-used				value "Y".
	05	W10-pred-sw			pic X value "N".
		88	W10-pred-ok				value "Y".
01	W20-list-count			pic 9(4) comp value 0.
01	W20-pred-sub			pic 9 comp value 0.
01	W30-menu-choice			pic 9.
01	W40-step-no				pic 9(2).
01	W40-run-date			pic 9(8).
01	W40-pred-no				pic 9(2).
*> The step being added or changed, kept while its predecessors are
*> looked up on the same file.
01	W40-job-work.
	copy job-strm-rec replacing leading ==js== by ==jw==.
*> The standard night, as nitecycl ran it before the job stream.
01	W60-std-night.
	05	filler				pic X(54) value
		"10preflt    Input manifest check          DS0000000004".
	05	filler				pic X(54) value
		"20empvfy    Master file validation        DO1000000004".
	05	filler				pic X(54) value
		"30suitebk   Master generation backups     DB2000000004".
	05	filler				pic X(54) value
		"40empfutr   Future-dated employee changes DD3000000004".
	05	filler				pic X(54) value
		"50empbatch  Employee batch cycle          DS4000000004".
	05	filler				pic X(54) value
		"60stugrade  Student averages              EN3000000004".
	05	filler				pic X(54) value
		"70periodend Period-end processing         DD5000000004".
	05	filler				pic X(54) value
		"80payhroll  Pay history year-end rollover YD7000000004".
01	filler redefines W60-std-night.
	05	W60-std-step		pic X(54) occurs 8 times
							indexed by std-idx.
01	W90-job-status			pic XX.
	88	W90-job-ok				value "00".
01	W90-skip-status			pic XX.
	88	W90-skip-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5).
	copy date-routines.
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> decides what the night runs.
	call "opsignon" using W90-signon-sw W90-auth-level W90-operator-id
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> Brand new files that have never been created can't be opened
	*> i-o at all (status 35) - open each output once to bring it
	*> into existence, then reopen i-o the normal way.
	open i-o job-file
	if W90-job-status = "35"
		open output job-file
		close job-file
		open i-o job-file
	end-if
	if not W90-job-ok
		display "jobmaint: unable to open jobstrm, status " W90-job-status
		move 16 to return-code
		goback
	end-if
	open i-o skip-file
	if W90-skip-status = "35"
		open output skip-file
		close skip-file
		open i-o skip-file
	end-if
	if not W90-skip-ok
		display "jobmaint: unable to open jobskip, status "
			W90-skip-status
		close job-file
		move 16 to return-code
		goback
	end-if
	perform until W30-menu-choice = 9
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-add
			when 2 perform D200-change
			when 3 perform D300-delete
			when 4 perform D400-list
			when 5 perform D500-skip-for-date
			when 6 perform D600-restore-for-date
			when 7 perform D700-list-skips
			when 8 perform D800-load-standard
			when 9 continue
			when other display "Please choose 1 through 9."
		end-evaluate
	end-perform
	close job-file
	close skip-file
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Nightly Job Stream Maintenance"
	display "1. Add step"
	display "2. Change step"
	display "3. Delete step"
	display "4. List job stream"
	display "5. Skip a step for one run date"
	display "6. Restore a skipped step"
	display "7. List skipped steps"
	display "8. Load the standard night"
	display "9. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add.
	display "Enter step number (01-99, the running order): "
		with no advancing
	accept W40-step-no
	if W40-step-no = 0
		display "Step number must be 01 through 99 - not added."
		exit paragraph
	end-if
	perform F100-find-step
	if W10-found
		display "Step " W40-step-no " is already on the stream ("
			js-program of job-rec ")."
		exit paragraph
	end-if
	initialize W40-job-work
	move W40-step-no to jw-step-no
	perform E100-accept-step
	if not W10-valid
		display "Step not added."
		exit paragraph
	end-if
	move W40-job-work to job-rec
	write job-rec
		invalid key
			display "Step not added, status " W90-job-status
		not invalid key
			display "Step " W40-step-no " added."
	end-write.
D200-change.
	display "Enter step number: " with no advancing
	accept W40-step-no
	perform F100-find-step
	if not W10-found
		display "Step " W40-step-no " is not on the stream."
		exit paragraph
	end-if
	perform X100-show-step
	move job-rec to W40-job-work
	perform E100-accept-step
	if not W10-valid
		display "Step not changed."
		exit paragraph
	end-if
	perform F100-find-step
	move W40-job-work to job-rec
	rewrite job-rec
		invalid key
			display "Step not changed, status " W90-job-status
		not invalid key
			display "Step " W40-step-no " changed."
	end-rewrite.
D300-delete.
	display "Enter step number: " with no advancing
	accept W40-step-no
	perform F100-find-step
	if not W10-found
		display "Step " W40-step-no " is not on the stream."
		exit paragraph
	end-if
	perform F200-check-waited-on
	if W10-used
		display "Other steps wait on step " W40-step-no
			" - change them first. Not deleted."
		exit paragraph
	end-if
	perform F100-find-step
	delete job-file record
		invalid key
			display "Step not deleted, status " W90-job-status
		not invalid key
			display "Step " W40-step-no " deleted."
	end-delete.
D400-list.
	display "No Program  Description                    Run Parm "
		"Waits on    Max rc"
	move 0 to W20-list-count
	move "N" to W10-eof-sw
	move low-values to js-step-no of job-rec
	start job-file key is >= js-step-no of job-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		perform Z100-read-next-step
		if not W10-eof
			add 1 to W20-list-count
			perform X100-show-step
		end-if
	end-perform
	if W20-list-count = 0
		display "The job stream is empty - load the standard night "
			"(option 8) or add steps."
	end-if.
D500-skip-for-date.
	display "Enter run date to skip on (yyyymmdd): " with no advancing
	accept W40-run-date
	perform E200-check-run-date
	if not W10-valid
		exit paragraph
	end-if
	display "Enter step number: " with no advancing
	accept W40-step-no
	perform F100-find-step
	if not W10-found
		display "Step " W40-step-no " is not on the stream - not skipped."
		exit paragraph
	end-if
	move W40-run-date to jsk-run-date of skip-rec
	move W40-step-no to jsk-step-no of skip-rec
	display "Enter reason: " with no advancing
	accept jsk-reason of skip-rec
	move W90-operator-id to jsk-operator of skip-rec
	write skip-rec
		invalid key
			display "Step " W40-step-no " is already skipped on "
				W40-run-date "."
		not invalid key
			display "Step " W40-step-no " (" js-program of job-rec
				") will not run on " W40-run-date
				" - nor will any step waiting on it."
	end-write.
D600-restore-for-date.
	display "Enter run date (yyyymmdd): " with no advancing
	accept W40-run-date
	display "Enter step number: " with no advancing
	accept W40-step-no
	move W40-run-date to jsk-run-date of skip-rec
	move W40-step-no to jsk-step-no of skip-rec
	delete skip-file record
		invalid key
			display "Step " W40-step-no " is not skipped on "
				W40-run-date "."
		not invalid key
			display "Step " W40-step-no " restored for " W40-run-date "."
	end-delete.
D700-list-skips.
	display "Run date  Step Reason                         Operator"
	move 0 to W20-list-count
	move "N" to W10-eof-sw
	move low-values to jsk-key of skip-rec
	start skip-file key is >= jsk-key of skip-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read skip-file next record
			at end move "Y" to W10-eof-sw
		end-read
		if not W10-eof
			add 1 to W20-list-count
			display jsk-run-date of skip-rec "  " jsk-step-no of skip-rec
				"   " jsk-reason of skip-rec " " jsk-operator of skip-rec
		end-if
	end-perform
	if W20-list-count = 0
		display "No steps are skipped."
	end-if.
D800-load-standard.
	*> Only onto an empty stream - loading over a tailored one would
	*> undo whatever operations changed.
	move low-values to js-step-no of job-rec
	move "N" to W10-eof-sw
	start job-file key is >= js-step-no of job-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	if not W10-eof
		display "The job stream already has steps - standard night "
			"not loaded."
		exit paragraph
	end-if
	perform varying std-idx from 1 by 1 until std-idx > 8
		move W60-std-step(std-idx) to job-rec
		write job-rec
			invalid key
				display "Step " js-step-no of job-rec
					" not loaded, status " W90-job-status
		end-write
	end-perform
	display "Standard night loaded - list it with option 4.".
E100-accept-step.
	*> Fills W40-job-work from the keyboard; W10-valid says whether
	*> it may go on the file.
	move "N" to W10-valid-sw
	display "Program name: " with no advancing
	accept jw-program
	if jw-program = spaces
		display "A step needs a program."
		exit paragraph
	end-if
	display "Description: " with no advancing
	accept jw-desc
	display "Runs (D daily, M month-end, Q quarter-end, Y year-end,"
	display "      E every night but a quarter-end): " with no advancing
	accept jw-run-cond
	if not jw-run-cond-valid
		display "Run condition must be D, M, Q, Y or E."
		exit paragraph
	end-if
	display "Handed (S sign-on and run date, O sign-on, B backup"
	display "        switch, D run date, N nothing): " with no advancing
	accept jw-parm-shape
	if not jw-parm-shape-valid
		display "What the step is handed must be S, O, B, D or N."
		exit paragraph
	end-if
	perform varying W20-pred-sub from 1 by 1 until W20-pred-sub > 4
		display "Waits on step (0 for none): " with no advancing
		accept W40-pred-no
		move W40-pred-no to jw-pred(W20-pred-sub)
	end-perform
	perform varying W20-pred-sub from 1 by 1 until W20-pred-sub > 4
		move jw-pred(W20-pred-sub) to W40-pred-no
		if W40-pred-no not = 0
			perform E300-check-predecessor
			if not W10-pred-ok
				exit paragraph
			end-if
		end-if
	end-perform
	display "Highest acceptable return code: " with no advancing
	accept jw-max-rc
	move "Y" to W10-valid-sw.
E200-check-run-date.
	move "N" to W10-valid-sw
	move W40-run-date to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if not DR-DATE-OK
		display "Not a valid Gregorian date - not skipped."
	else
		move "Y" to W10-valid-sw
	end-if.
E300-check-predecessor.
	*> A predecessor runs ahead of the step - a lower step number -
	*> and must already be on the stream.
	move "N" to W10-pred-sw
	if W40-pred-no >= jw-step-no
		display "Step " W40-pred-no " does not run ahead of step "
			jw-step-no "."
		exit paragraph
	end-if
	move W40-pred-no to js-step-no of job-rec
	read job-file
		invalid key
			display "Step " W40-pred-no " is not on the stream."
		not invalid key
			move "Y" to W10-pred-sw
	end-read.
F100-find-step.
	move W40-step-no to js-step-no of job-rec
	read job-file
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
F200-check-waited-on.
	move "N" to W10-used-sw
	move "N" to W10-eof-sw
	move low-values to js-step-no of job-rec
	start job-file key is >= js-step-no of job-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof or W10-used
		perform Z100-read-next-step
		if not W10-eof
			perform varying W20-pred-sub from 1 by 1
					until W20-pred-sub > 4
				if js-pred of job-rec(W20-pred-sub) = W40-step-no
					move "Y" to W10-used-sw
				end-if
			end-perform
		end-if
	end-perform.
X100-show-step.
	display js-step-no of job-rec " " js-program of job-rec "  "
		js-desc of job-rec " " js-run-cond of job-rec "   "
		js-parm-shape of job-rec "    "
		js-pred of job-rec(1) " " js-pred of job-rec(2) " "
		js-pred of job-rec(3) " " js-pred of job-rec(4) "  "
		js-max-rc of job-rec.
Z100-read-next-step.
	read job-file next record
		at end move "Y" to W10-eof-sw
	end-read.
