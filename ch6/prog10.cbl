*> completes; after a failure the next invocation offers to resume
*> from the first unfinished step instead of rerunning the whole
*> night from the top.
*> A step that stops the night is raised to the OPS mailbox through
*> notify (ch9/prog36.cbl) as well as logged to runhist, so the
*> failure reaches someone before the morning's operations report.
*> The steps and their order are no longer compiled in: the night
*> is read from the job stream file jobstrm (job-strm-rec.cpy,
*> maintained by jobmaint, ch6/prog55.cbl) - each step's program,
*> what it is handed, whether it is due tonight (daily, month-end,
*> quarter-end, year-end, or every night but a quarter-end), the
*> steps it waits on, and the highest return code that lets the
*> night go on. A step operations switched off for the run date on
*> jobskip is skipped, and so is anything waiting on it. Checkpoints
*> now record the step number off jobstrm.
*> However the night ends - completed or stopped at a step - the
*> one-page daily operations summary (opssumm, ch6/prog57.cbl) is
*> produced for the run date last thing, so the supervisor's
*> morning starts from opssum01 instead of six separate reports.
identification division.
program-id. nitecycl.
environment division.
		file status is W90-hist-status.
	select chkp-file assign to "nitechkp"
		file status is W90-chkp-status.
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
fd	runhist-file.
	05	chkp-status			pic X.
		88	chkp-incomplete			value "I".
		88	chkp-complete			value "C".
fd	job-file.
01	job-rec.
	copy job-strm-rec.
fd	skip-file.
01	skip-rec.
	copy job-skip-rec.
working-storage section.
01	W10-run-date			pic 9(8).
01	W20-step-name			pic X(8).
	88	W60-quarter-end			value "Y".
01	W60-year-end-sw			pic X value "N".
	88	W60-year-end			value "Y".
01	W60-month-end-sw		pic X value "N".
	88	W60-month-end			value "Y".
01	W60-last-day			pic 9(2).
01	W60-step-start			pic 9(8).
01	W60-rc-show				pic -(3)9.
01	W70-start-step			pic 9(2) value 1.
01	W70-step-no				pic 9(2) value 0.
01	W70-resume-choice		pic X.
	88	W90-hist-ok				value "00".
01	W90-chkp-status			pic XX.
	88	W90-chkp-ok				value "00".
01	W90-job-status			pic XX.
	88	W90-job-ok				value "00".
01	W90-skip-status			pic XX.
	88	W90-skip-ok				value "00".
*> Tonight's job stream off jobstrm, in running order. The state
*> says what became of each step: "R" ran, "N" not due tonight, "X"
*> skipped for the run date (itself or a step it waits on), "P"
*> done by the invocation this one resumes.
01	W65-job-count			pic 9(2) comp value 0.
01	W65-job-table.
	05	W65-job-entry occurs 99 times indexed by job-idx pred-idx.
		10	W65-step-no			pic 9(2).
		10	W65-program			pic X(10).
		10	W65-run-cond		pic X.
		10	W65-parm-shape		pic X.
		10	W65-pred			pic 9(2) occurs 4 times.
		10	W65-max-rc			pic 9(2).
		10	W65-skip-sw			pic X.
			88	W65-skip-tonight		value "Y".
		10	W65-state			pic X.
01	W65-pred-sub			pic 9 comp value 0.
01	W65-found-sw			pic X.
	88	W65-found				value "Y".
01	W65-due-sw				pic X.
	88	W65-due					value "Y".
01	W65-wait-sw				pic X.
	88	W65-wait-skipped		value "Y".
01	W70-bkup-sw				pic X.
	88	W70-bkup-ok				value "Y".
01	W35-lok-work.
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
	copy date-routines.
	copy notify-parms.
procedure division.
A100-start.
	accept W10-run-date from date yyyymmdd
		goback
	end-if
	perform B100-check-quarter-end
	perform B200-load-job-stream
	perform B300-load-skips
	perform B400-offer-resume
	*> The suite lock (suitelok, ch9/prog27.cbl) goes on before the
	*> first step touches a master and comes off only when the whole
		goback
	end-if
	display "Nightly batch cycle starting, run date " W10-run-date "."
	perform varying job-idx from 1 by 1 until job-idx > W65-job-count
		if W65-step-no(job-idx) < W70-start-step
			move "P" to W65-state(job-idx)
		else
			perform C100-run-step
		end-if
	end-perform
	display "Nightly batch cycle completed successfully."
	perform Y400-mark-complete
	move "CLR " to W35-lok-function
		W35-lok-locked-sw
	end-call
	perform X100-print-stats
	perform X400-daily-summary
	move 0 to return-code
	goback.
B400-offer-resume.
			when other
				move "N" to W60-quarter-end-sw
		end-evaluate
		*> Month-end for the job stream's "M" steps: the run date is
		*> the last day of its month.
		evaluate DR-GREG-MM
			when 2
				if DR-LEAP-YEAR
					move 29 to W60-last-day
				else
					move 28 to W60-last-day
				end-if
			when 4
			when 6
			when 9
			when 11
				move 30 to W60-last-day
			when other
				move 31 to W60-last-day
		end-evaluate
		if DR-GREG-DD = W60-last-day
			move "Y" to W60-month-end-sw
		end-if
	end-if.
B200-load-job-stream.
	*> The night is whatever jobstrm defines, in step-number order -
	*> jobmaint (ch6/prog55.cbl) maintains it. A stream that cannot
	*> be read, or a step waiting on one that does not run ahead of
	*> it, stops the cycle before the suite lock goes on.
	open input job-file
	if not W90-job-ok
		display "nitecycl: unable to open jobstrm, status " W90-job-status
			" - load the job stream with jobmaint."
		move 16 to return-code
		goback
	end-if
	move low-values to js-step-no of job-rec
	start job-file key is >= js-step-no of job-rec
		invalid key continue
		not invalid key perform Z300-read-job
	end-start
	close job-file
	if W65-job-count = 0
		display "nitecycl: jobstrm defines no steps - load the job "
			"stream with jobmaint."
		move 16 to return-code
		goback
	end-if
	perform varying job-idx from 1 by 1 until job-idx > W65-job-count
		perform varying W65-pred-sub from 1 by 1 until W65-pred-sub > 4
			if W65-pred(job-idx, W65-pred-sub) not = 0
				perform X300-find-predecessor
				if not W65-found
					display "nitecycl: step " W65-step-no(job-idx)
						" waits on step " W65-pred(job-idx, W65-pred-sub)
						", which does not run ahead of it - fix the "
						"job stream with jobmaint."
					move 16 to return-code
					goback
				end-if
			end-if
		end-perform
	end-perform.
B300-load-skips.
	*> Steps operations have switched off for this run date on
	*> jobskip. No jobskip just means nothing is switched off.
	open input skip-file
	if not W90-skip-ok
		exit paragraph
	end-if
	perform varying job-idx from 1 by 1 until job-idx > W65-job-count
		move W10-run-date to jsk-run-date of skip-rec
		move W65-step-no(job-idx) to jsk-step-no of skip-rec
		read skip-file
			invalid key continue
			not invalid key
				move "Y" to W65-skip-sw(job-idx)
		end-read
	end-perform
	close skip-file.
C100-run-step.
	move W65-program(job-idx) to W20-step-name
	move W65-step-no(job-idx) to W70-step-no
	perform C200-check-due
	if not W65-due
		move "N" to W65-state(job-idx)
		display "Nightly batch cycle: " W20-step-name
			" is not due tonight."
		perform Y300-write-checkpoint
		exit paragraph
	end-if
	perform C300-check-waits
	if W65-skip-tonight(job-idx) or W65-wait-skipped
		move "X" to W65-state(job-idx)
		if W65-skip-tonight(job-idx)
			display "Nightly batch cycle: " W20-step-name
				" is switched off for " W10-run-date " - skipped."
		else
			display "Nightly batch cycle: " W20-step-name
				" waits on a step skipped tonight - skipped."
		end-if
		perform Y300-write-checkpoint
		exit paragraph
	end-if
	perform X200-stamp-start
	perform C400-call-step
	move "R" to W65-state(job-idx)
	perform Y100-record-step
	if W20-step-rc > W65-max-rc(job-idx)
		perform Z100-abort
	end-if
	perform Y300-write-checkpoint.
C200-check-due.
	*> On a quarter-end, periodend's own quarterly rollup runs
	*> stugrade - an "E" step stays out that night so the student
	*> average report is not printed twice.
	move "N" to W65-due-sw
	evaluate W65-run-cond(job-idx)
		when "D"
			move "Y" to W65-due-sw
		when "M"
			if W60-month-end
				move "Y" to W65-due-sw
			end-if
		when "Q"
			if W60-quarter-end
				move "Y" to W65-due-sw
			end-if
		when "Y"
			if W60-year-end
				move "Y" to W65-due-sw
			end-if
		when "E"
			if not W60-quarter-end
				move "Y" to W65-due-sw
			end-if
	end-evaluate.
C300-check-waits.
	*> A predecessor that ran, was not due, or was done before a
	*> resume lets the step go; one skipped tonight holds it back.
	move "N" to W65-wait-sw
	perform varying W65-pred-sub from 1 by 1 until W65-pred-sub > 4
		if W65-pred(job-idx, W65-pred-sub) not = 0
			perform X300-find-predecessor
			if W65-found
				if W65-state(pred-idx) = "X"
					move "Y" to W65-wait-sw
				end-if
			end-if
		end-if
	end-perform.
C400-call-step.
	*> Each step is handed what its linkage expects, as jobstrm
	*> records it.
	evaluate W65-parm-shape(job-idx)
		when "S"
			call W65-program(job-idx) using W30-signon-sw W10-run-date
			end-call
			move return-code to W20-step-rc
		when "O"
			call W65-program(job-idx) using W30-signon-sw end-call
			move return-code to W20-step-rc
		when "B"
			call W65-program(job-idx) using W70-bkup-sw end-call
			if W70-bkup-ok
				move 0 to W20-step-rc
			else
				move 16 to W20-step-rc
			end-if
		when "D"
			call W65-program(job-idx) using W10-run-date end-call
			move return-code to W20-step-rc
		when other
			call W65-program(job-idx) end-call
			move return-code to W20-step-rc
	end-evaluate.
Y100-record-step.
	add 1 to W50-steps-run
	if W20-step-rc > W50-worst-rc
	end-if.
X200-stamp-start.
	accept W60-step-start from time.
X300-find-predecessor.
	*> Only a step ahead of this one in the stream counts.
	move "N" to W65-found-sw
	perform varying pred-idx from 1 by 1
			until pred-idx >= job-idx or W65-found
		if W65-step-no(pred-idx) = W65-pred(job-idx, W65-pred-sub)
			move "Y" to W65-found-sw
		end-if
	end-perform
	if W65-found
		set pred-idx down by 1
	end-if.
X100-print-stats.
	display " "
	display "Nightly batch cycle end of job statistics"
	display "Run date:          " W10-run-date
	display "Steps completed:   " W50-steps-run
	display "Worst step code:   " W50-worst-rc.
X400-daily-summary.
	*> The summary only reads - a failure to produce it is reported
	*> but never changes how the night itself ended.
	call "opssumm" using W30-signon-sw W10-run-date end-call
	if return-code not = 0
		display "nitecycl: daily operations summary not produced, code "
			return-code
	end-if.
Z100-abort.
	display "Nightly batch cycle stopped - step " W20-step-name
		" returned code " W20-step-rc
	display "The suite lock stays SET - resume the cycle, or clear a "
		"crashed one with lokclear."
	perform X100-print-stats
	perform Z200-raise-failure
	perform X400-daily-summary
	move W20-step-rc to return-code
	goback.
Z200-raise-failure.
	move "OPS" to NTF-RECIPIENT
	move "STEPFAIL" to NTF-EVENT-TYPE
	move spaces to NTF-REFERENCE
	string "nitecycl" W10-run-date W20-step-name
		delimited by size into NTF-REFERENCE
	end-string
	move "nitecycl" to NTF-PROGRAM
	move W20-step-rc to W60-rc-show
	move spaces to NTF-MESSAGE
	string "nitecycl " W10-run-date " stopped: step " W20-step-name
		" returned " W60-rc-show
		delimited by size into NTF-MESSAGE
	end-string
	call "notify" using NTF-PARMS end-call.
Z300-read-job.
	perform until W90-job-status not = "00" or W65-job-count >= 99
		read job-file next record
			at end continue
			not at end
				add 1 to W65-job-count
				set job-idx to W65-job-count
				move js-step-no of job-rec to W65-step-no(job-idx)
				move js-program of job-rec to W65-program(job-idx)
				move js-run-cond of job-rec to W65-run-cond(job-idx)
				move js-parm-shape of job-rec to W65-parm-shape(job-idx)
				move js-pred of job-rec(1) to W65-pred(job-idx, 1)
				move js-pred of job-rec(2) to W65-pred(job-idx, 2)
				move js-pred of job-rec(3) to W65-pred(job-idx, 3)
				move js-pred of job-rec(4) to W65-pred(job-idx, 4)
				move js-max-rc of job-rec to W65-max-rc(job-idx)
				move "N" to W65-skip-sw(job-idx)
				move space to W65-state(job-idx)
		end-read
	end-perform.
