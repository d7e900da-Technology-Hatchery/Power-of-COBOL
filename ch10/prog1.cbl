*> (emp-term-date set and passed) are left off the run, and the
*> emp001 trailer control record (emp-ctl-rec.cpy, emp-id "99999")
*> is reconciled the same way emprpt/salrpt/payctl do.
*> A dedrates code flagged cumulative (ded-is-cumulative - the
*> income tax) no longer prices on the period gross alone: the
*> year-to-date taxable gross (every G, P and R line on payhist this
*> calendar year, supplementals included, plus this period) is
*> averaged over the periods elapsed to pick the bracket, the tax
*> due on the whole year so far is worked out at that bracket's
*> rate, and only the difference from what payhist says was already
*> withheld under the code this year is taken - a refund line when
*> the year so far was over-withheld. Wherever that moves the
*> period's withholding by more than the TAXTRUP parameter against
*> what the period method would have taken, the employee lands on
*> the true-up report (taxtrup1).
*> Recurring allowances (allowmst, allow-rec.cpy, kept by alwmaint
*> ch10/prog28.cbl) pay themselves: every allowance live in the
*> period - started on or before the period end, not ended before
*> the period start - pays its per-period amount as its own paydet
*> line. A taxable allowance is an "A" line that joins the period
*> gross before the deductions price, the way a retro adjustment
*> does; a non-taxable one is an "X" line outside the deduction base
*> that goes straight onto net. An allowance past its end date just
*> stops paying - nobody has to remember to take it off. The "A"
*> lines count toward the cumulative year-to-date taxable gross like
*> any other pay; the "X" lines never do.
*> Salary advances issued mid-period by payadv (ch10/prog30.cbl)
*> come back on the employee's next run: every outstanding advmast
*> entry issued on or before the period end deducts its balance as
*> an "ADVN" line, straight after any arrears recovery and as far as
*> the pay on hand allows. A balance the run could not cover stays
*> outstanding for the next one - payadv's report names it - and
*> the entry flips to recovered the period it clears.
*> Annual leave sold back through the encashment run (leavencs,
*> ch8/prog10.cbl) pays on the employee's next run: every encashed
*> leavenc request is its own "L" line, taxable and inside the
*> deduction base the way a retro adjustment is, and flips to paid
*> with the period it landed in so it can never pay twice.
*> Sick pay steps down with the length of absence: each sick day of
*> the period (leave-is-sick on leave001) is priced against the
*> employee's sick days in the rolling twelve months ending that
*> day - full pay for the first SICKFULL of them (suiteparm, default
*> 28), half pay for the next SICKHALF (default 28), nil after that.
*> The half- and nil-pay days dock as one "SICK" deduction line, the
*> way unpaid leave is docked, and sickabs (ch10/prog31.cbl) lists
*> who is on reduced pay now and when they move on.
*> Overtime an hourly employee would rather take as time off is
*> flagged "T" on the timesheet (tms-rec.cpy) instead of "Y": those
*> hours stay out of the gross and the premium altogether and bank
*> as days of time off in lieu - at OTMULT, or HOLMULT for prcscal
*> holiday work, over STDHRS hours to the day - credited to the
*> TOIL entry of leaveacc (leave-bal-rec.cpy) and recorded as the
*> period's lot on toilbank (toil-rec.cpy) so toilexp
*> (ch10/prog32.cbl) can age what is not taken.
*> The run now signs on naming itself, so its start and end land
*> on the activity log (actlog) against the operator - the
*> segregation-of-duties report (sodrpt, ch9/prog34.cbl) needs to
*> know who ran payrun, not just that it ran. Update authority
*> (opsignon level "U") is required, as for the other batch cycles.
*> At month end the run can split by branch to fit the batch
*> window: given a partition number and an emp-br-code range it
*> prices only that range's employees, writing its own paydetN,
*> payrgpN and taxtrpN and, once complete, a paypctN control record
*> (pay-part-rec.cpy). Partitions run side by side - each rewrites
*> the shared queue files with only its own employees' entries,
*> one partition at a time under the suite lock (suitelok) so no
*> save lands on top of another's - and none of them touches
*> payhist or closes the period; paymerge
*> (ch10/prog38.cbl) proves their control totals and builds the
*> single paydet, payreg01 and payhist append. Partition 0 is the
*> whole run, unchanged.
*> The run commits as it goes: every CHKPINT employees off emp001
*> (suiteparm, default 100; 0 never commits) it flushes paydet,
*> payhist and loanrpay, saves the queue files it rewrites with the
*> loan, garnishment, arrears and advance positions so far, credits
*> the banked TOIL, and records the last emp-id done and its running
*> control totals on payrchkp (payrckN for a partition,
*> pay-chkp-rec.cpy). A run that dies is simply run again for the
*> same period: it finds its checkpoint, cuts paydet back to the
*> committed lines, takes the uncommitted employees' lines back off
*> payhist and loanrpay, and resumes after the last committed
*> employee with its totals restored - nothing is written twice. The
*> banked TOIL now credits leaveacc at each commit rather than
*> employee by employee, so the credit and its toilbank lot always
*> land together. A death inside a commit itself is refused rather
*> than resumed over - that period backs out with payrvsl - and a
*> period reversed since its checkpoint starts again from the top.
*> Benefit cover deducts itself: every benenrl row (ben-enrl-rec.cpy,
*> kept by benmaint ch10/prog40.cbl) live in the period takes its
*> plan and tier's monthly employee premium off benplan (bplnmnt,
*> ch10/prog39.cbl) as a "D" line under the plan code - capped at
*> the pay on hand, the rest queued on dedarrs like any deduction -
*> and books the employer premium as an "E" line beside the
*> dedrates employer contributions. A weekly run takes twelve
*> fifty-seconds of each.
*> Holiday premium follows the employee's branch: the region of
*> their emp-br-code (brregion, ch9/prog43.cbl) is handed to calchk,
*> so hours worked on that region's own prcscal holiday price at
*> HOLMULT along with the company-wide holidays - and a holiday kept
*> only in another region is an ordinary day.
identification division.
program-id. payrun.
environment division.
		organization is indexed
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select pay-detail assign to W30-det-name
		file status is W90-det-status.
	select pay-reg assign to W30-reg-name
		file status is W90-rpt-status.
	select ded-file assign to "dedrates"
		file status is W90-ded-status.
		file status is W90-perd-status.
	select arr-file assign to "dedarrs"
		file status is W90-arr-status.
	select trup-rpt assign to W30-trup-name
		file status is W90-trup-status.
	select allow-file assign to "allowmst"
		file status is W90-alw-status.
	select adv-file assign to "advmast"
		file status is W90-adv-status.
	select enc-file assign to "leavenc"
		file status is W90-enc-status.
	select toil-file assign to "toilbank"
		file status is W90-toil-status.
	select leave-bal-file assign to "leaveacc"
		organization is indexed
		access mode is dynamic
		record key is lbal-emp-id of leave-bal-file-rec
		file status is W90-bal-status.
	select part-ctl-file assign to W30-pct-name
		file status is W90-pct-status.
	select stale-detail assign to "paydet"
		file status is W90-stale-status.
	select chkp-file assign to W30-chk-name
		file status is W90-chk-status.
	select chkp-work assign to "payrwork"
		file status is W90-work-status.
	select bplan-file assign to "benplan"
		file status is W90-bpl-status.
	select benr-file assign to "benenrl"
		file status is W90-benr-status.
data division.
file section.
fd	emp-list.
fd	arr-file.
01	arr-file-rec.
	copy ded-arr-rec.
fd	trup-rpt
	label records are standard.
01	trup-line			pic X(80).
fd	allow-file.
01	allow-file-rec.
	copy allow-rec.
fd	adv-file.
01	adv-file-rec.
	copy adv-rec.
fd	enc-file.
01	enc-file-rec.
	copy leave-enc-rec.
fd	toil-file.
01	toil-file-rec.
	copy toil-rec.
fd	leave-bal-file.
01	leave-bal-file-rec.
	copy leave-bal-rec.
fd	part-ctl-file.
01	part-ctl-rec.
	copy pay-part-rec.
fd	stale-detail
	label records are standard.
*> Laid out as ctl-rec.cpy's header, padded to paydet's record.
01	stale-detail-rec.
	05	stale-marker		pic X(3).
	05	stale-file-id		pic X(8).
	05	stale-run-date		pic 9(8).
	05	stale-record-count	pic 9(7).
	05	filler				pic X(5).
fd	chkp-file.
*> Carried as a plain buffer - the layout is W92-chkp-rec's.
01	chkp-file-rec			pic X(143).
fd	chkp-work.
*> Holding area for the lines a restart keeps while paydet, payhist
*> or loanrpay is cut back - wide enough for the longest of them.
01	chkp-work-rec			pic X(31).
fd	bplan-file.
01	bplan-file-rec.
	copy ben-plan-rec.
fd	benr-file.
01	benr-file-rec.
	copy ben-enrl-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-ctl-seen			value "Y".
	05	W10-in-force-sw		pic X value "N".
		88	W10-in-force			value "Y".
	05	W10-alw-eof-sw		pic X value "N".
		88	W10-alw-eof				value "Y".
	05	W10-adv-eof-sw		pic X value "N".
		88	W10-adv-eof				value "Y".
	05	W10-adv-changed-sw	pic X value "N".
		88	W10-adv-changed			value "Y".
	05	W10-enc-eof-sw		pic X value "N".
		88	W10-enc-eof				value "Y".
	05	W10-toil-eof-sw		pic X value "N".
		88	W10-toil-eof			value "Y".
	05	W10-toil-changed-sw	pic X value "N".
		88	W10-toil-changed		value "Y".
	05	W10-balfound-sw		pic X value "N".
		88	W10-balfound			value "Y".
	05	W10-ben-eof-sw		pic X value "N".
		88	W10-ben-eof				value "Y".
01	W30-ctl-count			pic 9(7) value 0.
01	W20-counters.
	05	W20-rec-count		pic 9(5) comp value 0.
*> run, matching the emp-pay-freq default on emp-rec.cpy.
01	W30-run-freq			pic X.
	88	W30-weekly-run			value "W".
*> Branch partition: 0 is the whole run, exactly as it always was.
*> 1 to 9 prices only the employees whose emp-br-code falls in the
*> from/to range and writes that partition's own paydetN, payrgpN
*> and taxtrpN plus its paypctN control record (pay-part-rec.cpy),
*> for paymerge (ch10/prog38.cbl) to prove and combine. A partition
*> never touches payhist or closes the period - the merge does both
*> once every partition is in.
01	W30-partition-no		pic 9 value 0.
	88	W30-partitioned			value 1 thru 9.
01	W30-br-from				pic X(3) value spaces.
01	W30-br-to				pic X(3) value spaces.
01	W30-det-name			pic X(8) value "paydet".
01	W30-reg-name			pic X(8) value "payreg01".
01	W30-trup-name			pic X(8) value "taxtrup1".
01	W30-pct-name			pic X(8) value "paypct".
*> The employees inside this partition's range, in emp001 key order,
*> so each shared file a partition rewrites keeps every other
*> partition's entries as that partition left them.
01	W61-part-work.
	05	W61-part-count		pic 9(5) comp value 0.
	05	W61-in-range-count	pic 9(7) comp value 0.
	05	W61-out-range-count	pic 9(7) comp value 0.
	05	W61-keep-count		pic 9(5) comp value 0.
	05	W61-find-emp-id		pic X(5).
	05	W61-in-part-sw		pic X value "N".
		88	W61-in-partition		value "Y".
	05	W61-refresh-over-sw	pic X value "N".
		88	W61-refresh-over		value "Y".
01	W61-part-table.
	05	W61-part-emp-id		pic X(5) occurs 5000 times
								indexed by part-idx.
01	W90-pct-status			pic XX.
	88	W90-pct-ok				value "00".
01	W90-stale-status		pic XX.
	88	W90-stale-ok			value "00".
*> Commit-point checkpoint (pay-chkp-rec.cpy). A restart is not
*> offered as a choice: once a commit has saved the queue files,
*> repricing the committed employees would take their loans,
*> garnishments and arrears a second time.
01	W92-chkp-work.
	05	W92-chk-interval	pic S9(7)v99 comp-3 value 0.
	05	W92-parm-key		pic X(8).
	05	W92-parm-default	pic S9(7)v99 comp-3.
	05	W92-since-count		pic 9(7) comp value 0.
	05	W92-keep-count		pic 9(9) comp value 0.
	05	W92-drop-count		pic 9(7) comp value 0.
	05	W92-chkp-found-sw	pic X value "N".
		88	W92-chkp-found			value "Y".
	05	W92-restart-sw		pic X value "N".
		88	W92-restarting			value "Y".
	05	W92-commit-sw		pic X value "N".
		88	W92-in-commit			value "Y".
	05	W92-written-sw		pic X value "N".
		88	W92-chkp-written		value "Y".
	05	W92-work-eof-sw		pic X value "N".
		88	W92-work-eof			value "Y".
01	W30-chk-name			pic X(8) value "payrchkp".
*> The shared-file lock a partition holds around each rewrite of a
*> file the other partitions also rewrite (X700).
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8) value "payrun".
	05	W35-lok-locked-sw	pic X value "N".
		88	W35-lok-locked			value "Y".
01	W93-lock-work.
	05	W93-held-sw			pic X value "N".
		88	W93-lock-held			value "Y".
	05	W93-max-tries		pic 9(2) value 90.
	05	W93-attempts		pic 9(2) value 0.
	05	W93-retry-sw		pic X.
		88	W93-retry-again			value "Y".
	05	W93-time-start		pic 9(8).
	05	W93-time-now		pic 9(8).
01	W92-chkp-rec.
	copy pay-chkp-rec.
01	W90-chk-status			pic XX.
	88	W90-chk-ok				value "00".
01	W90-work-status			pic XX.
	88	W90-work-ok				value "00".
01	W50-restart-line.
	05	filler				pic X(29) value
		"*** Run restarted after emp ".
	05	W50-restart-id		pic X(5).
	05	filler				pic X(46) value
		" - any later employee above is void ***".
*> The business-day value date the bank will actually pay on -
*> the period end rolled backward through valdate (ch9/prog24.cbl)
*> when it lands on a holiday or weekend. Printed on the register
01	W30-total-ded			pic S9(9)v99 comp-3 value 0.
01	W30-total-net			pic S9(9)v99 comp-3 value 0.
01	W30-total-emplr			pic S9(9)v99 comp-3 value 0.
01	W30-total-nontax		pic S9(9)v99 comp-3 value 0.
01	W60-ded-work.
	05	W60-ded-count		pic 9(3) comp value 0.
	05	W60-sub2			pic 9(3) comp value 0.
	05	W70-cal-run-sw		pic X.
		88	W70-cal-run				value "Y".
	05	W70-cal-reason		pic X(30).
	05	W70-region			pic X(10).
	05	W70-week-no			pic 9(5) comp.
	05	W70-week-count		pic 9(2) comp value 0.
*> Straight-time hours bucketed by calendar week (year and Julian
		10	W80-unp-emp-id		pic X(5).
		10	W80-unp-start-days	pic 9(7) comp.
		10	W80-unp-end-days	pic 9(7) comp.
*> Every active sick record off leave001, in the same 30/360 day
*> numbers. The whole file is held, not just the period's, because
*> the step-down counts back a rolling 360 days from each sick day.
01	W79-sick-work.
	05	W79-sick-count		pic 9(4) comp value 0.
	05	W79-full-days		pic S9(7)v99 comp-3 value 0.
	05	W79-half-days		pic S9(7)v99 comp-3 value 0.
	05	W79-day				pic 9(7) comp value 0.
	05	W79-win-start		pic 9(7) comp value 0.
	05	W79-ovl-start		pic 9(7) comp value 0.
	05	W79-ovl-end			pic 9(7) comp value 0.
	05	W79-rolling			pic 9(5) comp value 0.
	05	W79-half-count		pic 9(3) comp value 0.
	05	W79-nil-count		pic 9(3) comp value 0.
	05	W79-in-period-sw	pic X value "N".
		88	W79-in-period			value "Y".
	05	W79-on-sick-sw		pic X value "N".
		88	W79-on-sick				value "Y".
01	W79-sick-table.
	05	W79-sick-entry occurs 2000 times indexed by sick-idx.
		10	W79-sick-emp-id		pic X(5).
		10	W79-sick-start-days	pic 9(7) comp.
		10	W79-sick-end-days	pic 9(7) comp.
*> Staff loans off loan001: loan-trx-id is the borrower's emp-id,
*> and the monthly installment is one twelfth of capital plus the
*> simple interest intcalc (ch9/prog4.cbl) prices it at.
	05	W89-avail			pic S9(7)v99 comp-3.
	05	W89-shortfall		pic S9(7)v99 comp-3.
	05	W89-take			pic S9(7)v99 comp-3.
*> The code a shortfall queues under - the dedrates code, or the
*> plan code for a benefit premium.
	05	W89-arr-code		pic X(4).
01	W89-arr-table.
	05	W89-arr-entry occurs 500 times indexed by arr-idx.
		copy ded-arr-rec replacing ==05== by ==10==.
01	W86-retro-table.
	05	W86-retro-entry occurs 200 times indexed by retro-idx.
		copy retro-adj-rec replacing ==05== by ==10==.
*> Recurring allowances off allowmst, loaded whole at startup - the
*> master is only read here, never rewritten, so an entry's end date
*> is the only thing that stops it.
01	W84-alw-work.
	05	W84-alw-count		pic 9(4) comp value 0.
	05	W84-emp-nontax		pic S9(7)v99 comp-3.
01	W84-alw-table.
	05	W84-alw-entry occurs 1000 times indexed by alw-idx.
		copy allow-rec replacing ==05== by ==10==.
01	W90-alw-status			pic XX.
	88	W90-alw-ok				value "00".
*> Benefit plans and enrollments (benplan and benenrl, kept by
*> bplnmnt ch10/prog39.cbl and benmaint ch10/prog40.cbl), loaded
*> whole and only ever read here.
01	W78-ben-work.
	05	W78-bpl-count		pic 9(4) comp value 0.
	05	W78-ben-count		pic 9(4) comp value 0.
	05	W78-ee-amount		pic S9(7)v99 comp-3.
	05	W78-er-amount		pic S9(7)v99 comp-3.
	05	W78-price-idx		pic 9(4) comp value 0.
	05	W78-unpriced		pic 9(5) comp value 0.
01	W78-bpl-table.
	05	W78-bpl-entry occurs 200 times indexed by bpl-idx.
		copy ben-plan-rec replacing ==05== by ==10==.
01	W78-ben-table.
	05	W78-ben-entry occurs 3000 times indexed by ben-idx.
		copy ben-enrl-rec replacing ==05== by ==10==.
01	W90-bpl-status			pic XX.
	88	W90-bpl-ok				value "00".
01	W90-benr-status			pic XX.
	88	W90-benr-ok				value "00".
*> Outstanding salary advances off advmast (payadv, ch10/prog30.cbl)
*> - loaded whole and rewritten at end of run with the balances
*> taken down, the retroadj shape.
01	W83-adv-work.
	05	W83-adv-count		pic 9(3) comp value 0.
	05	W83-adv-recovered	pic 9(5) comp value 0.
01	W83-adv-table.
	05	W83-adv-entry occurs 500 times indexed by adv-idx.
		copy adv-rec replacing ==05== by ==10==.
01	W90-adv-status			pic XX.
	88	W90-adv-ok				value "00".
*> Leave encashment requests off leavenc (leavencs, ch8/prog10.cbl)
*> - loaded whole, the encashed ones paid and flagged, and the file
*> rewritten at end of run, the retroadj shape.
01	W82-enc-work.
	05	W82-enc-count		pic 9(4) comp value 0.
	05	W82-enc-applied		pic 9(4) comp value 0.
01	W82-enc-table.
	05	W82-enc-entry occurs 1000 times indexed by enc-idx.
		copy leave-enc-rec replacing ==05== by ==10==.
01	W90-enc-status			pic XX.
	88	W90-enc-ok				value "00".
*> Time off in lieu lots off toilbank (toil-rec.cpy) - loaded whole,
*> each hourly employee's lot for this period added or replaced, and
*> the file rewritten at each commit and at end of run. The leaveacc
*> credit for a lot waits in the credit table until the lot itself
*> is saved, so a restart never finds a credit without its lot.
*> STDHRS turns banked hours into
*> leave days; ACCRSICK starts the sick entry of a leaveacc record
*> this run has to create, the way leavaccr (ch8/prog4.cbl) does.
01	W81-toil-work.
	05	W81-toil-count		pic 9(4) comp value 0.
	05	W81-lot-hit			pic 9(4) comp value 0.
	05	W81-banked-count	pic 9(4) comp value 0.
	05	W81-toil-hours		pic 9(4)v99 comp-3.
	05	W81-toil-hol-hours	pic 9(4)v99 comp-3.
	05	W81-toil-days		pic S9(3)v99 comp-3.
	05	W81-toil-diff		pic S9(3)v99 comp-3.
	05	W81-std-hours		pic S9(7)v99 comp-3 value 0.
	05	W81-sick-accrual	pic S9(7)v99 comp-3 value 0.
	05	W81-cred-count		pic 9(4) comp value 0.
	05	W81-cred-emp-id		pic X(5).
01	W81-cred-table.
	05	W81-cred-entry occurs 5000 times indexed by cred-idx.
		10	W81-cred-id			pic X(5).
		10	W81-cred-days		pic S9(3)v99 comp-3.
01	W81-toil-table.
	05	W81-toil-entry occurs 5000 times indexed by toil-idx.
		copy toil-rec replacing ==05== by ==10==.
01	W90-toil-status			pic XX.
	88	W90-toil-ok				value "00".
01	W90-bal-status			pic XX.
	88	W90-bal-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "payrun  ".
01	W90-act-event			pic X.
*> Cumulative withholding (ded-is-cumulative, ded-rate-rec.cpy).
*> payhist is read once before it opens for append: per employee the
*> year's taxable gross (code spaces) and, per cumulative code, what
*> has already been withheld. The current period's own lines - the
*> leftovers of a run that died - never count toward its own year
*> to date.
01	W62-cum-work.
	05	W62-cum-active-sw	pic X value "N".
		88	W62-cum-active			value "Y".
	05	W62-ytd-count		pic 9(5) comp value 0.
	05	W62-period-no		pic 9(3) comp value 1.
	05	W62-year			pic 9(4).
	05	W62-ytd-gross		pic S9(9)v99 comp-3.
	05	W62-ytd-avg			pic S9(7)v99 comp-3.
	05	W62-bracket-base	pic S9(9)v99 comp-3.
	05	W62-ytd-due			pic S9(9)v99 comp-3.
	05	W62-ytd-withheld	pic S9(9)v99 comp-3.
	05	W62-period-equiv	pic S9(7)v99 comp-3.
	05	W62-trueup-diff		pic S9(7)v99 comp-3.
	05	W62-trueup-limit	pic S9(7)v99 comp-3.
	05	W62-trueup-count	pic 9(5) comp value 0.
	05	W62-parm-key		pic X(8).
	05	W62-parm-default	pic S9(7)v99 comp-3.
	05	W62-find-emp-id		pic X(5).
	05	W62-find-code		pic X(4).
	05	W62-find-amount		pic S9(9)v99 comp-3.
	05	W62-sub3			pic 9(3) comp.
	05	W62-hist-eof-sw		pic X value "N".
		88	W62-hist-eof			value "Y".
	05	W62-found-sw		pic X value "N".
		88	W62-found				value "Y".
	05	W62-latest-sw		pic X value "N".
		88	W62-latest				value "Y".
01	W62-ytd-hist-rec.
	copy pay-det-rec replacing leading ==paydet== by ==ytdh==.
01	W62-ytd-table.
	05	W62-ytd-entry occurs 5000 times indexed by ytd-idx.
		10	W62-ytd-emp-id		pic X(5).
		10	W62-ytd-code		pic X(4).
		10	W62-ytd-amount		pic S9(9)v99 comp-3.
01	W90-trup-status			pic XX.
	88	W90-trup-ok				value "00".
01	W51-trup-header-1.
	05	filler				pic X(36) value
		"Cumulative Tax True-up Report".
	05	filler				pic X(8) value "Period: ".
	05	W51-trup-start		pic 9(8).
	05	filler				pic X(4) value " to ".
	05	W51-trup-end		pic 9(8).
	05	filler				pic X(16).
01	W51-trup-header-2.
	05	filler				pic X(80) value
		"Id    Code   YTD taxable    YTD due   Withheld Cumulative  Per period   Movement".
01	W51-trup-line.
	05	W51-trup-id			pic X(6).
	05	W51-trup-code		pic X(5).
	05	W51-trup-gross		pic -(8)9.99.
	05	W51-trup-due		pic -(7)9.99.
	05	W51-trup-held		pic -(7)9.99.
	05	W51-trup-cum		pic -(7)9.99.
	05	W51-trup-period		pic -(7)9.99.
	05	W51-trup-diff		pic -(7)9.99.
	05	filler				pic X(2).
01	W51-trup-foot.
	05	filler				pic X(31) value
		"Employees over true-up limit: ".
	05	W51-trup-count		pic ZZZZ9.
	05	filler				pic X(10) value "  limit: ".
	05	W51-trup-limit		pic Z(6)9.99.
	05	filler				pic X(24).
01	W50-page-header-1.
	05	filler				pic X(1) value space.
	05	filler				pic X(35) value "Payroll Register".
	05	filler				pic X(19) value " backdated change".
	05	W50-retro-amount	pic ---,--9.99.
	05	filler				pic X(21).
01	W50-enc-line.
	05	filler				pic X(12) value spaces.
	05	filler				pic X(10) value "leave enc ".
	05	W50-enc-days		pic ZZ9.99.
	05	filler				pic X(21) value " day(s) sold back".
	05	W50-enc-amount		pic ---,--9.99.
	05	filler				pic X(21).
01	W50-toil-line.
	05	filler				pic X(12) value spaces.
	05	filler				pic X(12) value "TOIL banked ".
	05	W50-toil-hours		pic ZZ9.99.
	05	filler				pic X(12) value " hour(s) as ".
	05	W50-toil-days		pic ZZ9.99.
	05	filler				pic X(32) value " day(s) time off in lieu".
01	W50-alw-line.
	05	filler				pic X(12) value spaces.
	05	filler				pic X(10) value "allowance ".
	05	W50-alw-code		pic X(6).
	05	W50-alw-desc		pic X(21).
	05	W50-alw-amount		pic ---,--9.99.
	05	W50-alw-tax			pic X(12).
	05	filler				pic X(9).
01	W50-net-line.
	05	filler				pic X(12) value spaces.
	05	filler				pic X(37) value "net pay".
01	W50-total-line-6.
	05	filler				pic X(23) value "Total employer cost:   ".
	05	W50-total-emplr		pic Z(8)9.99-.
01	W50-total-line-7.
	05	filler				pic X(23) value "Non-taxable allowances:".
	05	W50-total-nontax	pic Z(8)9.99-.
	copy date-routines.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	if not W30-weekly-run
		move "M" to W30-run-freq
	end-if
	perform B050-choose-partition
	perform B070-find-checkpoint
	perform B900-open-period
	if W30-partitioned
		perform B080-reset-partition-files
	end-if
	if W92-restarting
		perform G600-cut-back-files
	end-if
	call "valdate" using W30-period-end W30-value-date end-call
	open input emp-list
	if not W90-emp-ok
		move 16 to return-code
		goback
	end-if
	*> A restart carries on the files it cut back; the register and
	*> true-up report carry on after a line saying where it resumed.
	if W92-restarting
		open extend pay-detail
	else
		open output pay-detail
	end-if
	if not W90-det-ok
		display "payrun: unable to open " W30-det-name ", status "
			W90-det-status
		close emp-list
		move 16 to return-code
		goback
	end-if
	if W92-restarting
		open extend pay-reg
		if W90-rpt-status = "35"
			open output pay-reg
		end-if
	else
		open output pay-reg
	end-if
	if not W90-rpt-ok
		display "payrun: unable to open " W30-reg-name ", status "
			W90-rpt-status
		close emp-list
		close pay-detail
		move 16 to return-code
	*> back to OPEN OUTPUT the way empmaint does for salaudit. The
	*> history is the statutory record of what was paid, so a run
	*> that can't keep it doesn't run at all.
	*> The year to date has to be read before payhist opens for
	*> append - the dedrates table comes first so the load knows
	*> which codes are cumulative.
	*> A partition leaves payhist to the merge.
	perform B300-load-ded-table
	perform B980-load-year-to-date
	if not W30-partitioned
		open extend pay-history
		if W90-hist-status = "35"
			open output pay-history
		end-if
		if not W90-hist-ok
			display "payrun: unable to open payhist, status "
				W90-hist-status
			close emp-list
			close pay-detail
			close pay-reg
			move 16 to return-code
			goback
		end-if
	end-if
	if W92-restarting
		open extend trup-rpt
		if W90-trup-status = "35"
			open output trup-rpt
		end-if
	else
		open output trup-rpt
	end-if
	if not W90-trup-ok
		display "payrun: unable to open " W30-trup-name ", status "
			W90-trup-status
		close emp-list
		close pay-detail
		close pay-reg
		if not W30-partitioned
			close pay-history
		end-if
		move 16 to return-code
		goback
	end-if
	move W30-period-start to W51-trup-start
	move W30-period-end to W51-trup-end
	if W92-restarting
		move chkp-last-emp-id to W50-restart-id
		write rpt-line from W50-restart-line
		write trup-line from W50-restart-line
	else
		write trup-line from W51-trup-header-1 after advancing page
		write trup-line from W51-trup-header-2
	end-if
	move "TAXTRUP " to W62-parm-key
	move 50 to W62-parm-default
	call "parmget" using W62-parm-key W62-parm-default W62-trueup-limit
	end-call
	move "OTMULT  " to W70-parm-key
	move 1.5 to W70-parm-default
	call "parmget" using W70-parm-key W70-parm-default W70-ot-mult
	move 40 to W70-parm-default
	call "parmget" using W70-parm-key W70-parm-default W70-week-limit
	end-call
	move "STDHRS  " to W70-parm-key
	move 8 to W70-parm-default
	call "parmget" using W70-parm-key W70-parm-default W81-std-hours
	end-call
	if W81-std-hours not > 0
		move 8 to W81-std-hours
	end-if
	move "ACCRSICK" to W70-parm-key
	move 10 to W70-parm-default
	call "parmget" using W70-parm-key W70-parm-default W81-sick-accrual
	end-call
	perform B400-load-timesheets
	perform B500-load-unpaid-leave
	perform B600-load-staff-loans
	perform B700-load-retro-adjs
	perform B750-load-allowances
	perform B760-load-advances
	perform B770-load-encashments
	perform B780-load-toil-bank
	perform B790-load-benefits
	perform B800-load-garnishments
	perform B950-load-ded-arrears
	if W92-restarting
		perform G700-restore-position
	else
		perform C100-write-header-ctl
	end-if
	perform Z100-read-file
	if W92-restarting
		perform G750-skip-committed
	end-if
	perform until W10-eof
		add 1 to W20-rec-count
		*> The annual-salary control total covers every employee on
		*> file, paid or skipped, so it ties exactly to the figure
		*> payctl (ch6/prog9.cbl) prints from the same file - for a
		*> partition, every employee in its range, so the partitions'
		*> totals add back to the same figure.
		move "Y" to W61-in-part-sw
		if W30-partitioned
			if emp-br-code of emp-list-rec < W30-br-from
					or emp-br-code of emp-list-rec > W30-br-to
				move "N" to W61-in-part-sw
			end-if
		end-if
		if W61-in-partition
			add 1 to W61-in-range-count
			add emp-salary of emp-list-rec to W30-total-salary
			if W30-partitioned
				perform B060-note-partition-employee
			end-if
		end-if
		evaluate true
			when not W61-in-partition
				add 1 to W61-out-range-count
			when emp-term-date of emp-list-rec not = 0
					and emp-term-date of emp-list-rec <= W30-period-end
				add 1 to W20-skip-count
			when other
				perform D100-pay-one-employee
		end-evaluate
		if W92-chk-interval > 0
			add 1 to W92-since-count
			if W92-since-count >= W92-chk-interval
				perform G100-take-checkpoint
			end-if
		end-if
		perform Z100-read-file
	end-perform
	perform C200-write-trailer-ctl
	perform E100-print-totals
	perform E200-print-trueup-totals
	close emp-list
	close pay-detail
	if not W30-partitioned
		close pay-history
	end-if
	close pay-reg
	close trup-rpt
	if W85-loan-count > 0
		close loan-repay
	end-if
	*> The final save is a commit like G100's: "P" goes on the
	*> checkpoint first, so a run that dies while the queue files are
	*> being rewritten is refused on rerun and backed out with payrvsl
	*> rather than repriced against files already part saved. It
	*> stays "P" until the period is closed (or the partition's
	*> control record written) and the "C" below goes on.
	move "P" to chkp-status
	perform G200-write-checkpoint
	perform F050-save-queue-files
	close leave-bal-file
	display "Payroll run complete for period " W30-period-start
		" through " W30-period-end "."
	display "Employees paid:               " W20-paid-count
	display "Terminated employees skipped: " W20-skip-count
	display "Other-frequency employees:    " W20-freq-skip-count
	if W30-partitioned
		display "Outside branches " W30-br-from " to " W30-br-to ": "
			W61-out-range-count
	end-if
	if W62-cum-active
		display "Cumulative tax true-ups:      " W62-trueup-count
	end-if
	if W78-unpriced > 0
		display "Benefit premiums not priced:  " W78-unpriced
	end-if
	if W92-restarting
		display "Restarted after employee:     " chkp-last-emp-id
	end-if
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	perform F100-reconcile-ctl-count
	if W30-partitioned
		perform F950-write-partition-ctl
	else
		perform F400-close-period
	end-if
	*> The run is complete - a checkpoint left standing would have
	*> the next run of the period restart a finished one.
	move "C" to chkp-status
	perform G200-write-checkpoint
	goback.
B050-choose-partition.
	*> A partition's own file names carry its number; B080 empties
	*> its files once B900 has accepted the period.
	display "Partition number (1-9, 0 for the whole run): "
		with no advancing
	accept W30-partition-no
	if not W30-partitioned
		exit paragraph
	end-if
	display "Branch code from: " with no advancing
	accept W30-br-from
	display "Branch code to: " with no advancing
	accept W30-br-to
	if W30-br-from = spaces or W30-br-to = spaces
			or W30-br-from > W30-br-to
		display "payrun: partition branch range is not valid."
		move 16 to return-code
		goback
	end-if
	move spaces to W30-det-name
	string "paydet" W30-partition-no delimited by size
		into W30-det-name
	end-string
	move spaces to W30-reg-name
	string "payrgp" W30-partition-no delimited by size
		into W30-reg-name
	end-string
	move spaces to W30-trup-name
	string "taxtrp" W30-partition-no delimited by size
		into W30-trup-name
	end-string
	move spaces to W30-pct-name
	string "paypct" W30-partition-no delimited by size
		into W30-pct-name
	end-string
	string "payrun" W30-partition-no delimited by size
		into W35-lok-program
	end-string
	display "Partition " W30-partition-no ": branches " W30-br-from
		" to " W30-br-to " - output to " W30-det-name ", "
		W30-reg-name ", " W30-trup-name ".".
B080-reset-partition-files.
	*> Only once B900 has accepted the period - a partition started
	*> against a closed one is refused before it touches a file.
	*> A rerun of the partition must not leave its old control
	*> record standing for the merge to trust, and paydet is emptied
	*> down to a bare PAYPART header, so nothing downstream can pick
	*> up last period's lines while the partitions are running -
	*> paymerge writes the real one.
	open output part-ctl-file
	close part-ctl-file
	open output stale-detail
	if W90-stale-ok
		move spaces to stale-detail-rec
		move "HDR" to stale-marker
		move "PAYPART " to stale-file-id
		move W30-period-end to stale-run-date
		move 0 to stale-record-count
		write stale-detail-rec
		close stale-detail
	end-if.
B070-find-checkpoint.
	*> A checkpoint not yet marked complete, left by a run of this
	*> same period, frequency and partition, is the one to restart
	*> from - B910 decides, once B900 knows whether the period has
	*> been reversed since.
	move "CHKPINT " to W92-parm-key
	move 100 to W92-parm-default
	call "parmget" using W92-parm-key W92-parm-default W92-chk-interval
	end-call
	if W92-chk-interval < 0
		move 0 to W92-chk-interval
	end-if
	if W30-partitioned
		move spaces to W30-chk-name
		string "payrck" W30-partition-no delimited by size
			into W30-chk-name
		end-string
	end-if
	move "N" to W92-chkp-found-sw
	open input chkp-file
	if W90-chk-ok
		read chkp-file into W92-chkp-rec
			at end continue
			not at end
				if not chkp-complete
						and chkp-period-start = W30-period-start
						and chkp-period-end = W30-period-end
						and chkp-run-freq = W30-run-freq
						and chkp-partition = W30-partition-no
					move "Y" to W92-chkp-found-sw
				end-if
		end-read
		close chkp-file
	end-if
	if not W92-chkp-found
		initialize W92-chkp-rec
	end-if.
B060-note-partition-employee.
	if W61-part-count >= 5000
		move "emp001  " to W95-over-file
		perform X900-table-overrun
	end-if
	add 1 to W61-part-count
	move emp-id of emp-list-rec to W61-part-emp-id(W61-part-count).
B100-validate-date.
	move W30-period-start to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
		+ (function numval(W30-period-end(5:2)) * 30)
		+ function numval(W30-period-end(7:2))
	move 0 to W80-unpaid-count
	move 0 to W79-sick-count
	move "SICKFULL" to W70-parm-key
	move 28 to W70-parm-default
	call "parmget" using W70-parm-key W70-parm-default W79-full-days
	end-call
	move "SICKHALF" to W70-parm-key
	move 28 to W70-parm-default
	call "parmget" using W70-parm-key W70-parm-default W79-half-days
	end-call
	open input leave-file
	if W90-leave-ok
		move "N" to W10-leave-eof-sw
					+ (function numval(leave-enddate(3:2)) * 30)
					+ function numval(leave-enddate(5:2))
			end-if
			if leave-is-sick and leave-is-active
				if W79-sick-count >= 2000
					move "leave001" to W95-over-file
					perform X900-table-overrun
				end-if
				add 1 to W79-sick-count
				move leave-emp-id to W79-sick-emp-id(W79-sick-count)
				compute W79-sick-start-days(W79-sick-count) =
					(function numval(leave-startdate(1:2)) * 360)
					+ (function numval(leave-startdate(3:2)) * 30)
					+ function numval(leave-startdate(5:2))
				compute W79-sick-end-days(W79-sick-count) =
					(function numval(leave-enddate(1:2)) * 360)
					+ (function numval(leave-enddate(3:2)) * 30)
					+ function numval(leave-enddate(5:2))
			end-if
			perform Z400-read-leave-file
		end-perform
		close leave-file
		end-perform
		close retro-file
	end-if.
B750-load-allowances.
	*> A missing allowmst just means no recurring allowances set up
	*> yet - the table loads empty, the same as retroadj.
	move 0 to W84-alw-count
	open input allow-file
	if W90-alw-ok
		move "N" to W10-alw-eof-sw
		perform Z650-read-allow-file
		perform until W10-alw-eof
			if W84-alw-count >= 1000
				move "allowmst" to W95-over-file
				perform X900-table-overrun
			end-if
			add 1 to W84-alw-count
			move allow-file-rec to W84-alw-entry(W84-alw-count)
			perform Z650-read-allow-file
		end-perform
		close allow-file
	end-if.
B760-load-advances.
	*> A missing advmast just means nobody has drawn an advance.
	move 0 to W83-adv-count
	open input adv-file
	if W90-adv-ok
		move "N" to W10-adv-eof-sw
		perform Z660-read-adv-file
		perform until W10-adv-eof
			if W83-adv-count >= 500
				*> The F700 rewrite would TRUNCATE advmast and forget
				*> advances still owed.
				move "advmast " to W95-over-file
				perform X900-table-overrun
			end-if
			add 1 to W83-adv-count
			move adv-file-rec to W83-adv-entry(W83-adv-count)
			perform Z660-read-adv-file
		end-perform
		close adv-file
	end-if.
B770-load-encashments.
	*> A missing leavenc just means nobody has sold leave back.
	move 0 to W82-enc-count
	open input enc-file
	if W90-enc-ok
		move "N" to W10-enc-eof-sw
		perform Z670-read-enc-file
		perform until W10-enc-eof
			if W82-enc-count >= 1000
				*> The F800 rewrite would TRUNCATE leavenc and lose
				*> requests still to be paid.
				move "leavenc " to W95-over-file
				perform X900-table-overrun
			end-if
			add 1 to W82-enc-count
			move enc-file-rec to W82-enc-entry(W82-enc-count)
			perform Z670-read-enc-file
		end-perform
		close enc-file
	end-if.
B780-load-toil-bank.
	*> A missing toilbank just means nothing has been banked yet; a
	*> missing leaveacc is created empty, the emprehir way. The
	*> balances are where banked time is credited, so a run that
	*> cannot reach them does not run.
	move 0 to W81-toil-count
	open input toil-file
	if W90-toil-ok
		move "N" to W10-toil-eof-sw
		perform Z680-read-toil-file
		perform until W10-toil-eof
			*> Headroom is kept for the lots this run adds - the F900
			*> rewrite would TRUNCATE toilbank at the table's edge.
			if W81-toil-count >= 4000
				move "toilbank" to W95-over-file
				perform X900-table-overrun
			end-if
			add 1 to W81-toil-count
			move toil-file-rec to W81-toil-entry(W81-toil-count)
			perform Z680-read-toil-file
		end-perform
		close toil-file
	end-if
	open i-o leave-bal-file
	if W90-bal-status = "35"
		open output leave-bal-file
		close leave-bal-file
		open i-o leave-bal-file
	end-if
	if not W90-bal-ok
		display "payrun: unable to open leaveacc, status " W90-bal-status
		move 16 to return-code
		goback
	end-if.
B790-load-benefits.
	*> Missing benplan or benenrl just means nobody is enrolled yet.
	move 0 to W78-bpl-count
	open input bplan-file
	if W90-bpl-ok
		move "N" to W10-ben-eof-sw
		perform Z690-read-bplan-file
		perform until W10-ben-eof
			if W78-bpl-count >= 200
				move "benplan" to W95-over-file
				perform X900-table-overrun
			end-if
			add 1 to W78-bpl-count
			move bplan-file-rec to W78-bpl-entry(W78-bpl-count)
			perform Z690-read-bplan-file
		end-perform
		close bplan-file
	end-if
	move 0 to W78-ben-count
	open input benr-file
	if W90-benr-ok
		move "N" to W10-ben-eof-sw
		perform Z695-read-benr-file
		perform until W10-ben-eof
			if W78-ben-count >= 3000
				move "benenrl" to W95-over-file
				perform X900-table-overrun
			end-if
			add 1 to W78-ben-count
			move benr-file-rec to W78-ben-entry(W78-ben-count)
			perform Z695-read-benr-file
		end-perform
		close benr-file
	end-if.
B800-load-garnishments.
	*> A missing garnord just means no court orders on hand. The
	*> protected-net floor comes off suiteparm (GARNFLR) - a site
	accept W88-today from date yyyymmdd
	move 0 to W88-perd-count
	move 0 to W88-perd-hit
	*> payperd is shared with the other partitions - held from this
	*> load to F500's rewrite.
	perform X700-lock-shared-files
	open input period-file
	if W90-perd-ok
		move "N" to W10-perd-eof-sw
			display "payrun: period " W30-period-start " through "
				W30-period-end " is already CLOSED on payperd - "
				"run refused. Back it out with payrvsl first."
			perform X750-unlock-shared-files
			move 8 to return-code
			goback
		end-if
		if W92-chkp-found
			perform B910-decide-restart
		end-if
		if pper-is-open of W88-perd-entry(W88-perd-hit)
				and not W30-partitioned and not W92-restarting
			display "payrun: period is marked open - a previous run "
				"did not complete; this run stands as the recovery."
		end-if
			display "payrun: payperd is FULL - the period cannot be "
				"recorded, so duplicate-run protection would not "
				"hold. Run refused; purge old periods first."
			perform X750-unlock-shared-files
			move 8 to return-code
			goback
		end-if
	end-if
	perform F500-save-period-file
	perform X750-unlock-shared-files.
B910-decide-restart.
	*> A reversal since the checkpoint voids it - the rerun starts
	*> from the top like any rerun of a "V" period. A run that died
	*> inside a commit cannot be trusted to have saved every queue
	*> file, so it has to be backed out before the period reruns.
	if pper-is-reversed of W88-perd-entry(W88-perd-hit)
		display "payrun: period was reversed since its checkpoint - "
			"the run starts again from the first employee."
		exit paragraph
	end-if
	if chkp-committing
		display "payrun: the last run died inside a commit after "
			"employee " chkp-last-emp-id " - the queue files may be "
			"part saved. Run refused; back the period out with "
			"payrvsl first."
		perform X750-unlock-shared-files
		move 16 to return-code
		goback
	end-if
	move "Y" to W92-restart-sw
	display "payrun: restarting the period after employee "
		chkp-last-emp-id ", committed " chkp-ts-date " at "
		chkp-ts-time(1:6) "."
	display "Committed so far: " chkp-paid-count " paid, "
		chkp-det-count " paydet lines.".
B950-load-ded-arrears.
	*> A missing dedarrs just means nobody owes anything yet.
	move 0 to W89-arr-count
		end-perform
		close arr-file
	end-if.
B980-load-year-to-date.
	*> Only worth the read when some code is priced cumulatively.
	*> The period number is how many periods of this frequency the
	*> year has had up to and including this one - the month for a
	*> monthly run, the week of the year for a weekly one.
	perform varying ded-idx from 1 by 1 until ded-idx > W60-ded-count
		if ded-is-percent of ded-table-entry(ded-idx)
				and ded-is-cumulative of ded-table-entry(ded-idx)
			move "Y" to W62-cum-active-sw
		end-if
	end-perform
	if not W62-cum-active
		exit paragraph
	end-if
	move W30-period-end(1:4) to W62-year
	if W30-weekly-run
		move W30-period-end to DR-GREG-DATE
		move "G2J " to DR-FUNCTION
		call "daterotn" using DR-DATE-PARMS end-call
		compute W62-period-no = (DR-JUL-DDD + 6) / 7
	else
		move W30-period-end(5:2) to W62-period-no
	end-if
	if W62-period-no = 0
		move 1 to W62-period-no
	end-if
	move 0 to W62-ytd-count
	open input pay-history
	if not W90-hist-ok
		*> No history yet: the first period of the year is its own
		*> year to date.
		exit paragraph
	end-if
	move "N" to W62-hist-eof-sw
	perform Z950-read-ytd-history
	perform until W62-hist-eof
		if ytdh-period-end(1:4) = W62-year
				and not (ytdh-period-start = W30-period-start
					and ytdh-period-end = W30-period-end)
			perform B985-post-ytd-line
		end-if
		perform Z950-read-ytd-history
	end-perform
	close pay-history.
B985-post-ytd-line.
	evaluate true
		when ytdh-is-gross or ytdh-is-premium or ytdh-is-retro
				or ytdh-is-allowance or ytdh-is-encashment
			move spaces to W62-find-code
		when ytdh-is-deduction
			move ytdh-ded-code to W62-find-code
			move "N" to W62-found-sw
			perform varying ded-idx from 1 by 1
					until ded-idx > W60-ded-count or W62-found
				if ded-code of ded-table-entry(ded-idx) = W62-find-code
						and ded-is-cumulative of ded-table-entry(ded-idx)
					move "Y" to W62-found-sw
				end-if
			end-perform
			if not W62-found
				exit paragraph
			end-if
		when other
			exit paragraph
	end-evaluate
	move ytdh-emp-id to W62-find-emp-id
	move "N" to W62-found-sw
	perform varying ytd-idx from 1 by 1
			until ytd-idx > W62-ytd-count or W62-found
		if W62-ytd-emp-id(ytd-idx) = W62-find-emp-id
				and W62-ytd-code(ytd-idx) = W62-find-code
			move "Y" to W62-found-sw
			add ytdh-amount to W62-ytd-amount(ytd-idx)
		end-if
	end-perform
	if not W62-found
		if W62-ytd-count >= 5000
			move "payhist " to W95-over-file
			perform X900-table-overrun
		end-if
		add 1 to W62-ytd-count
		move W62-find-emp-id to W62-ytd-emp-id(W62-ytd-count)
		move W62-find-code to W62-ytd-code(W62-ytd-count)
		move ytdh-amount to W62-ytd-amount(W62-ytd-count)
	end-if.
C100-write-header-ctl.
	move "HDR" to CTL-MARKER of det-ctl-record
	move "PAYDET  " to CTL-FILE-ID of det-ctl-record
	perform D300-print-detail
	if emp-is-hourly of emp-list-rec
		perform D185-apply-premium
		perform D186-bank-toil
	end-if
	perform D180-apply-retro-adjustments
	perform D182-apply-allowances
	perform D184-apply-encashments
	if W62-cum-active
		perform D190-cumulative-basis
	end-if
	move 0 to W60-emp-ded
	perform varying ded-idx from 1 by 1 until ded-idx > W60-ded-count
		perform D400-apply-one-deduction
	end-perform
	perform D178-apply-benefits
	perform D165-recover-arrears
	perform D168-recover-advances
	perform D160-dock-unpaid-leave
	perform D162-sick-step-down
	perform D170-deduct-loan-installments
	perform D175-apply-garnishments
	compute W60-emp-net = W30-period-gross - W60-emp-ded + W84-emp-nontax
	move "N" to paydet-line-type
	move spaces to paydet-ded-code
	move W60-emp-net to paydet-amount
	*> a prcscal holiday (calchk names the day a holiday), flagged
	*> overtime by the branch, or straight time - and straight time
	*> beyond OTWEEK hours in any one calendar week turns into
	*> overtime whether the branch flagged it or not. Hours flagged
	*> "T" are banked as time off in lieu instead (D186): they join
	*> neither the gross nor the week's straight time.
	move 0 to W81-toil-hours
	move 0 to W81-toil-hol-hours
	move 0 to W70-reg-hours
	move 0 to W70-ot-hours
	move 0 to W70-hol-hours
	move 0 to W70-premium
	move 0 to W70-week-count
	call "brregion" using emp-br-code of emp-list-rec W70-region
	end-call
	perform varying tms-idx from 1 by 1 until tms-idx > W70-tms-count
		if tms-emp-id of tms-table-entry(tms-idx)
				= emp-id of emp-list-rec
D152-classify-one-day.
	call "calchk" using
		tms-work-date of tms-table-entry(tms-idx)
		W70-cal-run-sw W70-cal-reason W70-region
	end-call
	evaluate true
		when tms-is-toil of tms-table-entry(tms-idx)
			if W70-cal-reason(1:8) = "holiday:"
				add tms-hours of tms-table-entry(tms-idx)
					to W81-toil-hol-hours
			else
				add tms-hours of tms-table-entry(tms-idx) to W81-toil-hours
			end-if
		when W70-cal-reason(1:8) = "holiday:"
			add tms-hours of tms-table-entry(tms-idx) to W70-hol-hours
		when tms-is-overtime of tms-table-entry(tms-idx)
		write rpt-line from W50-ded-line
		add 1 to W20-line-count
	end-if.
D186-bank-toil.
	*> The "T" hours D150 kept out of the gross bank at the multiplier
	*> they would have been paid at. A rerun of the period finds its
	*> own earlier lot and moves leaveacc only by the difference, so
	*> the same hours can never bank twice.
	compute W81-toil-days rounded =
		((W81-toil-hours * W70-ot-mult)
			+ (W81-toil-hol-hours * W70-hol-mult)) / W81-std-hours
	move 0 to W81-lot-hit
	perform varying toil-idx from 1 by 1
			until toil-idx > W81-toil-count or W81-lot-hit > 0
		if toil-emp-id of W81-toil-entry(toil-idx) = emp-id of emp-list-rec
				and toil-period-end of W81-toil-entry(toil-idx)
					= W30-period-end
			set W81-lot-hit to toil-idx
		end-if
	end-perform
	if W81-lot-hit = 0
		if W81-toil-days = 0
			exit paragraph
		end-if
		add 1 to W81-toil-count
		move W81-toil-count to W81-lot-hit
		move emp-id of emp-list-rec
			to toil-emp-id of W81-toil-entry(W81-lot-hit)
		move W30-period-end to toil-period-end of W81-toil-entry(W81-lot-hit)
		move 0 to toil-days of W81-toil-entry(W81-lot-hit)
	end-if
	compute W81-toil-diff =
		W81-toil-days - toil-days of W81-toil-entry(W81-lot-hit)
	compute toil-hours of W81-toil-entry(W81-lot-hit) =
		W81-toil-hours + W81-toil-hol-hours
	move W81-toil-days to toil-days of W81-toil-entry(W81-lot-hit)
	move "Y" to W10-toil-changed-sw
	if W81-toil-diff not = 0
		if W81-cred-count >= 5000
			move "leaveacc" to W95-over-file
			perform X900-table-overrun
		end-if
		add 1 to W81-cred-count
		move emp-id of emp-list-rec to W81-cred-id(W81-cred-count)
		move W81-toil-diff to W81-cred-days(W81-cred-count)
	end-if
	if W81-toil-days > 0
		add 1 to W81-banked-count
		if W20-line-count >= W20-lines-per-page
			perform D200-print-headers
		end-if
		move toil-hours of W81-toil-entry(W81-lot-hit) to W50-toil-hours
		move W81-toil-days to W50-toil-days
		write rpt-line from W50-toil-line
		add 1 to W20-line-count
	end-if.
D187-credit-toil-balance.
	*> An hourly employee who has never posted leave has no leaveacc
	*> record yet - it starts here the leavaccr way: no annual days
	*> until the monthly accrual posts them, the standard sick days.
	move W81-cred-emp-id to lbal-emp-id of leave-bal-file-rec
	read leave-bal-file
		invalid key move "N" to W10-balfound-sw
		not invalid key move "Y" to W10-balfound-sw
	end-read
	if not W10-balfound
		move W81-cred-emp-id to lbal-emp-id of leave-bal-file-rec
		move "A" to lbal-type-code(1)
		move 0 to lbal-accrued-days(1)
		move 0 to lbal-used-days(1)
		move 0 to lbal-balance-days(1)
		move "S" to lbal-type-code(2)
		move W81-sick-accrual to lbal-accrued-days(2)
		move 0 to lbal-used-days(2)
		move W81-sick-accrual to lbal-balance-days(2)
		move "U" to lbal-type-code(3)
		move 0 to lbal-accrued-days(3)
		move 0 to lbal-used-days(3)
		move 0 to lbal-balance-days(3)
	end-if
	if lbal-type-code(4) not = "T"
		move "T" to lbal-type-code(4)
		move 0 to lbal-accrued-days(4)
		move 0 to lbal-used-days(4)
		move 0 to lbal-balance-days(4)
	end-if
	add W81-toil-diff to lbal-accrued-days(4)
	add W81-toil-diff to lbal-balance-days(4)
	if W10-balfound
		rewrite leave-bal-file-rec
			invalid key
				display "payrun: unable to credit TOIL for "
					W81-cred-emp-id ", status " W90-bal-status
		end-rewrite
	else
		write leave-bal-file-rec
			invalid key
				display "payrun: unable to credit TOIL for "
					W81-cred-emp-id ", status " W90-bal-status
		end-write
	end-if.
D160-dock-unpaid-leave.
	*> Unpaid days posted for this employee that fall inside the pay
	*> period dock the pay at the daily salary rate (annual salary
			add 1 to W20-line-count
		end-if
	end-if.
D162-sick-step-down.
	*> Each sick day in the period is priced against the sick days
	*> in the 360 days ending on it: beyond SICKFULL it is a half-pay
	*> day, beyond SICKFULL plus SICKHALF a nil-pay day. Half a day's
	*> pay docks for each half-pay day and a whole one for each nil,
	*> at the unpaid-leave daily rate. Hourly staff are left alone -
	*> a sick day has no timesheet hours to pay in the first place.
	if emp-is-hourly of emp-list-rec
		exit paragraph
	end-if
	move "N" to W79-in-period-sw
	perform varying sick-idx from 1 by 1
			until sick-idx > W79-sick-count or W79-in-period
		if W79-sick-emp-id(sick-idx) = emp-id of emp-list-rec
				and W79-sick-start-days(sick-idx) <= W80-pend-days
				and W79-sick-end-days(sick-idx) >= W80-pstart-days
			move "Y" to W79-in-period-sw
		end-if
	end-perform
	if not W79-in-period
		exit paragraph
	end-if
	move 0 to W79-half-count
	move 0 to W79-nil-count
	perform varying W79-day from W80-pstart-days by 1
			until W79-day > W80-pend-days
		perform D163-price-sick-day
	end-perform
	if W79-half-count = 0 and W79-nil-count = 0
		exit paragraph
	end-if
	*> Half days count as two halves - multiply before dividing, as
	*> the unpaid dock does.
	compute W60-ded-amount rounded =
		emp-salary of emp-list-rec
			* (W79-half-count + (2 * W79-nil-count)) / 520
	*> A whole month at nil prices at more working days than the
	*> month pays - the dock stops at what is left of the gross.
	if W60-ded-amount > W30-period-gross - W60-emp-ded
		compute W60-ded-amount = W30-period-gross - W60-emp-ded
		if W60-ded-amount < 0
			move 0 to W60-ded-amount
		end-if
	end-if
	if W60-ded-amount = 0
		exit paragraph
	end-if
	move "D" to paydet-line-type
	move "SICK" to paydet-ded-code
	move W60-ded-amount to paydet-amount
	perform E150-write-detail
	add W60-ded-amount to W60-emp-ded
	if W20-line-count >= W20-lines-per-page
		perform D200-print-headers
	end-if
	move "SICK  " to W50-ded-code
	move "Sick pay step-down" to W50-ded-desc
	move W60-ded-amount to W50-ded-amount
	write rpt-line from W50-ded-line
	add 1 to W20-line-count.
D163-price-sick-day.
	move "N" to W79-on-sick-sw
	perform varying sick-idx from 1 by 1
			until sick-idx > W79-sick-count or W79-on-sick
		if W79-sick-emp-id(sick-idx) = emp-id of emp-list-rec
				and W79-sick-start-days(sick-idx) <= W79-day
				and W79-sick-end-days(sick-idx) >= W79-day
			move "Y" to W79-on-sick-sw
		end-if
	end-perform
	if not W79-on-sick
		exit paragraph
	end-if
	if W79-day > 359
		compute W79-win-start = W79-day - 359
	else
		move 0 to W79-win-start
	end-if
	move 0 to W79-rolling
	perform varying sick-idx from 1 by 1 until sick-idx > W79-sick-count
		if W79-sick-emp-id(sick-idx) = emp-id of emp-list-rec
				and W79-sick-start-days(sick-idx) <= W79-day
				and W79-sick-end-days(sick-idx) >= W79-win-start
			move W79-sick-start-days(sick-idx) to W79-ovl-start
			if W79-win-start > W79-ovl-start
				move W79-win-start to W79-ovl-start
			end-if
			move W79-sick-end-days(sick-idx) to W79-ovl-end
			if W79-day < W79-ovl-end
				move W79-day to W79-ovl-end
			end-if
			compute W79-rolling =
				W79-rolling + W79-ovl-end - W79-ovl-start + 1
		end-if
	end-perform
	evaluate true
		when W79-rolling > W79-full-days + W79-half-days
			add 1 to W79-nil-count
		when W79-rolling > W79-full-days
			add 1 to W79-half-count
	end-evaluate.
D170-deduct-loan-installments.
	*> Each active staff loan deducts its installment from this
	*> employee's pay and posts the repayment to loanrpay, so the
	move W87-take to W50-ded-amount
	write rpt-line from W50-ded-line
	add 1 to W20-line-count.
D178-apply-benefits.
	*> Every coverage row live in this period - started on or before
	*> the period end, not ended before the period start - takes the
	*> plan's monthly employee premium as a "D" line under the plan
	*> code and books the employer premium as an "E" line, the
	*> allowance rule: a whole premium for any period the cover is
	*> live in. A weekly run takes twelve fifty-seconds of each.
	perform varying ben-idx from 1 by 1 until ben-idx > W78-ben-count
		if ben-emp-id of W78-ben-entry(ben-idx) = emp-id of emp-list-rec
				and ben-eff-date of W78-ben-entry(ben-idx)
					<= W30-period-end
				and (ben-end-date of W78-ben-entry(ben-idx) = 0
					or ben-end-date of W78-ben-entry(ben-idx)
						>= W30-period-start)
			perform D179-price-one-benefit
		end-if
	end-perform.
D179-price-one-benefit.
	*> The premium in force is the plan and tier's latest entry
	*> effective on or before the period end, the dedrates rule.
	move 0 to W78-price-idx
	perform varying bpl-idx from 1 by 1 until bpl-idx > W78-bpl-count
		if bpl-plan-code of W78-bpl-entry(bpl-idx)
				= ben-plan-code of W78-ben-entry(ben-idx)
				and bpl-tier of W78-bpl-entry(bpl-idx)
					= ben-tier of W78-ben-entry(ben-idx)
				and bpl-eff-date of W78-bpl-entry(bpl-idx)
					<= W30-period-end
			if W78-price-idx = 0
				set W78-price-idx to bpl-idx
			else
				if bpl-eff-date of W78-bpl-entry(bpl-idx)
						> bpl-eff-date of W78-bpl-entry(W78-price-idx)
					set W78-price-idx to bpl-idx
				end-if
			end-if
		end-if
	end-perform
	if W78-price-idx = 0
		display "payrun: no benplan premium in force for plan "
			ben-plan-code of W78-ben-entry(ben-idx) " tier "
			ben-tier of W78-ben-entry(ben-idx) ", employee "
			emp-id of emp-list-rec " - not deducted."
		add 1 to W78-unpriced
		exit paragraph
	end-if
	if W30-weekly-run
		compute W78-ee-amount rounded =
			bpl-ee-premium of W78-bpl-entry(W78-price-idx) * 12 / 52
		compute W78-er-amount rounded =
			bpl-er-premium of W78-bpl-entry(W78-price-idx) * 12 / 52
	else
		move bpl-ee-premium of W78-bpl-entry(W78-price-idx)
			to W78-ee-amount
		move bpl-er-premium of W78-bpl-entry(W78-price-idx)
			to W78-er-amount
	end-if
	*> The employee share is capped at the pay on hand like any
	*> deduction, the shortfall going to dedarrs under the plan code.
	if W78-ee-amount > 0
		move W78-ee-amount to W60-ded-amount
		move ben-plan-code of W78-ben-entry(ben-idx) to W89-arr-code
		perform D405-cap-at-available
		if W60-ded-amount > 0
			move "D" to paydet-line-type
			move ben-plan-code of W78-ben-entry(ben-idx)
				to paydet-ded-code
			move W60-ded-amount to paydet-amount
			perform E150-write-detail
			add W60-ded-amount to W60-emp-ded
			if W20-line-count >= W20-lines-per-page
				perform D200-print-headers
			end-if
			move ben-plan-code of W78-ben-entry(ben-idx) to W50-ded-code
			move bpl-desc of W78-bpl-entry(W78-price-idx)
				to W50-ded-desc
			move W60-ded-amount to W50-ded-amount
			write rpt-line from W50-ded-line
			add 1 to W20-line-count
		end-if
	end-if
	*> The employer share never touches net - the D410 rule.
	if W78-er-amount > 0
		move "E" to paydet-line-type
		move ben-plan-code of W78-ben-entry(ben-idx) to paydet-ded-code
		move W78-er-amount to paydet-amount
		perform E150-write-detail
		add W78-er-amount to W30-total-emplr
		if W20-line-count >= W20-lines-per-page
			perform D200-print-headers
		end-if
		move ben-plan-code of W78-ben-entry(ben-idx) to W50-emplr-code
		move bpl-desc of W78-bpl-entry(W78-price-idx) to W50-emplr-desc
		move W78-er-amount to W50-emplr-amount
		write rpt-line from W50-emplr-line
		add 1 to W20-line-count
	end-if.
D180-apply-retro-adjustments.
	*> Every pending adjustment for this employee pays out as its own
	*> "R" line and joins the period gross BEFORE the deduction loop
			add 1 to W20-line-count
		end-if
	end-perform.
D182-apply-allowances.
	*> Every allowance live in this period pays its amount as its own
	*> line. Taxable joins the period gross BEFORE the deduction loop,
	*> exactly like a retro adjustment; non-taxable is held apart in
	*> W84-emp-nontax and only lands on net once the deductions have
	*> priced, so no percentage ever reaches it.
	move 0 to W84-emp-nontax
	perform varying alw-idx from 1 by 1 until alw-idx > W84-alw-count
		if alw-emp-id of W84-alw-entry(alw-idx) = emp-id of emp-list-rec
				and alw-start-date of W84-alw-entry(alw-idx)
					<= W30-period-end
				and (alw-end-date of W84-alw-entry(alw-idx) = 0
					or alw-end-date of W84-alw-entry(alw-idx)
						>= W30-period-start)
			perform D183-pay-one-allowance
		end-if
	end-perform.
D183-pay-one-allowance.
	move alw-code of W84-alw-entry(alw-idx) to paydet-ded-code
	move alw-amount of W84-alw-entry(alw-idx) to paydet-amount
	if alw-is-nontaxable of W84-alw-entry(alw-idx)
		move "X" to paydet-line-type
		add alw-amount of W84-alw-entry(alw-idx) to W84-emp-nontax
		add alw-amount of W84-alw-entry(alw-idx) to W30-total-nontax
		move "(non-taxable)" to W50-alw-tax
	else
		move "A" to paydet-line-type
		add alw-amount of W84-alw-entry(alw-idx) to W30-period-gross
		add alw-amount of W84-alw-entry(alw-idx) to W30-total-gross
		move spaces to W50-alw-tax
	end-if
	perform E150-write-detail
	if W20-line-count >= W20-lines-per-page
		perform D200-print-headers
	end-if
	move alw-code of W84-alw-entry(alw-idx) to W50-alw-code
	move alw-desc of W84-alw-entry(alw-idx) to W50-alw-desc
	move alw-amount of W84-alw-entry(alw-idx) to W50-alw-amount
	write rpt-line from W50-alw-line
	add 1 to W20-line-count.
D184-apply-encashments.
	*> Encashed leave is ordinary taxable pay: it joins the period
	*> gross BEFORE the deduction loop, exactly like a retro
	*> adjustment, and the request flips to paid with the period.
	perform varying enc-idx from 1 by 1 until enc-idx > W82-enc-count
		if lenc-is-encashed of W82-enc-entry(enc-idx)
				and lenc-emp-id of W82-enc-entry(enc-idx)
					= emp-id of emp-list-rec
			move "L" to paydet-line-type
			move spaces to paydet-ded-code
			move lenc-amount of W82-enc-entry(enc-idx) to paydet-amount
			perform E150-write-detail
			add lenc-amount of W82-enc-entry(enc-idx) to W30-period-gross
			add lenc-amount of W82-enc-entry(enc-idx) to W30-total-gross
			move "C" to lenc-status of W82-enc-entry(enc-idx)
			move W30-period-end
				to lenc-paid-period of W82-enc-entry(enc-idx)
			add 1 to W82-enc-applied
			if W20-line-count >= W20-lines-per-page
				perform D200-print-headers
			end-if
			move lenc-enc-days of W82-enc-entry(enc-idx) to W50-enc-days
			move lenc-amount of W82-enc-entry(enc-idx) to W50-enc-amount
			write rpt-line from W50-enc-line
			add 1 to W20-line-count
		end-if
	end-perform.
D200-print-headers.
	add 1 to W20-page-count
	move W20-page-count to W50-page-no
	write rpt-line from W50-page-header-1 after advancing page
	move W30-value-date to W50-value-date
	write rpt-line from W50-value-header
	write rpt-line from W50-page-header-2
	move 0 to W20-line-count.
D300-print-detail.
	move emp-id of emp-list-rec to W50-id
	move emp-name of emp-list-rec to W50-name
	move emp-dept-code of emp-list-rec to W50-dept
	move emp-br-code of emp-list-rec to W50-branch
	move emp-salary of emp-list-rec to W50-annual
	move W30-period-gross to W50-gross
	write rpt-line from W50-detail-line
	add 1 to W20-line-count.
D400-apply-one-deduction.
	perform D500-check-in-force
		if ded-is-employer of ded-table-entry(ded-idx)
			perform D410-apply-employer-contribution
		else
			if ded-is-percent of ded-table-entry(ded-idx)
					and ded-is-cumulative of ded-table-entry(ded-idx)
				perform D420-apply-cumulative
				exit paragraph
			end-if
			if ded-is-percent of ded-table-entry(ded-idx)
				compute W60-ded-amount rounded =
					W30-period-gross
				move ded-flat-amount of ded-table-entry(ded-idx)
					to W60-ded-amount
			end-if
			move ded-code of ded-table-entry(ded-idx) to W89-arr-code
			perform D405-cap-at-available
			if W60-ded-amount > 0
				move "D" to paydet-line-type
		if darr-emp-id of W89-arr-entry(arr-idx)
				= emp-id of emp-list-rec
				and darr-ded-code of W89-arr-entry(arr-idx)
					= W89-arr-code
			move "Y" to W10-arr-found-sw
			add W89-shortfall to darr-balance of W89-arr-entry(arr-idx)
			move W30-period-end
		add 1 to W89-arr-count
		move emp-id of emp-list-rec
			to darr-emp-id of W89-arr-entry(W89-arr-count)
		move W89-arr-code
			to darr-ded-code of W89-arr-entry(W89-arr-count)
		move W89-shortfall to darr-balance of W89-arr-entry(W89-arr-count)
		move W30-period-end
	move W89-take to W50-ded-amount
	write rpt-line from W50-ded-line
	add 1 to W20-line-count.
D168-recover-advances.
	*> An advance issued on or before this period's end is this run's
	*> to take back - the employee frequency already matched the run,
	*> so it is the next cycle the advance was drawn against.
	perform varying adv-idx from 1 by 1 until adv-idx > W83-adv-count
		if adv-emp-id of W83-adv-entry(adv-idx) = emp-id of emp-list-rec
				and adv-is-outstanding of W83-adv-entry(adv-idx)
				and adv-issue-date of W83-adv-entry(adv-idx)
					<= W30-period-end
			perform D169-recover-one-advance
		end-if
	end-perform.
D169-recover-one-advance.
	move W30-period-end to adv-last-period of W83-adv-entry(adv-idx)
	move "Y" to W10-adv-changed-sw
	compute W89-avail = W30-period-gross - W60-emp-ded
	if W89-avail <= 0
		exit paragraph
	end-if
	if adv-balance of W83-adv-entry(adv-idx) < W89-avail
		move adv-balance of W83-adv-entry(adv-idx) to W89-take
	else
		move W89-avail to W89-take
	end-if
	move "D" to paydet-line-type
	move "ADVN" to paydet-ded-code
	move W89-take to paydet-amount
	perform E150-write-detail
	add W89-take to W60-emp-ded
	subtract W89-take from adv-balance of W83-adv-entry(adv-idx)
	if adv-balance of W83-adv-entry(adv-idx) <= 0
		move "R" to adv-status of W83-adv-entry(adv-idx)
		add 1 to W83-adv-recovered
	end-if
	if W20-line-count >= W20-lines-per-page
		perform D200-print-headers
	end-if
	move "ADVN  " to W50-ded-code
	move "Salary advance" to W50-ded-desc
	move W89-take to W50-ded-amount
	write rpt-line from W50-ded-line
	add 1 to W20-line-count.
D410-apply-employer-contribution.
	*> Employer-side cost (ded-is-employer, ded-rate-rec.cpy): priced
	*> per employee alongside the real deductions but NEVER added to
			end-if
		end-perform
	end-if
	*> A cumulative code picks its bracket on the year-to-date
	*> average per period rather than this period's gross.
	if ded-is-cumulative of ded-table-entry(ded-idx)
		move W62-ytd-avg to W62-bracket-base
	else
		move W30-period-gross to W62-bracket-base
	end-if
	if W10-in-force and ded-is-percent of ded-table-entry(ded-idx)
		if W62-bracket-base < ded-bracket-low of ded-table-entry(ded-idx)
			move "N" to W10-in-force-sw
		end-if
		if ded-bracket-high of ded-table-entry(ded-idx) not = 0
				and W62-bracket-base >
					ded-bracket-high of ded-table-entry(ded-idx)
			move "N" to W10-in-force-sw
		end-if
	end-if.
D190-cumulative-basis.
	*> Year-to-date taxable gross is everything payhist already holds
	*> for the year plus this period's gross as it now stands (premium
	*> and retro included); its average over the periods elapsed is
	*> what the cumulative brackets test.
	move emp-id of emp-list-rec to W62-find-emp-id
	move spaces to W62-find-code
	perform X500-find-ytd
	compute W62-ytd-gross = W62-find-amount + W30-period-gross
	compute W62-ytd-avg rounded = W62-ytd-gross / W62-period-no.
D420-apply-cumulative.
	*> Tax due on the whole year so far at the bracket the year's
	*> average lands in, less what this code has already withheld -
	*> the period takes only the difference. A negative difference is
	*> a refund of earlier over-withholding and pays back as a
	*> negative deduction line. A shortfall is NOT queued on dedarrs:
	*> next period's cumulative figure takes it up by itself, and an
	*> arrears recovery on top would collect it twice.
	compute W62-ytd-due rounded =
		W62-ytd-gross * ded-rate of ded-table-entry(ded-idx) / 100
	move emp-id of emp-list-rec to W62-find-emp-id
	move ded-code of ded-table-entry(ded-idx) to W62-find-code
	perform X500-find-ytd
	move W62-find-amount to W62-ytd-withheld
	compute W60-ded-amount = W62-ytd-due - W62-ytd-withheld
	compute W89-avail = W30-period-gross - W60-emp-ded
	if W89-avail < 0
		move 0 to W89-avail
	end-if
	if W60-ded-amount > W89-avail
		move W89-avail to W60-ded-amount
	end-if
	perform D425-period-equivalent
	compute W62-trueup-diff = W60-ded-amount - W62-period-equiv
	if W62-trueup-diff < 0
		compute W62-trueup-diff = 0 - W62-trueup-diff
	end-if
	if W62-trueup-diff > W62-trueup-limit
		perform D430-print-trueup
	end-if
	if W60-ded-amount not = 0
		move "D" to paydet-line-type
		move ded-code of ded-table-entry(ded-idx) to paydet-ded-code
		move W60-ded-amount to paydet-amount
		perform E150-write-detail
		add W60-ded-amount to W60-emp-ded
		perform D600-print-deduction
	end-if.
D425-period-equivalent.
	*> What the period method would have taken: the entry of the same
	*> code in force for this period's gross on its own.
	move 0 to W62-period-equiv
	perform varying W62-sub3 from 1 by 1 until W62-sub3 > W60-ded-count
		if ded-code of ded-table-entry(W62-sub3)
				= ded-code of ded-table-entry(ded-idx)
				and ded-eff-date of ded-table-entry(W62-sub3)
					<= W30-period-end
				and W30-period-gross
					>= ded-bracket-low of ded-table-entry(W62-sub3)
				and (ded-bracket-high of ded-table-entry(W62-sub3) = 0
					or W30-period-gross
						<= ded-bracket-high of ded-table-entry(W62-sub3))
			perform D427-check-latest-equivalent
		end-if
	end-perform.
D427-check-latest-equivalent.
	*> Same supersession rule as D500: a later entry for the same code
	*> and bracket, still on or before the period end, wins.
	move "Y" to W62-latest-sw
	perform varying W60-sub2 from 1 by 1
			until W60-sub2 > W60-ded-count or not W62-latest
		if W60-sub2 not = W62-sub3
				and ded-code of ded-table-entry(W60-sub2)
					= ded-code of ded-table-entry(W62-sub3)
				and ded-bracket-low of ded-table-entry(W60-sub2)
					= ded-bracket-low of ded-table-entry(W62-sub3)
				and ded-eff-date of ded-table-entry(W60-sub2)
					<= W30-period-end
				and ded-eff-date of ded-table-entry(W60-sub2)
					> ded-eff-date of ded-table-entry(W62-sub3)
			move "N" to W62-latest-sw
		end-if
	end-perform
	if W62-latest
		compute W62-period-equiv rounded =
			W30-period-gross * ded-rate of ded-table-entry(W62-sub3) / 100
	end-if.
D430-print-trueup.
	add 1 to W62-trueup-count
	move emp-id of emp-list-rec to W51-trup-id
	move ded-code of ded-table-entry(ded-idx) to W51-trup-code
	move W62-ytd-gross to W51-trup-gross
	move W62-ytd-due to W51-trup-due
	move W62-ytd-withheld to W51-trup-held
	move W60-ded-amount to W51-trup-cum
	move W62-period-equiv to W51-trup-period
	compute W51-trup-diff = W60-ded-amount - W62-period-equiv
	write trup-line from W51-trup-line.
D600-print-deduction.
	if W20-line-count >= W20-lines-per-page
		perform D200-print-headers
	if not W90-det-ok
		display "payrun: unable to write paydet, status " W90-det-status
	end-if
	if not W30-partitioned
		write pay-history-rec
		if not W90-hist-ok
			display "payrun: unable to write payhist, status "
				W90-hist-status
		end-if
	end-if
	add 1 to W20-det-count.
E100-print-totals.
	move W30-total-net to W50-total-net
	write rpt-line from W50-total-line-5
	move W30-total-emplr to W50-total-emplr
	write rpt-line from W50-total-line-6
	move W30-total-nontax to W50-total-nontax
	write rpt-line from W50-total-line-7.
E200-print-trueup-totals.
	move spaces to trup-line
	write trup-line
	move W62-trueup-count to W51-trup-count
	move W62-trueup-limit to W51-trup-limit
	write trup-line from W51-trup-foot.
F050-save-queue-files.
	*> The queue files the run rewrites - at every commit and again
	*> at end of run. The toilbank lots go down before the leaveacc
	*> credits that go with them. A partition holds the shared-file
	*> lock (X700) from its refresh to the last record written.
	perform X700-lock-shared-files
	if W86-retro-applied > 0
		perform F200-save-retro-file
	end-if
	if W87-garn-applied > 0
		perform F300-save-garn-file
	end-if
	if W10-arr-changed
		perform F600-save-arrears-file
	end-if
	if W10-adv-changed
		perform F700-save-advance-file
	end-if
	if W82-enc-applied > 0
		perform F800-save-encashment-file
	end-if
	if W10-toil-changed
		perform F900-save-toil-file
	end-if
	perform varying cred-idx from 1 by 1 until cred-idx > W81-cred-count
		move W81-cred-id(cred-idx) to W81-cred-emp-id
		move W81-cred-days(cred-idx) to W81-toil-diff
		perform D187-credit-toil-balance
	end-perform
	move 0 to W81-cred-count
	perform X750-unlock-shared-files.
F200-save-retro-file.
	*> The applied flags have to survive the run - the whole file is
	*> rewritten from the table, the same save-on-change shape
	*> dedmaint uses for dedrates.
	if W30-partitioned
		perform F210-refresh-retro-table
		if W61-refresh-over
			display "payrun: retroadj outgrew its table on the partition "
				"save - applied adjustments NOT flagged."
			exit paragraph
		end-if
	end-if
	open output retro-file
	if not W90-retro-ok
		display "payrun: unable to rewrite retroadj, status "
			write retro-file-rec
		end-perform
		close retro-file
		if not W92-in-commit
			display "Retro adjustments applied:    " W86-retro-applied
		end-if
	end-if.
F300-save-garn-file.
	*> Balances and done flags roll forward to the next period - the
	*> whole file rewritten from the table, same as retroadj.
	if W30-partitioned
		perform F310-refresh-garn-table
		if W61-refresh-over
			display "payrun: garnord outgrew its table on the partition "
				"save - garnishment balances NOT saved."
			exit paragraph
		end-if
	end-if
	open output garn-file
	if not W90-garn-ok
		display "payrun: unable to rewrite garnord, status "
			write garn-file-rec
		end-perform
		close garn-file
		if not W92-in-commit
			display "Garnishment takes applied:    " W87-garn-applied
		end-if
	end-if.
F400-close-period.
	if W88-perd-hit not = 0
		close period-file
	end-if.
F600-save-arrears-file.
	if W30-partitioned
		perform F610-refresh-arrears-table
		if W61-refresh-over
			display "payrun: dedarrs outgrew its table on the partition "
				"save - arrears balances NOT saved."
			exit paragraph
		end-if
	end-if
	open output arr-file
	if not W90-arr-ok
		display "payrun: unable to rewrite dedarrs, status "
		end-perform
		close arr-file
	end-if.
F700-save-advance-file.
	if W30-partitioned
		perform F710-refresh-advance-table
		if W61-refresh-over
			display "payrun: advmast outgrew its table on the partition "
				"save - advance balances NOT saved."
			exit paragraph
		end-if
	end-if
	open output adv-file
	if not W90-adv-ok
		display "payrun: unable to rewrite advmast, status "
			W90-adv-status " - advance balances NOT saved."
	else
		perform varying adv-idx from 1 by 1
				until adv-idx > W83-adv-count
			move W83-adv-entry(adv-idx) to adv-file-rec
			write adv-file-rec
		end-perform
		close adv-file
		if not W92-in-commit
			display "Salary advances cleared:      " W83-adv-recovered
		end-if
	end-if.
F800-save-encashment-file.
	if W30-partitioned
		perform F810-refresh-encashment-table
		if W61-refresh-over
			display "payrun: leavenc outgrew its table on the partition "
				"save - paid encashments NOT flagged."
			exit paragraph
		end-if
	end-if
	open output enc-file
	if not W90-enc-ok
		display "payrun: unable to rewrite leavenc, status "
			W90-enc-status " - paid encashments NOT flagged."
	else
		perform varying enc-idx from 1 by 1
				until enc-idx > W82-enc-count
			move W82-enc-entry(enc-idx) to enc-file-rec
			write enc-file-rec
		end-perform
		close enc-file
		if not W92-in-commit
			display "Leave encashments paid:       " W82-enc-applied
		end-if
	end-if.
F900-save-toil-file.
	*> A lot that reran to nothing has nothing left to age - it is
	*> dropped rather than carried as a zero.
	if W30-partitioned
		perform F910-refresh-toil-table
		if W61-refresh-over
			display "payrun: toilbank outgrew its table on the partition "
				"save - this period's TOIL lots NOT recorded."
			exit paragraph
		end-if
	end-if
	open output toil-file
	if not W90-toil-ok
		display "payrun: unable to rewrite toilbank, status "
			W90-toil-status " - this period's TOIL lots NOT recorded."
	else
		perform varying toil-idx from 1 by 1
				until toil-idx > W81-toil-count
			if toil-days of W81-toil-entry(toil-idx) not = 0
				move W81-toil-entry(toil-idx) to toil-file-rec
				write toil-file-rec
			end-if
		end-perform
		close toil-file
		if not W92-in-commit
			display "Employees banking TOIL:       " W81-banked-count
		end-if
	end-if.
F950-write-partition-ctl.
	*> Written last: a partition with no control record never
	*> finished, and paymerge will not combine it.
	open output part-ctl-file
	if not W90-pct-ok
		display "payrun: unable to write " W30-pct-name ", status "
			W90-pct-status " - partition cannot be merged; rerun it."
		move 16 to return-code
	else
		move W30-partition-no to ppt-partition
		move W30-br-from to ppt-br-from
		move W30-br-to to ppt-br-to
		move W30-period-start to ppt-period-start
		move W30-period-end to ppt-period-end
		move W30-run-freq to ppt-run-freq
		move W88-today to ppt-run-date
		move W61-in-range-count to ppt-in-range-count
		move W20-paid-count to ppt-paid-count
		move W20-det-count to ppt-det-count
		move W30-total-salary to ppt-total-salary
		move W30-total-gross to ppt-total-gross
		move W30-total-ded to ppt-total-ded
		move W30-total-net to ppt-total-net
		move W30-total-emplr to ppt-total-emplr
		move W30-total-nontax to ppt-total-nontax
		write part-ctl-rec
		close part-ctl-file
		display "Partition " W30-partition-no " complete - run paymerge "
			"once every partition has finished."
	end-if.
*> A partition rewrites a shared file with only its own employees'
*> entries out of its table; everyone else's are read fresh off the
*> file as the other partitions left them, so partitions can run
*> side by side without one saving over another's work.
F210-refresh-retro-table.
	move "N" to W61-refresh-over-sw
	move 0 to W61-keep-count
	perform varying retro-idx from 1 by 1 until retro-idx > W86-retro-count
		move radj-emp-id of W86-retro-entry(retro-idx) to W61-find-emp-id
		perform X600-check-partition
		if W61-in-partition
			add 1 to W61-keep-count
			move W86-retro-entry(retro-idx) to W86-retro-entry(W61-keep-count)
		end-if
	end-perform
	move W61-keep-count to W86-retro-count
	open input retro-file
	if W90-retro-ok
		move "N" to W10-retro-eof-sw
		perform Z600-read-retro-file
		perform until W10-retro-eof
			move radj-emp-id of retro-file-rec to W61-find-emp-id
			perform X600-check-partition
			if not W61-in-partition
				if W86-retro-count >= 200
					move "Y" to W61-refresh-over-sw
				else
					add 1 to W86-retro-count
					move retro-file-rec to W86-retro-entry(W86-retro-count)
				end-if
			end-if
			perform Z600-read-retro-file
		end-perform
		close retro-file
	end-if.
F310-refresh-garn-table.
	move "N" to W61-refresh-over-sw
	move 0 to W61-keep-count
	perform varying garn-idx from 1 by 1 until garn-idx > W87-garn-count
		move garn-emp-id of W87-garn-entry(garn-idx) to W61-find-emp-id
		perform X600-check-partition
		if W61-in-partition
			add 1 to W61-keep-count
			move W87-garn-entry(garn-idx) to W87-garn-entry(W61-keep-count)
		end-if
	end-perform
	move W61-keep-count to W87-garn-count
	open input garn-file
	if W90-garn-ok
		move "N" to W10-garn-eof-sw
		perform Z700-read-garn-file
		perform until W10-garn-eof
			move garn-emp-id of garn-file-rec to W61-find-emp-id
			perform X600-check-partition
			if not W61-in-partition
				if W87-garn-count >= 200
					move "Y" to W61-refresh-over-sw
				else
					add 1 to W87-garn-count
					move garn-file-rec to W87-garn-entry(W87-garn-count)
				end-if
			end-if
			perform Z700-read-garn-file
		end-perform
		close garn-file
	end-if.
F610-refresh-arrears-table.
	move "N" to W61-refresh-over-sw
	move 0 to W61-keep-count
	perform varying arr-idx from 1 by 1 until arr-idx > W89-arr-count
		move darr-emp-id of W89-arr-entry(arr-idx) to W61-find-emp-id
		perform X600-check-partition
		if W61-in-partition
			add 1 to W61-keep-count
			move W89-arr-entry(arr-idx) to W89-arr-entry(W61-keep-count)
		end-if
	end-perform
	move W61-keep-count to W89-arr-count
	open input arr-file
	if W90-arr-ok
		move "N" to W10-arr-eof-sw
		perform Z900-read-arr-file
		perform until W10-arr-eof
			move darr-emp-id of arr-file-rec to W61-find-emp-id
			perform X600-check-partition
			if not W61-in-partition
				if W89-arr-count >= 500
					move "Y" to W61-refresh-over-sw
				else
					add 1 to W89-arr-count
					move arr-file-rec to W89-arr-entry(W89-arr-count)
				end-if
			end-if
			perform Z900-read-arr-file
		end-perform
		close arr-file
	end-if.
F710-refresh-advance-table.
	move "N" to W61-refresh-over-sw
	move 0 to W61-keep-count
	perform varying adv-idx from 1 by 1 until adv-idx > W83-adv-count
		move adv-emp-id of W83-adv-entry(adv-idx) to W61-find-emp-id
		perform X600-check-partition
		if W61-in-partition
			add 1 to W61-keep-count
			move W83-adv-entry(adv-idx) to W83-adv-entry(W61-keep-count)
		end-if
	end-perform
	move W61-keep-count to W83-adv-count
	open input adv-file
	if W90-adv-ok
		move "N" to W10-adv-eof-sw
		perform Z660-read-adv-file
		perform until W10-adv-eof
			move adv-emp-id of adv-file-rec to W61-find-emp-id
			perform X600-check-partition
			if not W61-in-partition
				if W83-adv-count >= 500
					move "Y" to W61-refresh-over-sw
				else
					add 1 to W83-adv-count
					move adv-file-rec to W83-adv-entry(W83-adv-count)
				end-if
			end-if
			perform Z660-read-adv-file
		end-perform
		close adv-file
	end-if.
F810-refresh-encashment-table.
	move "N" to W61-refresh-over-sw
	move 0 to W61-keep-count
	perform varying enc-idx from 1 by 1 until enc-idx > W82-enc-count
		move lenc-emp-id of W82-enc-entry(enc-idx) to W61-find-emp-id
		perform X600-check-partition
		if W61-in-partition
			add 1 to W61-keep-count
			move W82-enc-entry(enc-idx) to W82-enc-entry(W61-keep-count)
		end-if
	end-perform
	move W61-keep-count to W82-enc-count
	open input enc-file
	if W90-enc-ok
		move "N" to W10-enc-eof-sw
		perform Z670-read-enc-file
		perform until W10-enc-eof
			move lenc-emp-id of enc-file-rec to W61-find-emp-id
			perform X600-check-partition
			if not W61-in-partition
				if W82-enc-count >= 1000
					move "Y" to W61-refresh-over-sw
				else
					add 1 to W82-enc-count
					move enc-file-rec to W82-enc-entry(W82-enc-count)
				end-if
			end-if
			perform Z670-read-enc-file
		end-perform
		close enc-file
	end-if.
F910-refresh-toil-table.
	move "N" to W61-refresh-over-sw
	move 0 to W61-keep-count
	perform varying toil-idx from 1 by 1 until toil-idx > W81-toil-count
		move toil-emp-id of W81-toil-entry(toil-idx) to W61-find-emp-id
		perform X600-check-partition
		if W61-in-partition
			add 1 to W61-keep-count
			move W81-toil-entry(toil-idx) to W81-toil-entry(W61-keep-count)
		end-if
	end-perform
	move W61-keep-count to W81-toil-count
	open input toil-file
	if W90-toil-ok
		move "N" to W10-toil-eof-sw
		perform Z680-read-toil-file
		perform until W10-toil-eof
			move toil-emp-id of toil-file-rec to W61-find-emp-id
			perform X600-check-partition
			if not W61-in-partition
				if W81-toil-count >= 5000
					move "Y" to W61-refresh-over-sw
				else
					add 1 to W81-toil-count
					move toil-file-rec to W81-toil-entry(W81-toil-count)
				end-if
			end-if
			perform Z680-read-toil-file
		end-perform
		close toil-file
	end-if.
F100-reconcile-ctl-count.
	if W10-ctl-seen
		if W30-ctl-count = W20-rec-count
			move 8 to return-code
		end-if
	end-if.
G100-take-checkpoint.
	*> The commit: "P" goes on the checkpoint first, then paydet,
	*> payhist and loanrpay are closed and reopened so every line so
	*> far is on disk, the queue files are saved with the TOIL credits
	*> behind them, and only then does the checkpoint move on to this
	*> employee as "I". A file that will not reopen abandons the run
	*> with the checkpoint still "P" - that run must be backed out.
	move "P" to chkp-status
	perform G200-write-checkpoint
	move "Y" to W92-commit-sw
	close pay-detail
	open extend pay-detail
	if not W90-det-ok
		display "payrun: unable to reopen " W30-det-name " at the "
			"commit, status " W90-det-status " - run abandoned."
		move 16 to return-code
		goback
	end-if
	if not W30-partitioned
		close pay-history
		open extend pay-history
		if not W90-hist-ok
			display "payrun: unable to reopen payhist at the commit, "
				"status " W90-hist-status " - run abandoned."
			move 16 to return-code
			goback
		end-if
	end-if
	if W85-loan-count > 0
		close loan-repay
		open extend loan-repay
		if not W90-repay-ok
			display "payrun: unable to reopen loanrpay at the commit, "
				"status " W90-repay-status " - run abandoned."
			move 16 to return-code
			goback
		end-if
	end-if
	perform F050-save-queue-files
	move "N" to W92-commit-sw
	move emp-id of emp-list-rec to chkp-last-emp-id
	move "I" to chkp-status
	perform G200-write-checkpoint
	move 0 to W92-since-count.
G200-write-checkpoint.
	*> chkp-status and chkp-last-emp-id are the caller's; the rest is
	*> where the run stands now.
	move W30-period-start to chkp-period-start
	move W30-period-end to chkp-period-end
	move W30-run-freq to chkp-run-freq
	move W30-partition-no to chkp-partition
	accept chkp-ts-date from date yyyymmdd
	accept chkp-ts-time from time
	move W20-det-count to chkp-det-count
	move W20-rec-count to chkp-rec-count
	move W20-paid-count to chkp-paid-count
	move W20-skip-count to chkp-skip-count
	move W20-freq-skip-count to chkp-freq-skip-count
	move W61-in-range-count to chkp-in-range-count
	move W61-out-range-count to chkp-out-range-count
	move W20-page-count to chkp-page-count
	move W62-trueup-count to chkp-trueup-count
	move W83-adv-recovered to chkp-adv-recovered
	move W86-retro-applied to chkp-retro-applied
	move W87-garn-applied to chkp-garn-applied
	move W82-enc-applied to chkp-enc-applied
	move W81-banked-count to chkp-banked-count
	move W30-total-salary to chkp-total-salary
	move W30-total-gross to chkp-total-gross
	move W30-total-ded to chkp-total-ded
	move W30-total-net to chkp-total-net
	move W30-total-emplr to chkp-total-emplr
	move W30-total-nontax to chkp-total-nontax
	open output chkp-file
	if not W90-chk-ok
		display "payrun: unable to write " W30-chk-name ", status "
			W90-chk-status " - this run cannot be restarted."
	else
		write chkp-file-rec from W92-chkp-rec
		close chkp-file
		move "Y" to W92-written-sw
	end-if.
G600-cut-back-files.
	*> paydet is this run's alone - it keeps its header and the
	*> committed lines. payhist and loanrpay are shared with other
	*> runs, so only this period's payrun lines for the employees
	*> after the last commit come off them.
	perform G610-cut-back-detail
	if not W30-partitioned
		perform G620-cut-back-history
	end-if
	perform G640-note-open-employees
	perform X700-lock-shared-files
	perform G630-cut-back-repayments
	perform X750-unlock-shared-files
	move 0 to W61-part-count.
G610-cut-back-detail.
	open input pay-detail
	if not W90-det-ok
		display "payrun: unable to open " W30-det-name " to restart, "
			"status " W90-det-status " - back the period out with "
			"payrvsl and rerun."
		move 16 to return-code
		goback
	end-if
	open output chkp-work
	if not W90-work-ok
		display "payrun: unable to open payrwork, status "
			W90-work-status " - restart abandoned."
		close pay-detail
		move 16 to return-code
		goback
	end-if
	move 0 to W92-keep-count
	move "N" to W92-work-eof-sw
	perform until W92-work-eof or W92-keep-count > chkp-det-count
		read pay-detail
			at end move "Y" to W92-work-eof-sw
			not at end
				add 1 to W92-keep-count
				write chkp-work-rec from pay-detail-rec
		end-read
	end-perform
	close pay-detail
	close chkp-work
	*> Fewer lines than the checkpoint committed means paydet was
	*> touched since - the totals to restore would not match it.
	if W92-keep-count not = chkp-det-count + 1
		display "payrun: " W30-det-name " holds fewer lines than its "
			"checkpoint - restart refused; back the period out with "
			"payrvsl and rerun."
		move 16 to return-code
		goback
	end-if
	open input chkp-work
	open output pay-detail
	move "N" to W92-work-eof-sw
	perform Z960-read-chkp-work
	perform until W92-work-eof
		write pay-detail-rec from chkp-work-rec
		perform Z960-read-chkp-work
	end-perform
	close chkp-work
	close pay-detail.
G620-cut-back-history.
	open input pay-history
	if W90-hist-status = "35"
		exit paragraph
	end-if
	if not W90-hist-ok
		display "payrun: unable to open payhist to restart, status "
			W90-hist-status " - restart abandoned."
		move 16 to return-code
		goback
	end-if
	open output chkp-work
	move 0 to W92-drop-count
	move "N" to W62-hist-eof-sw
	perform Z950-read-ytd-history
	perform until W62-hist-eof
		if ytdh-period-start = W30-period-start
				and ytdh-period-end = W30-period-end
				and ytdh-emp-id > chkp-last-emp-id
			add 1 to W92-drop-count
		else
			write chkp-work-rec from W62-ytd-hist-rec
		end-if
		perform Z950-read-ytd-history
	end-perform
	close pay-history
	close chkp-work
	if W92-drop-count = 0
		exit paragraph
	end-if
	open input chkp-work
	open output pay-history
	move "N" to W92-work-eof-sw
	perform Z960-read-chkp-work
	perform until W92-work-eof
		write pay-history-rec from chkp-work-rec
		perform Z960-read-chkp-work
	end-perform
	close chkp-work
	close pay-history
	display "payhist: " W92-drop-count " uncommitted line(s) taken off.".
G630-cut-back-repayments.
	*> The installments this payrun posted for the period after the
	*> last commit - for a partition, only its own employees'; the
	*> other partitions' stand.
	open input loan-repay
	if W90-repay-status = "35"
		exit paragraph
	end-if
	if not W90-repay-ok
		display "payrun: unable to open loanrpay to restart, status "
			W90-repay-status " - restart abandoned."
		perform X750-unlock-shared-files
		move 16 to return-code
		goback
	end-if
	open output chkp-work
	move 0 to W92-drop-count
	move "N" to W92-work-eof-sw
	perform Z970-read-loan-repay
	perform until W92-work-eof
		move "N" to W61-in-part-sw
		if loan-pay-date = W30-period-end and loan-pay-is-payroll
				and loan-pay-id > chkp-last-emp-id
			if W30-partitioned
				move loan-pay-id to W61-find-emp-id
				perform X600-check-partition
			else
				move "Y" to W61-in-part-sw
			end-if
		end-if
		if W61-in-partition
			add 1 to W92-drop-count
		else
			write chkp-work-rec from loan-repay-rec
		end-if
		perform Z970-read-loan-repay
	end-perform
	close loan-repay
	close chkp-work
	if W92-drop-count = 0
		exit paragraph
	end-if
	open input chkp-work
	open output loan-repay
	move "N" to W92-work-eof-sw
	perform Z960-read-chkp-work
	perform until W92-work-eof
		write loan-repay-rec from chkp-work-rec
		perform Z960-read-chkp-work
	end-perform
	close chkp-work
	close loan-repay
	display "loanrpay: " W92-drop-count " uncommitted installment(s) "
		"taken off.".
G640-note-open-employees.
	*> A partition's uncommitted employees are those in its range
	*> after the last commit - held in the partition table just long
	*> enough to pick their installments off loanrpay.
	move 0 to W61-part-count
	if not W30-partitioned
		exit paragraph
	end-if
	open input emp-list
	if not W90-emp-ok
		display "payrun: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	perform Z100-read-file
	perform until W10-eof
		if emp-id of emp-list-rec > chkp-last-emp-id
				and emp-br-code of emp-list-rec >= W30-br-from
				and emp-br-code of emp-list-rec <= W30-br-to
			perform B060-note-partition-employee
		end-if
		perform Z100-read-file
	end-perform
	close emp-list
	move "N" to W10-eof-sw
	move "N" to W10-ctl-seen-sw
	move 0 to W30-ctl-count.
G700-restore-position.
	move chkp-det-count to W20-det-count
	move chkp-rec-count to W20-rec-count
	move chkp-paid-count to W20-paid-count
	move chkp-skip-count to W20-skip-count
	move chkp-freq-skip-count to W20-freq-skip-count
	move chkp-in-range-count to W61-in-range-count
	move chkp-out-range-count to W61-out-range-count
	move chkp-page-count to W20-page-count
	move chkp-trueup-count to W62-trueup-count
	move chkp-adv-recovered to W83-adv-recovered
	move chkp-retro-applied to W86-retro-applied
	move chkp-garn-applied to W87-garn-applied
	move chkp-enc-applied to W82-enc-applied
	move chkp-banked-count to W81-banked-count
	move chkp-total-salary to W30-total-salary
	move chkp-total-gross to W30-total-gross
	move chkp-total-ded to W30-total-ded
	move chkp-total-net to W30-total-net
	move chkp-total-emplr to W30-total-emplr
	move chkp-total-nontax to W30-total-nontax.
G750-skip-committed.
	*> The employees up to and including the last commit are already
	*> on every file and in the restored totals - a partition only
	*> notes its own again, so its saves keep their queue entries.
	perform until W10-eof
			or emp-id of emp-list-rec > chkp-last-emp-id
		if W30-partitioned
			if emp-br-code of emp-list-rec >= W30-br-from
					and emp-br-code of emp-list-rec <= W30-br-to
				perform B060-note-partition-employee
			end-if
		end-if
		perform Z100-read-file
	end-perform.
X500-find-ytd.
	move 0 to W62-find-amount
	move "N" to W62-found-sw
	perform varying ytd-idx from 1 by 1
			until ytd-idx > W62-ytd-count or W62-found
		if W62-ytd-emp-id(ytd-idx) = W62-find-emp-id
				and W62-ytd-code(ytd-idx) = W62-find-code
			move "Y" to W62-found-sw
			move W62-ytd-amount(ytd-idx) to W62-find-amount
		end-if
	end-perform.
X600-check-partition.
	move "N" to W61-in-part-sw
	perform varying part-idx from 1 by 1
			until part-idx > W61-part-count or W61-in-partition
		if W61-part-emp-id(part-idx) = W61-find-emp-id
			move "Y" to W61-in-part-sw
		end-if
	end-perform.
X900-table-overrun.
	*> A file outgrew its in-storage table mid-load. Pressing on
	*> would price from a truncated picture - and for the files this
	*> edge. The run stops here, loudly, before any money moves.
	display "payrun: " W95-over-file " outgrew its table - run "
		"abandoned; purge or split the file before rerunning."
	perform X750-unlock-shared-files
	move 16 to return-code
	goback.
X700-lock-shared-files.
	*> Partitions running side by side each load a shared file whole
	*> and rewrite it, so two saves must never interleave: the
	*> suite lock (suitelok, ch9/prog27.cbl) is taken under the
	*> partition's own name for the length of each load-and-rewrite,
	*> and a partition finding another's lock waits a second and
	*> tries again (retryutl, ch9/prog6.cbl) before giving up. A
	*> whole run has the files to itself.
	if not W30-partitioned or W93-lock-held
		exit paragraph
	end-if
	move 0 to W93-attempts
	move "SET " to W35-lok-function
	perform with test after
			until not W35-lok-locked or not W93-retry-again
		call "suitelok" using W35-lok-function W35-lok-program
			W35-lok-locked-sw
		end-call
		if W35-lok-locked
			call "retryutl" using W93-max-tries W93-attempts W93-retry-sw
			end-call
			if W93-retry-again
				perform X710-wait-one-second
			end-if
		end-if
	end-perform
	if W35-lok-locked
		display "payrun: the shared payroll files stayed locked - "
			"partition " W30-partition-no " abandoned; rerun it once "
			"the lock holder finishes (lokclear clears a crashed "
			"run's lock)."
		move 16 to return-code
		goback
	end-if
	move "Y" to W93-held-sw.
X710-wait-one-second.
	accept W93-time-start from time
	move W93-time-start to W93-time-now
	perform until W93-time-now(1:6) not = W93-time-start(1:6)
		accept W93-time-now from time
	end-perform.
X750-unlock-shared-files.
	if not W93-lock-held
		exit paragraph
	end-if
	move "CLR " to W35-lok-function
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	move "N" to W93-held-sw.
Z100-read-file.
	read emp-list
		at end move "Y" to W10-eof-sw
	read retro-file
		at end move "Y" to W10-retro-eof-sw
	end-read.
Z650-read-allow-file.
	read allow-file
		at end move "Y" to W10-alw-eof-sw
	end-read.
Z660-read-adv-file.
	read adv-file
		at end move "Y" to W10-adv-eof-sw
	end-read.
Z670-read-enc-file.
	read enc-file
		at end move "Y" to W10-enc-eof-sw
	end-read.
Z680-read-toil-file.
	read toil-file
		at end move "Y" to W10-toil-eof-sw
	end-read.
Z690-read-bplan-file.
	read bplan-file
		at end move "Y" to W10-ben-eof-sw
	end-read.
Z695-read-benr-file.
	read benr-file
		at end move "Y" to W10-ben-eof-sw
	end-read.
Z700-read-garn-file.
	read garn-file
		at end move "Y" to W10-garn-eof-sw
	read arr-file
		at end move "Y" to W10-arr-eof-sw
	end-read.
Z950-read-ytd-history.
	read pay-history into W62-ytd-hist-rec
		at end move "Y" to W62-hist-eof-sw
	end-read.
Z960-read-chkp-work.
	read chkp-work
		at end move "Y" to W92-work-eof-sw
	end-read.
Z970-read-loan-repay.
	read loan-repay
		at end move "Y" to W92-work-eof-sw
	end-read.
