*> End-of-term report card and mailing run.
*> Report cards were typed up from the grddist and attdrisk
*> printouts and posted by hand. For an operator-supplied term this
*> prints one card per enrolled student on pay002 to rptcard1: each
*> subject's mark off stuscore with its letter grade (the grddist
*> bands - A 90+, B 80+, C 70+, D 60+, F below), the credit-weighted
*> average, the term attendance percentage off stuattd (present and
*> late both count, as attdrisk reckons it) and whatever the student
*> still owes on open stuinvc invoices. Resits resolve to one mark a
*> subject by the same RESITPOL/PASSMARK rules scorcalc
*> (ch7/prog7.cbl) averages with, and subjects weigh by their
*> subjmast credits the same way, so the card agrees with the
*> average on the master. The cards come out sorted by the
*> guardian's postcode off stuguard (guard-rec.cpy, kept by
*> gdnmaint ch7/prog29.cbl) for the post room, with a mailing label
*> for each, in the same order, on rptlabl1 - six lines a label.
*> A student with no guardian on file, or a guardian with no postal
*> address, gets no card in the post: they are listed on rptexcp1
*> with the telephone or e-mail the guardian prefers, for the
*> office to follow up.
identification division.
program-id. rptcard.
environment division.
input-output section.
file-control.
	select pay-master-02 assign to "pay002"
		file status is W90-pay-status.
	select score-file assign to "stuscore"
		file status is W90-score-status.
	select subj-mast assign to "subjmast"
		organization is indexed
		access mode is dynamic
		record key is sbj-code of subj-mast-rec
		file status is W90-subj-status.
	select attd-file assign to "stuattd"
		file status is W90-attd-status.
	select invc-file assign to "stuinvc"
		file status is W90-invc-status.
	select gdn-mast assign to "stuguard"
		organization is indexed
		access mode is dynamic
		record key is gdn-studentNo of gdn-mast-rec
		file status is W90-gdn-status.
	select card-sort-file assign to "sortwk12".
	select card-rpt assign to "rptcard1"
		file status is W90-rpt-status.
	select label-file assign to "rptlabl1"
		file status is W90-label-status.
	select exc-rpt assign to "rptexcp1"
		file status is W90-exc-status.
data division.
file section.
fd	pay-master-02
	label records are standard.
01	pay-record-02.
	copy student-rec.
*> Padded with FILLER to the data record's full length so the file
*> stays fixed-format - a short second 01 would make the runtime
*> write length-prefixed variable records no other reader expects.
01	ctl-record-02.
	copy ctl-rec.
	05	filler				pic X(30).
fd	score-file.
01	score-rec.
	copy stu-score-rec.
fd	subj-mast.
01	subj-mast-rec.
	copy subj-rec.
fd	attd-file.
01	attd-rec.
	copy stu-attd-rec.
fd	invc-file.
01	invc-rec.
	copy stu-invc-rec.
fd	gdn-mast.
01	gdn-mast-rec.
	copy guard-rec.
sd	card-sort-file.
01	sort-rec.
	05	srt-postcode		pic X(10).
	05	srt-studentNo		pic X(5).
	05	srt-stu-sub			pic 9(4) comp.
	05	srt-gdn-name		pic X(30).
	05	srt-gdn-relation	pic X(15).
	05	srt-addr-line-1		pic X(30).
	05	srt-addr-line-2		pic X(30).
	05	srt-city			pic X(20).
fd	card-rpt
	label records are standard.
01	rpt-line			pic X(80).
fd	label-file
	label records are standard.
01	label-line			pic X(40).
fd	exc-rpt
	label records are standard.
01	exc-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-sort-eof-sw		pic X value "N".
		88	W10-sort-eof			value "Y".
	05	W10-first-rec-sw	pic X value "Y".
		88	W10-first-rec			value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-subj-found-sw	pic X value "N".
		88	W10-subj-found			value "Y".
	05	W10-gdn-open-sw		pic X value "N".
		88	W10-gdn-open			value "Y".
01	W20-counters.
	05	W20-stu-count		pic 9(4) comp value 0.
	05	W20-mark-count		pic 9(4) comp value 0.
	05	W20-subj-count		pic 9(3) comp value 0.
	05	W20-card-count		pic 9(4) comp value 0.
	05	W20-exc-count		pic 9(4) comp value 0.
	05	W20-overflow-count	pic 9(5) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-found-sub		pic 9(4) comp value 0.
	05	W20-mark-sub		pic 9(4) comp value 0.
	05	W20-subj-sub		pic 9(3) comp value 0.
	05	W20-card-marks		pic 9(3) comp value 0.
01	W30-term				pic X(6).
01	W30-attempt				pic 9(2).
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-resit-policy		pic S9(7)v99 comp-3.
01	W35-pass-mark			pic S9(7)v99 comp-3.
01	W40-credits				pic 9(2).
01	W40-score-sum			pic 9(7) comp.
01	W40-credit-sum			pic 9(5) comp.
01	W40-average				pic 9(3).
01	W40-attend-pct			pic 9(3)v99.
01	W40-grade-mark			pic 9(3).
01	W40-grade				pic X.
01	W40-reason				pic X(20).
01	W40-find-no				pic X(5).
01	W60-stu-table.
	05	W60-stu-entry occurs 2000 times.
		copy student-rec replacing ==05== by ==10==.
01	W60-stu-totals.
	05	W60-tot-entry occurs 2000 times.
		10	W60-attd-sessions	pic 9(4) comp.
		10	W60-attd-attended	pic 9(4) comp.
		10	W60-balance			pic S9(7)v99 comp-3.
*> One surviving mark per student and subject - a resit replaces
*> the entry under the RESITPOL rules rather than joining it.
01	W62-mark-table.
	05	W62-mark-entry occurs 9000 times.
		10	W62-stu-sub			pic 9(4) comp.
		10	W62-subject			pic X(4).
		10	W62-value			pic 9(3).
		10	W62-attempt			pic 9(2).
01	W64-subj-table.
	05	W64-subj-entry occurs 200 times.
		10	W64-subj-code		pic X(4).
		10	W64-subj-desc		pic X(20).
		10	W64-subj-credits	pic 9(2).
01	W90-pay-status			pic XX.
	88	W90-pay-ok				value "00".
01	W90-score-status		pic XX.
	88	W90-score-ok			value "00".
01	W90-subj-status			pic XX.
	88	W90-subj-ok				value "00".
01	W90-attd-status			pic XX.
	88	W90-attd-ok				value "00".
01	W90-invc-status			pic XX.
	88	W90-invc-ok				value "00".
01	W90-gdn-status			pic XX.
	88	W90-gdn-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-label-status		pic XX.
	88	W90-label-ok			value "00".
01	W90-exc-status			pic XX.
	88	W90-exc-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-card-header.
	05	filler				pic X(24) value "End-of-Term Report Card".
	05	filler				pic X(6) value "Term: ".
	05	W50-hdr-term		pic X(6).
	05	filler				pic X(44).
01	W50-student-line.
	05	filler				pic X(9) value "Student: ".
	05	W50-stu-no			pic X(5).
	05	filler				pic X(2).
	05	W50-stu-name		pic X(35).
	05	filler				pic X(2).
	05	filler				pic X(7) value "Class: ".
	05	W50-stu-class		pic X(4).
	05	filler				pic X(16).
01	W50-guardian-line.
	05	filler				pic X(10) value "Guardian: ".
	05	W50-gdn-name		pic X(30).
	05	filler				pic X(2).
	05	W50-gdn-relation	pic X(15).
	05	filler				pic X(23).
01	W50-mark-header.
	05	filler				pic X(80) value
		"Subject  Description           Credits  Score  Grade".
01	W50-mark-line.
	05	W50-mk-subject		pic X(4).
	05	filler				pic X(5).
	05	W50-mk-desc			pic X(20).
	05	filler				pic X(7).
	05	W50-mk-credits		pic Z9.
	05	filler				pic X(3).
	05	W50-mk-score		pic ZZ9.
	05	filler				pic X(5).
	05	W50-mk-grade		pic X.
	05	filler				pic X(30).
01	W50-average-line.
	05	filler				pic X(26) value "Credit-weighted average:".
	05	W50-avg				pic ZZ9.
	05	filler				pic X(8) value "  Grade ".
	05	W50-avg-grade		pic X.
	05	filler				pic X(2).
	05	W50-avg-note		pic X(20).
	05	filler				pic X(20).
01	W50-attend-line.
	05	filler				pic X(26) value "Attendance:".
	05	W50-attd-pct		pic ZZ9.99.
	05	filler				pic X(5) value "% of ".
	05	W50-attd-sessions	pic ZZZ9.
	05	filler				pic X(9) value " sessions".
	05	filler				pic X(30).
01	W50-balance-line.
	05	filler				pic X(26) value "Fees owing:".
	05	W50-bal				pic ZZZ,ZZ9.99.
	05	filler				pic X(44).
01	W50-text-line			pic X(80).
01	W50-exc-header.
	05	filler				pic X(37) value
		"Report Cards Not Mailed       Term: ".
	05	W50-exc-term		pic X(6).
	05	filler				pic X(37).
01	W50-exc-column-header.
	05	filler				pic X(80) value
		"No.   Name                      Reason               Contact".
01	W50-exc-line.
	05	W50-exc-no			pic X(5).
	05	filler				pic X(1).
	05	W50-exc-name		pic X(25).
	05	filler				pic X(1).
	05	W50-exc-reason		pic X(20).
	05	filler				pic X(1).
	05	W50-exc-contact		pic X(27).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	display "Enter term for the report cards (e.g. 2026T1): "
		with no advancing
	accept W30-term
	if W30-term = spaces
		display "rptcard: no term - no cards printed."
		move 8 to return-code
		goback
	end-if
	*> The same resit rules scorcalc averages with, so the card
	*> shows the mark the stored average was built from.
	move "RESITPOL" to W35-parm-key
	move 2 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-resit-policy
	end-call
	move "PASSMARK" to W35-parm-key
	move 50 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-pass-mark
	end-call
	perform B100-load-students
	if W20-stu-count = 0
		display "rptcard: no enrolled students on pay002."
		move 8 to return-code
		goback
	end-if
	perform B200-load-subjects
	perform B300-load-scores
	perform B400-tally-attendance
	perform B450-total-balances
	open output card-rpt
	if not W90-rpt-ok
		display "rptcard: unable to open rptcard1, status " W90-rpt-status
		move 16 to return-code
		goback
	end-if
	open output label-file
	if not W90-label-ok
		display "rptcard: unable to open rptlabl1, status "
			W90-label-status
		close card-rpt
		move 16 to return-code
		goback
	end-if
	open output exc-rpt
	if not W90-exc-ok
		display "rptcard: unable to open rptexcp1, status " W90-exc-status
		close card-rpt
		close label-file
		move 16 to return-code
		goback
	end-if
	move W30-term to W50-hdr-term
	move W30-term to W50-exc-term
	write exc-line from W50-exc-header after advancing page
	write exc-line from W50-exc-column-header
	open input gdn-mast
	if W90-gdn-ok
		move "Y" to W10-gdn-open-sw
	else
		display "rptcard: unable to open stuguard, status " W90-gdn-status
			" - every student is an exception."
	end-if
	sort card-sort-file
		on ascending key srt-postcode of sort-rec
			srt-studentNo of sort-rec
		input procedure B500-release-students
		output procedure C100-print-cards
	if W10-gdn-open
		close gdn-mast
	end-if
	if W20-exc-count = 0
		move "No exceptions - every card has a postal address."
			to W50-text-line
		write exc-line from W50-text-line
	end-if
	close card-rpt
	close label-file
	close exc-rpt
	display "Report cards written to rptcard1, labels to rptlabl1."
	display "Enrolled students:   " W20-stu-count
	display "Cards to post:       " W20-card-count
	display "Exceptions rptexcp1: " W20-exc-count
	if W20-overflow-count > 0
		display "rptcard: mark table full - " W20-overflow-count
			" score(s) not shown."
	end-if
	move 0 to return-code
	goback.
B100-load-students.
	open input pay-master-02
	if not W90-pay-ok
		display "rptcard: unable to open pay002, status " W90-pay-status
	else
		move "N" to W10-eof-sw
		perform Z100-read-master
		perform until W10-eof
			if (W10-first-rec and CTL-IS-HEADER) or CTL-IS-TRAILER
					or not stu-is-enrolled of pay-record-02
				continue
			else
				if W20-stu-count < 2000
					add 1 to W20-stu-count
					move pay-record-02 to W60-stu-entry(W20-stu-count)
					move 0 to W60-attd-sessions(W20-stu-count)
					move 0 to W60-attd-attended(W20-stu-count)
					move 0 to W60-balance(W20-stu-count)
				end-if
			end-if
			move "N" to W10-first-rec-sw
			perform Z100-read-master
		end-perform
		close pay-master-02
	end-if.
B200-load-subjects.
	*> A missing subjmast loads empty: every subject weighs 1 and
	*> prints without a description.
	move 0 to W20-subj-count
	open input subj-mast
	if not W90-subj-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	move low-values to sbj-code of subj-mast-rec
	start subj-mast key is >= sbj-code of subj-mast-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read subj-mast next record
			at end move "Y" to W10-eof-sw
			not at end
				if W20-subj-count < 200
					add 1 to W20-subj-count
					move sbj-code of subj-mast-rec
						to W64-subj-code(W20-subj-count)
					move sbj-desc of subj-mast-rec
						to W64-subj-desc(W20-subj-count)
					move sbj-credits of subj-mast-rec
						to W64-subj-credits(W20-subj-count)
				end-if
		end-read
	end-perform
	close subj-mast.
B300-load-scores.
	open input score-file
	if not W90-score-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z200-read-score
	perform until W10-eof
		move score-studentNo of score-rec to W40-find-no
		perform F100-find-student
		if W10-found
			perform B350-keep-score
		end-if
		perform Z200-read-score
	end-perform
	close score-file
	*> Policy 3 caps a passed resit at the pass mark once the
	*> latest attempt has been picked.
	if W35-resit-policy = 3
		perform varying W20-mark-sub from 1 by 1
				until W20-mark-sub > W20-mark-count
			if W62-attempt(W20-mark-sub) > 1
					and W62-value(W20-mark-sub) > W35-pass-mark
				move W35-pass-mark to W62-value(W20-mark-sub)
			end-if
		end-perform
	end-if.
B350-keep-score.
	*> Attempt zero on old records reads as attempt 1.
	if score-attempt of score-rec = 0
		move 1 to W30-attempt
	else
		move score-attempt of score-rec to W30-attempt
	end-if
	perform F300-find-mark
	if not W10-found
		if W20-mark-count < 9000
			add 1 to W20-mark-count
			move W20-found-sub to W62-stu-sub(W20-mark-count)
			move score-subject of score-rec to W62-subject(W20-mark-count)
			move score-value of score-rec to W62-value(W20-mark-count)
			move W30-attempt to W62-attempt(W20-mark-count)
		else
			add 1 to W20-overflow-count
		end-if
		exit paragraph
	end-if
	evaluate W35-resit-policy
		when 1
			*> Best attempt wins.
			if score-value of score-rec > W62-value(W20-mark-sub)
				move score-value of score-rec to W62-value(W20-mark-sub)
				move W30-attempt to W62-attempt(W20-mark-sub)
			end-if
		when other
			*> Latest attempt wins (policies 2 and 3).
			if W30-attempt >= W62-attempt(W20-mark-sub)
				move score-value of score-rec to W62-value(W20-mark-sub)
				move W30-attempt to W62-attempt(W20-mark-sub)
			end-if
	end-evaluate.
B400-tally-attendance.
	open input attd-file
	if not W90-attd-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read attd-file
			at end move "Y" to W10-eof-sw
			not at end
				move attd-studentNo of attd-rec to W40-find-no
				perform F100-find-student
				if W10-found
					add 1 to W60-attd-sessions(W20-found-sub)
					if attd-attended of attd-rec
						add 1 to W60-attd-attended(W20-found-sub)
					end-if
				end-if
		end-read
	end-perform
	close attd-file.
B450-total-balances.
	*> Every open invoice, whatever term raised it - the card says
	*> what the student owes today.
	open input invc-file
	if not W90-invc-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read invc-file
			at end move "Y" to W10-eof-sw
			not at end
				if inv-is-open of invc-rec
					move inv-studentNo of invc-rec to W40-find-no
					perform F100-find-student
					if W10-found
						compute W60-balance(W20-found-sub) =
							W60-balance(W20-found-sub)
							+ inv-amount of invc-rec - inv-paid of invc-rec
					end-if
				end-if
		end-read
	end-perform
	close invc-file.
B500-release-students.
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-stu-count
		perform B550-release-one
	end-perform.
B550-release-one.
	move spaces to W40-reason
	if not W10-gdn-open
		move "no guardian on file" to W40-reason
	else
		move pay-studentNo of W60-stu-entry(W20-sub1)
			to gdn-studentNo of gdn-mast-rec
		read gdn-mast
			invalid key
				move "no guardian on file" to W40-reason
			not invalid key
				if gdn-addr-line-1 of gdn-mast-rec = spaces
						or gdn-postcode of gdn-mast-rec = spaces
					move "no postal address" to W40-reason
				end-if
		end-read
	end-if
	if W40-reason not = spaces
		perform E100-list-exception
		exit paragraph
	end-if
	move spaces to sort-rec
	move gdn-postcode of gdn-mast-rec to srt-postcode of sort-rec
	move pay-studentNo of W60-stu-entry(W20-sub1)
		to srt-studentNo of sort-rec
	move W20-sub1 to srt-stu-sub of sort-rec
	move gdn-name of gdn-mast-rec to srt-gdn-name of sort-rec
	move gdn-relation of gdn-mast-rec to srt-gdn-relation of sort-rec
	move gdn-addr-line-1 of gdn-mast-rec to srt-addr-line-1 of sort-rec
	move gdn-addr-line-2 of gdn-mast-rec to srt-addr-line-2 of sort-rec
	move gdn-city of gdn-mast-rec to srt-city of sort-rec
	release sort-rec.
C100-print-cards.
	perform Z300-return-sort
	perform until W10-sort-eof
		add 1 to W20-card-count
		move srt-stu-sub of sort-rec to W20-sub1
		perform C200-print-card
		perform C400-print-label
		perform Z300-return-sort
	end-perform.
C200-print-card.
	write rpt-line from W50-card-header after advancing page
	move spaces to rpt-line
	write rpt-line
	move pay-studentNo of W60-stu-entry(W20-sub1) to W50-stu-no
	move pay-studentName of W60-stu-entry(W20-sub1) to W50-stu-name
	move pay-classCode of W60-stu-entry(W20-sub1) to W50-stu-class
	write rpt-line from W50-student-line
	move srt-gdn-name of sort-rec to W50-gdn-name
	move srt-gdn-relation of sort-rec to W50-gdn-relation
	write rpt-line from W50-guardian-line
	move spaces to rpt-line
	write rpt-line
	write rpt-line from W50-mark-header
	move 0 to W20-card-marks
	move 0 to W40-score-sum
	move 0 to W40-credit-sum
	perform varying W20-mark-sub from 1 by 1
			until W20-mark-sub > W20-mark-count
		if W62-stu-sub(W20-mark-sub) = W20-sub1
			perform C300-print-mark
		end-if
	end-perform
	if W20-card-marks = 0
		move "No assessment marks recorded this term." to W50-text-line
		write rpt-line from W50-text-line
	end-if
	move spaces to rpt-line
	write rpt-line
	*> Credit-weighted exactly as scorcalc weighs it; with no marks
	*> the card carries the average already on the master.
	move spaces to W50-avg-note
	if W40-credit-sum = 0
		move pay-studentAverage of W60-stu-entry(W20-sub1) to W40-average
		move "(as recorded)" to W50-avg-note
	else
		compute W40-average rounded = W40-score-sum / W40-credit-sum
	end-if
	move W40-average to W40-grade-mark
	perform X100-letter-grade
	move W40-average to W50-avg
	move W40-grade to W50-avg-grade
	write rpt-line from W50-average-line
	if W60-attd-sessions(W20-sub1) = 0
		move "Attendance:               no sessions recorded this term."
			to W50-text-line
		write rpt-line from W50-text-line
	else
		compute W40-attend-pct rounded =
			W60-attd-attended(W20-sub1) * 100
				/ W60-attd-sessions(W20-sub1)
		move W40-attend-pct to W50-attd-pct
		move W60-attd-sessions(W20-sub1) to W50-attd-sessions
		write rpt-line from W50-attend-line
	end-if
	if W60-balance(W20-sub1) > 0
		move W60-balance(W20-sub1) to W50-bal
		write rpt-line from W50-balance-line
	else
		move "Fees owing:               nil" to W50-text-line
		write rpt-line from W50-text-line
	end-if.
C300-print-mark.
	add 1 to W20-card-marks
	move spaces to W50-mark-line
	move W62-subject(W20-mark-sub) to W50-mk-subject
	perform F200-find-subject
	if W10-subj-found
		move W64-subj-desc(W20-subj-sub) to W50-mk-desc
		move W64-subj-credits(W20-subj-sub) to W40-credits
	else
		move 0 to W40-credits
	end-if
	*> A subject off subjmast, or keyed with no credits, weighs 1.
	if W40-credits = 0
		move 1 to W40-credits
	end-if
	move W40-credits to W50-mk-credits
	move W62-value(W20-mark-sub) to W50-mk-score
	move W62-value(W20-mark-sub) to W40-grade-mark
	perform X100-letter-grade
	move W40-grade to W50-mk-grade
	write rpt-line from W50-mark-line
	compute W40-score-sum = W40-score-sum
		+ (W62-value(W20-mark-sub) * W40-credits)
	add W40-credits to W40-credit-sum.
C400-print-label.
	*> Six lines a label whatever the address holds, so the labels
	*> stay in step with the stationery.
	move srt-gdn-name of sort-rec to label-line
	write label-line
	move srt-addr-line-1 of sort-rec to label-line
	write label-line
	move srt-addr-line-2 of sort-rec to label-line
	write label-line
	move srt-city of sort-rec to label-line
	write label-line
	move srt-postcode of sort-rec to label-line
	write label-line
	move spaces to label-line
	write label-line.
E100-list-exception.
	add 1 to W20-exc-count
	move spaces to W50-exc-line
	move pay-studentNo of W60-stu-entry(W20-sub1) to W50-exc-no
	move pay-studentName of W60-stu-entry(W20-sub1) to W50-exc-name
	move W40-reason to W50-exc-reason
	*> What the guardian asked to be reached by, when there is one.
	if W40-reason = "no postal address"
		evaluate true
			when gdn-by-email of gdn-mast-rec
				move gdn-email of gdn-mast-rec to W50-exc-contact
			when gdn-phone of gdn-mast-rec not = spaces
				move gdn-phone of gdn-mast-rec to W50-exc-contact
			when other
				move gdn-email of gdn-mast-rec to W50-exc-contact
		end-evaluate
	end-if
	write exc-line from W50-exc-line.
F100-find-student.
	move "N" to W10-found-sw
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W20-stu-count or W10-found
		if pay-studentNo of W60-stu-entry(W20-sub1)
				= W40-find-no
			move "Y" to W10-found-sw
			move W20-sub1 to W20-found-sub
		end-if
	end-perform.
F200-find-subject.
	move "N" to W10-subj-found-sw
	perform varying W20-subj-sub from 1 by 1
			until W20-subj-sub > W20-subj-count or W10-subj-found
		if W64-subj-code(W20-subj-sub) = W62-subject(W20-mark-sub)
			move "Y" to W10-subj-found-sw
		end-if
	end-perform
	if W10-subj-found
		subtract 1 from W20-subj-sub
	end-if.
F300-find-mark.
	move "N" to W10-found-sw
	perform varying W20-mark-sub from 1 by 1
			until W20-mark-sub > W20-mark-count or W10-found
		if W62-stu-sub(W20-mark-sub) = W20-found-sub
				and W62-subject(W20-mark-sub) = score-subject of score-rec
			move "Y" to W10-found-sw
		end-if
	end-perform
	if W10-found
		subtract 1 from W20-mark-sub
	end-if.
X100-letter-grade.
	*> The grddist bands.
	evaluate true
		when W40-grade-mark >= 90 move "A" to W40-grade
		when W40-grade-mark >= 80 move "B" to W40-grade
		when W40-grade-mark >= 70 move "C" to W40-grade
		when W40-grade-mark >= 60 move "D" to W40-grade
		when other move "F" to W40-grade
	end-evaluate.
Z100-read-master.
	read pay-master-02
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-score.
	read score-file
		at end move "Y" to W10-eof-sw
	end-read.
Z300-return-sort.
	return card-sort-file
		at end move "Y" to W10-sort-eof-sw
	end-return.
