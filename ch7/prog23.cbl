*> Graduation degree audit.
*> Graduation used to be decided by hand off transcripts. For every
*> enrolled student whose class clsmast flags as the final term of
*> a programme (cls-prog-code, cls-is-final) this measures what the
*> student has achieved against the programme's requirement on
*> prgmast (prog-rec.cpy, keyed by prgmaint, ch7/prog22.cbl):
*> credits earned - the sbj-credits of every subject passed -
*> against prg-credits-req, the credit-weighted average over every
*> subject taken against prg-min-avg, and every core subject passed.
*> A subject's mark is the student's best this term on stuscore, or
*> - since stuhist keeps only each archived term's class and average
*> (termroll, ch7/prog8.cbl) - the best average of a past term in
*> the class that owns it, the same reading prereqck
*> (ch9/prog42.cbl) gives a prerequisite. A pass is a mark at or
*> above the suite's PASSMARK (parmget, ch9/prog20.cbl). Each
*> student is printed to degaud01 with the measures, the core
*> subjects still outstanding and QUALIFIES or NOT YET; those who
*> qualify are written to the graduation list gradlist
*> (grad-rec.cpy), rewritten afresh each run, from which stumaint
*> (ch7/prog5.cbl) graduates them.
identification division.
program-id. degaudit.
environment division.
input-output section.
file-control.
	select pay-master-02 assign to "pay002"
		file status is W90-pay-status.
	select cls-mast assign to "clsmast"
		organization is indexed
		access mode is dynamic
		record key is cls-code of cls-mast-rec
		file status is W90-cls-status.
	select prg-mast assign to "prgmast"
		organization is indexed
		access mode is dynamic
		record key is prg-code of prg-mast-rec
		file status is W90-prg-status.
	select subj-mast assign to "subjmast"
		organization is indexed
		access mode is dynamic
		record key is sbj-code of subj-mast-rec
		file status is W90-subj-status.
	select score-file assign to "stuscore"
		file status is W90-score-status.
	select hist-file assign to "stuhist"
		file status is W90-hist-status.
	select grad-file assign to "gradlist"
		file status is W90-grad-status.
	select audit-rpt assign to "degaud01"
		file status is W90-rpt-status.
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
fd	cls-mast.
01	cls-mast-rec.
	copy cls-mast-rec.
fd	prg-mast.
01	prg-mast-rec.
	copy prog-rec.
fd	subj-mast.
01	subj-mast-rec.
	copy subj-rec.
fd	score-file.
01	score-rec.
	copy stu-score-rec.
fd	hist-file.
01	hist-rec.
	copy stu-hist-rec.
fd	grad-file.
01	grad-rec.
	copy grad-rec.
fd	audit-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-first-rec-sw	pic X value "Y".
		88	W10-first-rec			value "Y".
	05	W10-prg-found-sw	pic X value "N".
		88	W10-prg-found			value "Y".
	05	W10-taken-sw		pic X value "N".
		88	W10-taken				value "Y".
01	W20-counters.
	05	W20-audit-count		pic 9(4) comp value 0.
	05	W20-qualify-count	pic 9(4) comp value 0.
	05	W20-stu-sub			pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-core-sub		pic 9(2) comp value 0.
	05	W20-core-missing	pic 9(2) comp value 0.
01	W30-today				pic 9(8).
01	W35-parms.
	05	W35-parm-key		pic X(8).
	05	W35-parm-default	pic S9(7)v99 comp-3 value 60.
	05	W35-pass-mark		pic S9(7)v99 comp-3.
*> One student's measures.
01	W40-credits-earned		pic 9(4) comp.
01	W40-credits-taken		pic 9(4) comp.
01	W40-weighted-sum		pic 9(7) comp.
01	W40-average				pic 9(3)v99.
01	W40-mark				pic 9(3).
01	W40-find-no				pic X(5).
01	W40-subj-code			pic X(4).
01	W40-subj-class			pic X(4).
01	W40-core-list			pic X(50).
01	W40-core-ptr			pic 9(3) comp.
*> The final-term students under audit.
01	W60-stu-count			pic 9(4) comp value 0.
01	W60-stu-table.
	05	W60-stu-entry occurs 2000 times.
		10	W60-stu-no			pic X(5).
		10	W60-stu-name		pic X(35).
		10	W60-stu-class		pic X(4).
		10	W60-stu-prog		pic X(4).
*> Each audited student's best mark per subject this term, and best
*> average per class across the archived terms.
01	W62-score-count			pic 9(4) comp value 0.
01	W62-score-table.
	05	W62-score-entry occurs 9000 times.
		10	W62-score-stu		pic X(5).
		10	W62-score-subject	pic X(4).
		10	W62-score-best		pic 9(3).
01	W64-hist-count			pic 9(4) comp value 0.
01	W64-hist-table.
	05	W64-hist-entry occurs 6000 times.
		10	W64-hist-stu		pic X(5).
		10	W64-hist-class		pic X(4).
		10	W64-hist-best		pic 9(3).
01	W90-pay-status			pic XX.
	88	W90-pay-ok				value "00".
01	W90-cls-status			pic XX.
	88	W90-cls-ok				value "00".
01	W90-prg-status			pic XX.
	88	W90-prg-ok				value "00".
01	W90-subj-status			pic XX.
	88	W90-subj-ok				value "00".
01	W90-score-status		pic XX.
	88	W90-score-ok			value "00".
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-grad-status			pic XX.
	88	W90-grad-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(30) value
		"Graduation Degree Audit".
	05	filler				pic X(6) value "Date: ".
	05	W50-hdr-date		pic 9(8).
	05	filler				pic X(36).
01	W50-student-line.
	05	W50-stu-no			pic X(5).
	05	filler				pic X(2).
	05	W50-stu-name		pic X(35).
	05	filler				pic X(7) value " class ".
	05	W50-stu-class		pic X(4).
	05	filler				pic X(11) value " programme ".
	05	W50-stu-prog		pic X(4).
	05	filler				pic X(12).
01	W50-measure-line.
	05	filler				pic X(4).
	05	filler				pic X(9) value "Credits: ".
	05	W50-credits			pic ZZZ9.
	05	filler				pic X(1) value "/".
	05	W50-credits-req		pic ZZ9.
	05	filler				pic X(12) value "   Average: ".
	05	W50-average			pic ZZ9.99.
	05	filler				pic X(1) value "/".
	05	W50-min-avg			pic ZZ9.
	05	filler				pic X(3).
	05	W50-result			pic X(9).
	05	filler				pic X(25).
01	W50-core-line.
	05	filler				pic X(4).
	05	filler				pic X(18) value "Core outstanding: ".
	05	W50-core-list		pic X(50).
	05	filler				pic X(8).
01	W50-noprog-line.
	05	filler				pic X(4).
	05	filler				pic X(22) value "Programme not on file ".
	05	W50-noprog-code		pic X(4).
	05	filler				pic X(14) value " - NOT YET".
	05	filler				pic X(36).
01	W50-total-line.
	05	filler				pic X(18) value "Students audited: ".
	05	W50-tot-audited		pic ZZZ9.
	05	filler				pic X(14) value "  qualifying: ".
	05	W50-tot-qualify		pic ZZZ9.
	05	filler				pic X(40).
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - the list this
	*> writes is what stumaint graduates students from.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	move "PASSMARK" to W35-parm-key
	call "parmget" using W35-parm-key W35-parm-default W35-pass-mark
	end-call
	open input cls-mast
	if not W90-cls-ok
		display "degaudit: unable to open clsmast, status " W90-cls-status
			" - no final-term classes to audit."
		move 8 to return-code
		goback
	end-if
	perform B100-load-students
	close cls-mast
	if W60-stu-count = 0
		display "degaudit: no enrolled students in a final-term class."
		move 8 to return-code
		goback
	end-if
	open input prg-mast
	if not W90-prg-ok
		display "degaudit: unable to open prgmast, status " W90-prg-status
		move 16 to return-code
		goback
	end-if
	open input subj-mast
	if not W90-subj-ok
		display "degaudit: unable to open subjmast, status "
			W90-subj-status
		close prg-mast
		move 16 to return-code
		goback
	end-if
	perform B200-load-scores
	perform B300-load-history
	open output grad-file
	if not W90-grad-ok
		display "degaudit: unable to open gradlist, status "
			W90-grad-status
		close prg-mast
		close subj-mast
		move 16 to return-code
		goback
	end-if
	open output audit-rpt
	if not W90-rpt-ok
		display "degaudit: unable to open degaud01, status "
			W90-rpt-status
		close prg-mast
		close subj-mast
		close grad-file
		move 16 to return-code
		goback
	end-if
	move W30-today to W50-hdr-date
	write rpt-line from W50-rpt-header after advancing page
	perform varying W20-stu-sub from 1 by 1
			until W20-stu-sub > W60-stu-count
		perform C100-audit-student
	end-perform
	move spaces to rpt-line
	write rpt-line
	move W20-audit-count to W50-tot-audited
	move W20-qualify-count to W50-tot-qualify
	write rpt-line from W50-total-line
	close prg-mast
	close subj-mast
	close grad-file
	close audit-rpt
	display "Degree audit written to degaud01, qualifiers to gradlist."
	display "Students audited: " W20-audit-count
	display "Qualifying:       " W20-qualify-count
	move 0 to return-code
	goback.
B100-load-students.
	open input pay-master-02
	if not W90-pay-ok
		display "degaudit: unable to open pay002, status " W90-pay-status
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z100-read-master
	perform until W10-eof
		if ((W10-first-rec and CTL-IS-HEADER) or CTL-IS-TRAILER)
			continue
		else
			if stu-is-enrolled of pay-record-02
				perform B150-check-final
			end-if
		end-if
		move "N" to W10-first-rec-sw
		perform Z100-read-master
	end-perform
	close pay-master-02.
B150-check-final.
	move pay-classCode of pay-record-02 to cls-code of cls-mast-rec
	read cls-mast
		invalid key exit paragraph
	end-read
	if cls-is-final of cls-mast-rec
			and cls-prog-code of cls-mast-rec not = spaces
			and W60-stu-count < 2000
		add 1 to W60-stu-count
		move pay-studentNo of pay-record-02 to W60-stu-no(W60-stu-count)
		move pay-studentName of pay-record-02
			to W60-stu-name(W60-stu-count)
		move pay-classCode of pay-record-02
			to W60-stu-class(W60-stu-count)
		move cls-prog-code of cls-mast-rec
			to W60-stu-prog(W60-stu-count)
	end-if.
B200-load-scores.
	open input score-file
	if not W90-score-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read score-file
			at end move "Y" to W10-eof-sw
			not at end
				move score-studentNo of score-rec to W40-find-no
				perform X100-find-student
				if W20-sub1 <= W60-stu-count
					perform B250-note-score
				end-if
		end-read
	end-perform
	close score-file.
B250-note-score.
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W62-score-count
				or (W62-score-stu(W20-sub1) = score-studentNo of score-rec
				and W62-score-subject(W20-sub1) =
					score-subject of score-rec)
		continue
	end-perform
	if W20-sub1 > W62-score-count
		if W62-score-count >= 9000
			exit paragraph
		end-if
		add 1 to W62-score-count
		move score-studentNo of score-rec to W62-score-stu(W20-sub1)
		move score-subject of score-rec to W62-score-subject(W20-sub1)
		move 0 to W62-score-best(W20-sub1)
	end-if
	if score-value of score-rec > W62-score-best(W20-sub1)
		move score-value of score-rec to W62-score-best(W20-sub1)
	end-if.
B300-load-history.
	open input hist-file
	if not W90-hist-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read hist-file
			at end move "Y" to W10-eof-sw
			not at end
				move pay-studentNo of hist-rec to W40-find-no
				perform X100-find-student
				if W20-sub1 <= W60-stu-count
					perform B350-note-term
				end-if
		end-read
	end-perform
	close hist-file.
B350-note-term.
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W64-hist-count
				or (W64-hist-stu(W20-sub1) = pay-studentNo of hist-rec
				and W64-hist-class(W20-sub1) = pay-classCode of hist-rec)
		continue
	end-perform
	if W20-sub1 > W64-hist-count
		if W64-hist-count >= 6000
			exit paragraph
		end-if
		add 1 to W64-hist-count
		move pay-studentNo of hist-rec to W64-hist-stu(W20-sub1)
		move pay-classCode of hist-rec to W64-hist-class(W20-sub1)
		move 0 to W64-hist-best(W20-sub1)
	end-if
	if pay-studentAverage of hist-rec > W64-hist-best(W20-sub1)
		move pay-studentAverage of hist-rec to W64-hist-best(W20-sub1)
	end-if.
C100-audit-student.
	add 1 to W20-audit-count
	move spaces to W50-student-line
	move W60-stu-no(W20-stu-sub) to W50-stu-no
	move W60-stu-name(W20-stu-sub) to W50-stu-name
	move W60-stu-class(W20-stu-sub) to W50-stu-class
	move W60-stu-prog(W20-stu-sub) to W50-stu-prog
	move spaces to rpt-line
	write rpt-line
	write rpt-line from W50-student-line
	move W60-stu-prog(W20-stu-sub) to prg-code of prg-mast-rec
	read prg-mast
		invalid key move "N" to W10-prg-found-sw
		not invalid key move "Y" to W10-prg-found-sw
	end-read
	if not W10-prg-found
		move W60-stu-prog(W20-stu-sub) to W50-noprog-code
		write rpt-line from W50-noprog-line
		exit paragraph
	end-if
	perform C200-total-subjects
	perform C300-check-core
	move W40-credits-earned to W50-credits
	move prg-credits-req of prg-mast-rec to W50-credits-req
	move W40-average to W50-average
	move prg-min-avg of prg-mast-rec to W50-min-avg
	if W40-credits-earned >= prg-credits-req of prg-mast-rec
			and W40-average >= prg-min-avg of prg-mast-rec
			and W20-core-missing = 0
		move "QUALIFIES" to W50-result
		perform E100-write-graduate
	else
		move "NOT YET" to W50-result
	end-if
	write rpt-line from W50-measure-line
	if W20-core-missing > 0
		move W40-core-list to W50-core-list
		write rpt-line from W50-core-line
	end-if.
C200-total-subjects.
	*> Every subject on subjmast the student has a mark in.
	move 0 to W40-credits-earned
	move 0 to W40-credits-taken
	move 0 to W40-weighted-sum
	move 0 to W40-average
	move "N" to W10-eof-sw
	move low-values to sbj-code of subj-mast-rec
	start subj-mast key is >= sbj-code of subj-mast-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read subj-mast next record
			at end move "Y" to W10-eof-sw
			not at end
				move sbj-code of subj-mast-rec to W40-subj-code
				move sbj-cls-code of subj-mast-rec to W40-subj-class
				perform X200-subject-mark
				if W10-taken
					add sbj-credits of subj-mast-rec to W40-credits-taken
					compute W40-weighted-sum = W40-weighted-sum
						+ (W40-mark * sbj-credits of subj-mast-rec)
					if W40-mark >= W35-pass-mark
						add sbj-credits of subj-mast-rec
							to W40-credits-earned
					end-if
				end-if
		end-read
	end-perform
	if W40-credits-taken > 0
		compute W40-average rounded =
			W40-weighted-sum / W40-credits-taken
	end-if.
C300-check-core.
	move 0 to W20-core-missing
	move spaces to W40-core-list
	move 1 to W40-core-ptr
	perform varying W20-core-sub from 1 by 1 until W20-core-sub > 20
		if prg-core-subj of prg-mast-rec(W20-core-sub) not = spaces
			perform C350-check-one-core
		end-if
	end-perform.
C350-check-one-core.
	move prg-core-subj of prg-mast-rec(W20-core-sub) to W40-subj-code
	move W40-subj-code to sbj-code of subj-mast-rec
	read subj-mast
		invalid key move spaces to W40-subj-class
		not invalid key move sbj-cls-code of subj-mast-rec to W40-subj-class
	end-read
	perform X200-subject-mark
	if W10-taken and W40-mark >= W35-pass-mark
		exit paragraph
	end-if
	add 1 to W20-core-missing
	if W40-core-ptr < 46
		string W40-subj-code delimited by size
			" " delimited by size
			into W40-core-list with pointer W40-core-ptr
		end-string
	end-if.
E100-write-graduate.
	add 1 to W20-qualify-count
	move spaces to grad-rec
	move W60-stu-no(W20-stu-sub) to grd-studentNo
	move W60-stu-prog(W20-stu-sub) to grd-prog-code
	move W30-today to grd-audit-date
	move W40-credits-earned to grd-credits
	move W40-average to grd-avg
	move "Q" to grd-status
	write grad-rec
	if not W90-grad-ok
		display "degaudit: unable to write gradlist, status "
			W90-grad-status
	end-if.
X100-find-student.
	*> W40-find-no carries the student number in - W20-sub1 comes
	*> back past W60-stu-count when the student is not being audited.
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W60-stu-count
				or W60-stu-no(W20-sub1) = W40-find-no
		continue
	end-perform.
X200-subject-mark.
	*> The student's best mark in W40-subj-code: this term's best
	*> score, or the best past-term average in the owning class.
	move "N" to W10-taken-sw
	move 0 to W40-mark
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W62-score-count
		if W62-score-stu(W20-sub1) = W60-stu-no(W20-stu-sub)
				and W62-score-subject(W20-sub1) = W40-subj-code
			move "Y" to W10-taken-sw
			move W62-score-best(W20-sub1) to W40-mark
		end-if
	end-perform
	if W40-subj-class = spaces
		exit paragraph
	end-if
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W64-hist-count
		if W64-hist-stu(W20-sub1) = W60-stu-no(W20-stu-sub)
				and W64-hist-class(W20-sub1) = W40-subj-class
			move "Y" to W10-taken-sw
			if W64-hist-best(W20-sub1) > W40-mark
				move W64-hist-best(W20-sub1) to W40-mark
			end-if
		end-if
	end-perform.
Z100-read-master.
	read pay-master-02
		at end move "Y" to W10-eof-sw
	end-read.
