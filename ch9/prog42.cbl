*> PREREQCK - subject prerequisite check for a class enrollment.
*> A class's subjects are the subjmast entries (subj-rec.cpy) it
*> owns through sbj-cls-code; each may name up to five subjects on
*> subjpreq (subj-preq-rec.cpy) that must have been passed first,
*> with the minimum mark. A prerequisite counts as met by the
*> student's best mark in it - the best attempt, whatever RESITPOL
*> says about averages, since a resit that passed is a pass - taken
*> from this term's raw scores on stuscore, or from the term
*> history on stuhist. stuhist keeps only each archived term's
*> class and average (termroll, ch7/prog8.cbl, empties stuscore at
*> term end), so a past term counts as that subject's mark when the
*> student was then in the class that owns it. Returns every
*> missing prerequisite (preq-parms.cpy) for stumaint
*> (ch7/prog5.cbl) and preqrpt (ch7/prog18.cbl). Where subjmast or
*> subjpreq has never been created there is nothing to enforce and
*> every enrollment passes, the way subjedit (ch9/prog26.cbl)
*> accepts every code before the subject table exists.
identification division.
program-id. prereqck.
environment division.
input-output section.
file-control.
	select subj-mast assign to "subjmast"
		organization is indexed
		access mode is dynamic
		record key is sbj-code of subj-mast-rec
		file status is W90-subj-status.
	select preq-file assign to "subjpreq"
		organization is indexed
		access mode is dynamic
		record key is prq-subject of preq-rec
		file status is W90-preq-status.
	select score-file assign to "stuscore"
		file status is W90-score-status.
	select hist-file assign to "stuhist"
		file status is W90-hist-status.
data division.
file section.
fd	subj-mast.
01	subj-mast-rec.
	copy subj-rec.
fd	preq-file.
01	preq-rec.
	copy subj-preq-rec.
fd	score-file.
01	score-rec.
	copy stu-score-rec.
fd	hist-file.
01	hist-rec.
	copy stu-hist-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-history-sw		pic X value "N".
		88	W10-history-loaded		value "Y".
01	W20-counters.
	05	W20-sub1			pic 9(3) comp value 0.
	05	W20-sub2			pic 9(3) comp value 0.
	05	W20-preq-sub		pic 9(3) comp value 0.
01	W40-best-score			pic 9(3).
01	W40-req-class			pic X(4).
*> The class's own subjects.
01	W60-subj-count			pic 9(3) comp value 0.
01	W60-subj-table.
	05	W60-subj-code		pic X(4) occurs 50 times.
*> The student's best mark per subject this term, and best average
*> per class across the archived terms.
01	W62-score-count			pic 9(3) comp value 0.
01	W62-score-table.
	05	W62-score-entry occurs 50 times.
		10	W62-score-subject	pic X(4).
		10	W62-score-best		pic 9(3).
01	W64-hist-count			pic 9(3) comp value 0.
01	W64-hist-table.
	05	W64-hist-entry occurs 40 times.
		10	W64-hist-class		pic X(4).
		10	W64-hist-best		pic 9(3).
01	W90-subj-status			pic XX.
	88	W90-subj-ok				value "00".
01	W90-preq-status			pic XX.
	88	W90-preq-ok				value "00".
01	W90-score-status		pic XX.
	88	W90-score-ok			value "00".
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
linkage section.
	copy preq-parms.
procedure division using PQ-PARMS.
A100-start.
	move "Y" to PQ-RESULT
	move 0 to PQ-MISSING-COUNT
	move 0 to W60-subj-count
	move "N" to W10-history-sw
	open input subj-mast
	if not W90-subj-ok
		goback
	end-if
	perform B100-load-class-subjects
	if W60-subj-count = 0
		close subj-mast
		goback
	end-if
	open input preq-file
	if not W90-preq-ok
		close subj-mast
		goback
	end-if
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W60-subj-count
		move W60-subj-code(W20-sub1) to prq-subject of preq-rec
		read preq-file
			invalid key continue
			not invalid key perform C100-check-subject
		end-read
	end-perform
	close preq-file
	close subj-mast
	goback.
B100-load-class-subjects.
	move "N" to W10-eof-sw
	move low-values to sbj-code of subj-mast-rec
	start subj-mast key is >= sbj-code of subj-mast-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read subj-mast next record
			at end move "Y" to W10-eof-sw
			not at end
				if sbj-cls-code of subj-mast-rec = PQ-CLS-CODE
						and W60-subj-count < 50
					add 1 to W60-subj-count
					move sbj-code of subj-mast-rec
						to W60-subj-code(W60-subj-count)
				end-if
		end-read
	end-perform.
B200-load-history.
	*> Only read once a prerequisite actually has to be checked -
	*> most classes have none.
	move "Y" to W10-history-sw
	move 0 to W62-score-count
	move 0 to W64-hist-count
	open input score-file
	if W90-score-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read score-file
				at end move "Y" to W10-eof-sw
				not at end
					if score-studentNo of score-rec = PQ-STUDENT-NO
						perform B250-note-score
					end-if
			end-read
		end-perform
		close score-file
	end-if
	open input hist-file
	if W90-hist-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read hist-file
				at end move "Y" to W10-eof-sw
				not at end
					if pay-studentNo of hist-rec = PQ-STUDENT-NO
						perform B260-note-term
					end-if
			end-read
		end-perform
		close hist-file
	end-if.
B250-note-score.
	perform varying W20-sub2 from 1 by 1
			until W20-sub2 > W62-score-count
				or W62-score-subject(W20-sub2) = score-subject of score-rec
		continue
	end-perform
	if W20-sub2 > W62-score-count
		if W62-score-count >= 50
			exit paragraph
		end-if
		add 1 to W62-score-count
		move score-subject of score-rec to W62-score-subject(W20-sub2)
		move 0 to W62-score-best(W20-sub2)
	end-if
	if score-value of score-rec > W62-score-best(W20-sub2)
		move score-value of score-rec to W62-score-best(W20-sub2)
	end-if.
B260-note-term.
	perform varying W20-sub2 from 1 by 1
			until W20-sub2 > W64-hist-count
				or W64-hist-class(W20-sub2) = pay-classCode of hist-rec
		continue
	end-perform
	if W20-sub2 > W64-hist-count
		if W64-hist-count >= 40
			exit paragraph
		end-if
		add 1 to W64-hist-count
		move pay-classCode of hist-rec to W64-hist-class(W20-sub2)
		move 0 to W64-hist-best(W20-sub2)
	end-if
	if pay-studentAverage of hist-rec > W64-hist-best(W20-sub2)
		move pay-studentAverage of hist-rec to W64-hist-best(W20-sub2)
	end-if.
C100-check-subject.
	perform varying W20-preq-sub from 1 by 1 until W20-preq-sub > 5
		if prq-req-subject of preq-rec(W20-preq-sub) not = spaces
			perform C200-check-one
		end-if
	end-perform.
C200-check-one.
	if not W10-history-loaded
		perform B200-load-history
	end-if
	move 0 to W40-best-score
	perform varying W20-sub2 from 1 by 1
			until W20-sub2 > W62-score-count
		if W62-score-subject(W20-sub2) =
				prq-req-subject of preq-rec(W20-preq-sub)
			move W62-score-best(W20-sub2) to W40-best-score
		end-if
	end-perform
	*> The archived terms, through the class that owns the subject.
	move prq-req-subject of preq-rec(W20-preq-sub)
		to sbj-code of subj-mast-rec
	read subj-mast
		invalid key move spaces to W40-req-class
		not invalid key move sbj-cls-code of subj-mast-rec to W40-req-class
	end-read
	if W40-req-class not = spaces
		perform varying W20-sub2 from 1 by 1
				until W20-sub2 > W64-hist-count
			if W64-hist-class(W20-sub2) = W40-req-class
					and W64-hist-best(W20-sub2) > W40-best-score
				move W64-hist-best(W20-sub2) to W40-best-score
			end-if
		end-perform
	end-if
	if W40-best-score < prq-min-score of preq-rec(W20-preq-sub)
		move "N" to PQ-RESULT
		if PQ-MISSING-COUNT < 10
			add 1 to PQ-MISSING-COUNT
			move prq-subject of preq-rec
				to PQ-FOR-SUBJECT(PQ-MISSING-COUNT)
			move prq-req-subject of preq-rec(W20-preq-sub)
				to PQ-REQ-SUBJECT(PQ-MISSING-COUNT)
			move prq-min-score of preq-rec(W20-preq-sub)
				to PQ-MIN-SCORE(PQ-MISSING-COUNT)
			move W40-best-score to PQ-BEST-SCORE(PQ-MISSING-COUNT)
		end-if
	end-if.
