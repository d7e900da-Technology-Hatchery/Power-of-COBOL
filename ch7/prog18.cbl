*> Prerequisite exceptions report.
*> stumaint (ch7/prog5.cbl) checks prerequisites as a student is
*> put into a class, but a class's subjects can gain prerequisites
*> after the students are in it, and pay002 has been loaded by
*> other means before. Run at term start, this checks every
*> enrolled student on pay002 against the prerequisites of their
*> class's subjects through prereqck (ch9/prog42.cbl) and lists each
*> one not met on preqexc1: the subject that needs it, the mark
*> required and the best on record. A shortfall an academic
*> override already covers (preqovr, preq-ovr-rec.cpy) is listed
*> as overridden rather than as an exception, so the academic
*> office sees the whole picture and acts on the rest.
identification division.
program-id. preqrpt.
environment division.
input-output section.
file-control.
	select pay-master-02 assign to "pay002"
		file status is W90-pay-status.
	select ovr-file assign to "preqovr"
		file status is W90-ovr-status.
	select exc-rpt assign to "preqexc1"
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
fd	ovr-file.
01	ovr-rec.
	copy preq-ovr-rec.
fd	exc-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-first-rec-sw	pic X value "Y".
		88	W10-first-rec			value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
01	W20-counters.
	05	W20-stu-count		pic 9(4) comp value 0.
	05	W20-short-count		pic 9(5) comp value 0.
	05	W20-ovr-count		pic 9(5) comp value 0.
	05	W20-ovr-loaded		pic 9(4) comp value 0.
	05	W20-miss-sub		pic 9(2) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
*> The overrides on file - student, class and the prerequisite the
*> override was granted for.
01	W60-ovr-table.
	05	W60-ovr-entry occurs 2000 times.
		10	W60-ovr-student		pic X(5).
		10	W60-ovr-class		pic X(4).
		10	W60-ovr-subject		pic X(4).
01	W90-pay-status			pic XX.
	88	W90-pay-ok				value "00".
01	W90-ovr-status			pic XX.
	88	W90-ovr-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
	copy preq-parms.
01	W50-rpt-header.
	05	filler				pic X(80) value
		"Prerequisite Exceptions Report".
01	W50-column-header.
	05	filler				pic X(80) value
		"No.    Name                  Class Subj Needs  Min Best  Flag".
01	W50-detail-line.
	05	W50-det-no			pic X(5).
	05	filler				pic X(2).
	05	W50-det-name		pic X(22).
	05	W50-det-class		pic X(4).
	05	filler				pic X(2).
	05	W50-det-subject		pic X(4).
	05	filler				pic X(1).
	05	W50-det-needs		pic X(4).
	05	filler				pic X(3).
	05	W50-det-min			pic ZZ9.
	05	filler				pic X(2).
	05	W50-det-best		pic ZZ9.
	05	filler				pic X(2).
	05	W50-det-flag		pic X(10).
	05	filler				pic X(13).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	open input pay-master-02
	if not W90-pay-ok
		display "preqrpt: unable to open pay002, status " W90-pay-status
		move 16 to return-code
		goback
	end-if
	perform B100-load-overrides
	open output exc-rpt
	if not W90-rpt-ok
		display "preqrpt: unable to open preqexc1, status "
			W90-rpt-status
		close pay-master-02
		move 16 to return-code
		goback
	end-if
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
	move "N" to W10-eof-sw
	perform Z100-read-master
	perform until W10-eof
		*> The HDR/TRL control records (ctl-rec.cpy) are not
		*> students; nor is anyone not currently enrolled.
		if (W10-first-rec and CTL-IS-HEADER) or CTL-IS-TRAILER
				or not stu-is-enrolled of pay-record-02
				or pay-classCode of pay-record-02 = spaces
			continue
		else
			perform C100-check-student
		end-if
		move "N" to W10-first-rec-sw
		perform Z100-read-master
	end-perform
	close pay-master-02
	close exc-rpt
	display "Prerequisite exceptions written to preqexc1."
	display "Enrolled students checked: " W20-stu-count
	display "Prerequisites not met:     " W20-short-count
	display "  of which overridden:     " W20-ovr-count
	move 0 to return-code
	goback.
B100-load-overrides.
	open input ovr-file
	if not W90-ovr-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read ovr-file
			at end move "Y" to W10-eof-sw
			not at end
				if W20-ovr-loaded < 2000
					add 1 to W20-ovr-loaded
					move pov-studentNo to W60-ovr-student(W20-ovr-loaded)
					move pov-cls-code to W60-ovr-class(W20-ovr-loaded)
					move pov-subject to W60-ovr-subject(W20-ovr-loaded)
				end-if
		end-read
	end-perform
	close ovr-file.
C100-check-student.
	add 1 to W20-stu-count
	move pay-studentNo of pay-record-02 to PQ-STUDENT-NO
	move pay-classCode of pay-record-02 to PQ-CLS-CODE
	call "prereqck" using PQ-PARMS end-call
	if PQ-ALL-MET
		exit paragraph
	end-if
	perform varying W20-miss-sub from 1 by 1
			until W20-miss-sub > PQ-MISSING-COUNT
		perform D100-print-shortfall
	end-perform.
D100-print-shortfall.
	add 1 to W20-short-count
	move spaces to W50-detail-line
	move PQ-STUDENT-NO to W50-det-no
	move pay-studentName of pay-record-02 to W50-det-name
	move PQ-CLS-CODE to W50-det-class
	move PQ-FOR-SUBJECT(W20-miss-sub) to W50-det-subject
	move PQ-REQ-SUBJECT(W20-miss-sub) to W50-det-needs
	move PQ-MIN-SCORE(W20-miss-sub) to W50-det-min
	move PQ-BEST-SCORE(W20-miss-sub) to W50-det-best
	perform F100-find-override
	if W10-found
		add 1 to W20-ovr-count
		move "OVERRIDDEN" to W50-det-flag
	else
		move "NOT MET" to W50-det-flag
	end-if
	write rpt-line from W50-detail-line.
F100-find-override.
	move "N" to W10-found-sw
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W20-ovr-loaded or W10-found
		if W60-ovr-student(W20-sub1) = PQ-STUDENT-NO
				and W60-ovr-class(W20-sub1) = PQ-CLS-CODE
				and W60-ovr-subject(W20-sub1) = PQ-REQ-SUBJECT(W20-miss-sub)
			move "Y" to W10-found-sw
		end-if
	end-perform.
Z100-read-master.
	read pay-master-02
		at end move "Y" to W10-eof-sw
	end-read.
