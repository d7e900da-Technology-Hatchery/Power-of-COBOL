*> Timetable clash report.
*> Clashes on the paper timetable used to surface in the first week
*> of term. This reads the class timetable clstmtb (tmtb-rec.cpy)
*> against the room master roommast (room-rec.cpy), clsmast and the
*> enrolled students on pay002, and prints to ttclsh01:
*>   - ROOM       two sessions in one room in the same slot;
*>   - INSTRUCTOR one instructor (cls-inst-emp-id) teaching two
*>                sessions in the same slot;
*>   - STUDENT    an enrolled student with two classes in one slot.
*>                A student attends their own class and any other
*>                class that owns a subject (sbj-cls-code,
*>                subjmast) they have a mark in on stuscore this
*>                term - the same subject ownership prereqck
*>                (ch9/prog42.cbl) reads;
*>   - CAPACITY   a class with more students enrolled than a room
*>                it is timetabled in seats (once per class and
*>                room), or a session in a room not on roommast.
*> A slot is a day and period; sessions are keyed by ttmaint
*> (ch7/prog27.cbl).
identification division.
program-id. ttclash.
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
	select room-mast assign to "roommast"
		organization is indexed
		access mode is dynamic
		record key is rm-code of room-mast-rec
		file status is W90-room-status.
	select tmtb-file assign to "clstmtb"
		organization is indexed
		access mode is dynamic
		record key is tt-key of tmtb-rec
		file status is W90-tmtb-status.
	select subj-mast assign to "subjmast"
		organization is indexed
		access mode is dynamic
		record key is sbj-code of subj-mast-rec
		file status is W90-subj-status.
	select score-file assign to "stuscore"
		file status is W90-score-status.
	select clash-rpt assign to "ttclsh01"
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
fd	room-mast.
01	room-mast-rec.
	copy room-rec.
fd	tmtb-file.
01	tmtb-rec.
	copy tmtb-rec.
fd	subj-mast.
01	subj-mast-rec.
	copy subj-rec.
fd	score-file.
01	score-rec.
	copy stu-score-rec.
fd	clash-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-first-rec-sw	pic X value "Y".
		88	W10-first-rec			value "Y".
	05	W10-room-open-sw	pic X value "N".
		88	W10-room-open			value "Y".
	05	W10-dup-sw			pic X value "N".
		88	W10-dup					value "Y".
01	W20-counters.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-sub2			pic 9(4) comp value 0.
	05	W20-cls-sub			pic 9(4) comp value 0.
	05	W20-room-clashes	pic 9(4) comp value 0.
	05	W20-inst-clashes	pic 9(4) comp value 0.
	05	W20-stu-clashes		pic 9(4) comp value 0.
	05	W20-cap-clashes		pic 9(4) comp value 0.
	05	W20-c1				pic 9(4) comp value 0.
	05	W20-c2				pic 9(4) comp value 0.
	05	W20-s1				pic 9(4) comp value 0.
	05	W20-s2				pic 9(4) comp value 0.
	05	W20-s1-end			pic 9(4) comp value 0.
	05	W20-s2-end			pic 9(4) comp value 0.
01	W30-run-date			pic 9(8).
01	W40-class-1				pic X(4).
01	W40-class-2				pic X(4).
01	W40-stu-no				pic X(5).
01	W40-find-class			pic X(4).
01	W40-day-names			pic X(21) value "MonTueWedThuFriSatSun".
01	filler redefines W40-day-names.
	05	W40-day-name		pic X(3) occurs 7 times.
*> Every class on clsmast: its instructor, its enrolled count and
*> where its sessions sit in W64 (clstmtb reads back in class order).
01	W60-cls-count			pic 9(4) comp value 0.
01	W60-cls-table.
	05	W60-cls-entry occurs 500 times.
		10	W60-cls-code		pic X(4).
		10	W60-cls-inst		pic X(5).
		10	W60-cls-enrolled	pic 9(4) comp.
		10	W60-cls-first		pic 9(4) comp.
		10	W60-cls-sessions	pic 9(4) comp.
*> The enrolled students and their own class.
01	W62-stu-count			pic 9(4) comp value 0.
01	W62-stu-table.
	05	W62-stu-entry occurs 2000 times.
		10	W62-stu-no			pic X(5).
		10	W62-stu-class		pic X(4).
*> Every session on the timetable.
01	W64-sess-count			pic 9(4) comp value 0.
01	W64-sess-table.
	05	W64-sess-entry occurs 3000 times.
		10	W64-sess-class		pic X(4).
		10	W64-sess-day		pic 9.
		10	W64-sess-period		pic 9(2).
		10	W64-sess-room		pic X(4).
		10	W64-sess-cls-sub	pic 9(4) comp.
*> Other classes a student attends through a subject they take.
01	W66-extra-count			pic 9(4) comp value 0.
01	W66-extra-table.
	05	W66-extra-entry occurs 3000 times.
		10	W66-extra-stu		pic X(5).
		10	W66-extra-class		pic X(4).
01	W90-pay-status			pic XX.
	88	W90-pay-ok				value "00".
01	W90-cls-status			pic XX.
	88	W90-cls-ok				value "00".
01	W90-room-status			pic XX.
	88	W90-room-ok				value "00".
01	W90-tmtb-status			pic XX.
	88	W90-tmtb-ok				value "00".
01	W90-subj-status			pic XX.
	88	W90-subj-ok				value "00".
01	W90-score-status		pic XX.
	88	W90-score-ok			value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(30) value
		"Timetable Clash Report".
	05	filler				pic X(10) value "Run date: ".
	05	W50-hdr-date		pic 9(8).
	05	filler				pic X(32).
01	W50-column-header.
	05	filler				pic X(80) value
		"Clash       Day Per  Room  Class Class Detail".
01	W50-clash-line.
	05	W50-cl-type			pic X(10).
	05	filler				pic X(2).
	05	W50-cl-day			pic X(3).
	05	filler				pic X(1).
	05	W50-cl-period		pic Z9.
	05	filler				pic X(3).
	05	W50-cl-room			pic X(4).
	05	filler				pic X(2).
	05	W50-cl-class-1		pic X(4).
	05	filler				pic X(2).
	05	W50-cl-class-2		pic X(4).
	05	filler				pic X(2).
	05	W50-cl-detail		pic X(41).
01	W50-edit-enrolled		pic ZZZ9.
01	W50-edit-seats			pic ZZ9.
01	W50-total-line.
	05	filler				pic X(7) value "Rooms: ".
	05	W50-tot-room		pic ZZZ9.
	05	filler				pic X(15) value "  instructors: ".
	05	W50-tot-inst		pic ZZZ9.
	05	filler				pic X(12) value "  students: ".
	05	W50-tot-stu			pic ZZZ9.
	05	filler				pic X(12) value "  capacity: ".
	05	W50-tot-cap			pic ZZZ9.
	05	filler				pic X(18).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	perform B100-load-classes
	perform B200-load-students
	perform B300-load-sessions
	if W64-sess-count = 0
		display "ttclash: no sessions on clstmtb - nothing to check."
		move 8 to return-code
		goback
	end-if
	perform B400-load-extra-classes
	open output clash-rpt
	if not W90-rpt-ok
		display "ttclash: unable to open ttclsh01, status "
			W90-rpt-status
		move 16 to return-code
		goback
	end-if
	move W30-run-date to W50-hdr-date
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
	perform C100-room-and-instructor
	perform C300-student-clashes
	open input room-mast
	if W90-room-ok
		move "Y" to W10-room-open-sw
	end-if
	perform C500-capacity
	if W10-room-open
		close room-mast
	end-if
	move spaces to rpt-line
	write rpt-line
	move W20-room-clashes to W50-tot-room
	move W20-inst-clashes to W50-tot-inst
	move W20-stu-clashes to W50-tot-stu
	move W20-cap-clashes to W50-tot-cap
	write rpt-line from W50-total-line
	close clash-rpt
	display "Timetable clash report written to ttclsh01."
	display "Room clashes:       " W20-room-clashes
	display "Instructor clashes: " W20-inst-clashes
	display "Student clashes:    " W20-stu-clashes
	display "Capacity problems:  " W20-cap-clashes
	move 0 to return-code
	goback.
B100-load-classes.
	open input cls-mast
	if not W90-cls-ok
		display "ttclash: unable to open clsmast, status " W90-cls-status
			" - instructor and capacity checks skipped."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	move low-values to cls-code of cls-mast-rec
	start cls-mast key is >= cls-code of cls-mast-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read cls-mast next record
			at end move "Y" to W10-eof-sw
			not at end
				if W60-cls-count < 500
					add 1 to W60-cls-count
					move cls-code of cls-mast-rec
						to W60-cls-code(W60-cls-count)
					move cls-inst-emp-id of cls-mast-rec
						to W60-cls-inst(W60-cls-count)
					move 0 to W60-cls-enrolled(W60-cls-count)
					move 0 to W60-cls-first(W60-cls-count)
					move 0 to W60-cls-sessions(W60-cls-count)
				end-if
		end-read
	end-perform
	close cls-mast.
B200-load-students.
	open input pay-master-02
	if not W90-pay-ok
		display "ttclash: unable to open pay002, status " W90-pay-status
			" - student and capacity checks skipped."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z100-read-master
	perform until W10-eof
		if ((W10-first-rec and CTL-IS-HEADER) or CTL-IS-TRAILER)
				or not stu-is-enrolled of pay-record-02
				or W62-stu-count >= 2000
			continue
		else
			add 1 to W62-stu-count
			move pay-studentNo of pay-record-02
				to W62-stu-no(W62-stu-count)
			move pay-classCode of pay-record-02
				to W62-stu-class(W62-stu-count)
			move pay-classCode of pay-record-02 to W40-find-class
			perform X100-find-class
			if W20-cls-sub > 0
				add 1 to W60-cls-enrolled(W20-cls-sub)
			end-if
		end-if
		move "N" to W10-first-rec-sw
		perform Z100-read-master
	end-perform
	close pay-master-02.
B300-load-sessions.
	open input tmtb-file
	if not W90-tmtb-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read tmtb-file next record
			at end move "Y" to W10-eof-sw
			not at end
				if W64-sess-count < 3000
					perform B350-note-session
				end-if
		end-read
	end-perform
	close tmtb-file.
B350-note-session.
	add 1 to W64-sess-count
	move tt-cls-code of tmtb-rec to W64-sess-class(W64-sess-count)
	move tt-day of tmtb-rec to W64-sess-day(W64-sess-count)
	move tt-period of tmtb-rec to W64-sess-period(W64-sess-count)
	move tt-room of tmtb-rec to W64-sess-room(W64-sess-count)
	move tt-cls-code of tmtb-rec to W40-find-class
	perform X100-find-class
	move W20-cls-sub to W64-sess-cls-sub(W64-sess-count)
	if W20-cls-sub > 0
		if W60-cls-sessions(W20-cls-sub) = 0
			move W64-sess-count to W60-cls-first(W20-cls-sub)
		end-if
		add 1 to W60-cls-sessions(W20-cls-sub)
	end-if.
B400-load-extra-classes.
	*> A subject marked on stuscore this term that belongs to a class
	*> other than the student's own puts that class on their week.
	open input subj-mast
	if not W90-subj-ok
		exit paragraph
	end-if
	open input score-file
	if not W90-score-ok
		close subj-mast
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read score-file
			at end move "Y" to W10-eof-sw
			not at end perform B450-note-subject
		end-read
	end-perform
	close score-file
	close subj-mast.
B450-note-subject.
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W62-stu-count
				or W62-stu-no(W20-sub1) = score-studentNo of score-rec
		continue
	end-perform
	if W20-sub1 > W62-stu-count
		exit paragraph
	end-if
	move score-subject of score-rec to sbj-code of subj-mast-rec
	read subj-mast
		invalid key exit paragraph
	end-read
	if sbj-cls-code of subj-mast-rec = spaces
			or sbj-cls-code of subj-mast-rec = W62-stu-class(W20-sub1)
		exit paragraph
	end-if
	perform varying W20-sub2 from 1 by 1
			until W20-sub2 > W66-extra-count
				or (W66-extra-stu(W20-sub2) = score-studentNo of score-rec
				and W66-extra-class(W20-sub2) =
					sbj-cls-code of subj-mast-rec)
		continue
	end-perform
	if W20-sub2 > W66-extra-count and W66-extra-count < 3000
		add 1 to W66-extra-count
		move score-studentNo of score-rec
			to W66-extra-stu(W66-extra-count)
		move sbj-cls-code of subj-mast-rec
			to W66-extra-class(W66-extra-count)
	end-if.
C100-room-and-instructor.
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W64-sess-count
		compute W20-sub2 = W20-sub1 + 1
		perform until W20-sub2 > W64-sess-count
			if W64-sess-day(W20-sub2) = W64-sess-day(W20-sub1)
					and W64-sess-period(W20-sub2) =
						W64-sess-period(W20-sub1)
				perform C200-check-pair
			end-if
			add 1 to W20-sub2
		end-perform
	end-perform.
C200-check-pair.
	if W64-sess-room(W20-sub1) = W64-sess-room(W20-sub2)
		add 1 to W20-room-clashes
		move spaces to W50-clash-line
		move "ROOM" to W50-cl-type
		perform X200-slot-fields
		move W64-sess-room(W20-sub1) to W50-cl-room
		move "room double-booked" to W50-cl-detail
		write rpt-line from W50-clash-line
	end-if
	if W64-sess-cls-sub(W20-sub1) = 0 or W64-sess-cls-sub(W20-sub2) = 0
		exit paragraph
	end-if
	if W60-cls-inst(W64-sess-cls-sub(W20-sub1)) not = spaces
			and W60-cls-inst(W64-sess-cls-sub(W20-sub1)) =
				W60-cls-inst(W64-sess-cls-sub(W20-sub2))
		add 1 to W20-inst-clashes
		move spaces to W50-clash-line
		move "INSTRUCTOR" to W50-cl-type
		perform X200-slot-fields
		string "instructor emp-id " delimited by size
			W60-cls-inst(W64-sess-cls-sub(W20-sub1)) delimited by size
			into W50-cl-detail
		end-string
		write rpt-line from W50-clash-line
	end-if.
C300-student-clashes.
	*> Each other class a student attends against their own class,
	*> and against every further other class of theirs.
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W66-extra-count
		move W66-extra-stu(W20-sub1) to W40-stu-no
		move W66-extra-class(W20-sub1) to W40-class-2
		perform varying W20-sub2 from 1 by 1
				until W20-sub2 > W62-stu-count
					or W62-stu-no(W20-sub2) = W40-stu-no
			continue
		end-perform
		if W20-sub2 <= W62-stu-count
			move W62-stu-class(W20-sub2) to W40-class-1
			perform C400-compare-classes
		end-if
		compute W20-sub2 = W20-sub1 + 1
		perform until W20-sub2 > W66-extra-count
			if W66-extra-stu(W20-sub2) = W40-stu-no
				move W66-extra-class(W20-sub2) to W40-class-1
				perform C400-compare-classes
			end-if
			add 1 to W20-sub2
		end-perform
	end-perform.
C400-compare-classes.
	*> W40-stu-no's classes W40-class-1 and W40-class-2 - every
	*> session of one against every session of the other. Sessions
	*> of a class sit together in W64.
	move W40-class-1 to W40-find-class
	perform X100-find-class
	move W20-cls-sub to W20-c1
	move W40-class-2 to W40-find-class
	perform X100-find-class
	move W20-cls-sub to W20-c2
	if W20-c1 = 0 or W20-c2 = 0
		exit paragraph
	end-if
	if W60-cls-sessions(W20-c1) = 0 or W60-cls-sessions(W20-c2) = 0
		exit paragraph
	end-if
	compute W20-s1-end = W60-cls-first(W20-c1) + W60-cls-sessions(W20-c1)
	compute W20-s2-end = W60-cls-first(W20-c2) + W60-cls-sessions(W20-c2)
	perform varying W20-s1 from W60-cls-first(W20-c1) by 1
			until W20-s1 >= W20-s1-end
		perform varying W20-s2 from W60-cls-first(W20-c2) by 1
				until W20-s2 >= W20-s2-end
			if W64-sess-day(W20-s1) = W64-sess-day(W20-s2)
					and W64-sess-period(W20-s1) = W64-sess-period(W20-s2)
				perform C450-student-line
			end-if
		end-perform
	end-perform.
C450-student-line.
	add 1 to W20-stu-clashes
	move spaces to W50-clash-line
	move "STUDENT" to W50-cl-type
	move W40-day-name(W64-sess-day(W20-s1)) to W50-cl-day
	move W64-sess-period(W20-s1) to W50-cl-period
	move W40-class-1 to W50-cl-class-1
	move W40-class-2 to W50-cl-class-2
	string "student " delimited by size
		W40-stu-no delimited by size
		into W50-cl-detail
	end-string
	write rpt-line from W50-clash-line.
C500-capacity.
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W64-sess-count
		perform C550-check-room-size
	end-perform.
C550-check-room-size.
	*> Once per class and room - an earlier session of the same
	*> class in the same room has already been reported.
	move "N" to W10-dup-sw
	perform varying W20-sub2 from 1 by 1 until W20-sub2 >= W20-sub1
		if W64-sess-class(W20-sub2) = W64-sess-class(W20-sub1)
				and W64-sess-room(W20-sub2) = W64-sess-room(W20-sub1)
			move "Y" to W10-dup-sw
		end-if
	end-perform
	if W10-dup
		exit paragraph
	end-if
	move spaces to W50-clash-line
	move "CAPACITY" to W50-cl-type
	move W64-sess-room(W20-sub1) to W50-cl-room
	move W64-sess-class(W20-sub1) to W50-cl-class-1
	if not W10-room-open
		exit paragraph
	end-if
	move W64-sess-room(W20-sub1) to rm-code of room-mast-rec
	read room-mast
		invalid key
			add 1 to W20-cap-clashes
			move "room not on roommast" to W50-cl-detail
			write rpt-line from W50-clash-line
			exit paragraph
	end-read
	if W64-sess-cls-sub(W20-sub1) = 0
		exit paragraph
	end-if
	if W60-cls-enrolled(W64-sess-cls-sub(W20-sub1))
			> rm-capacity of room-mast-rec
		add 1 to W20-cap-clashes
		move W60-cls-enrolled(W64-sess-cls-sub(W20-sub1))
			to W50-edit-enrolled
		move rm-capacity of room-mast-rec to W50-edit-seats
		string "enrolled " delimited by size
			W50-edit-enrolled delimited by size
			", room seats " delimited by size
			W50-edit-seats delimited by size
			into W50-cl-detail
		end-string
		write rpt-line from W50-clash-line
	end-if.
X100-find-class.
	*> W20-cls-sub comes back 0 when W40-find-class is not on clsmast.
	perform varying W20-cls-sub from 1 by 1
			until W20-cls-sub > W60-cls-count
				or W60-cls-code(W20-cls-sub) = W40-find-class
		continue
	end-perform
	if W20-cls-sub > W60-cls-count
		move 0 to W20-cls-sub
	end-if.
X200-slot-fields.
	move W40-day-name(W64-sess-day(W20-sub1)) to W50-cl-day
	move W64-sess-period(W20-sub1) to W50-cl-period
	move W64-sess-class(W20-sub1) to W50-cl-class-1
	move W64-sess-class(W20-sub2) to W50-cl-class-2.
Z100-read-master.
	read pay-master-02
		at end move "Y" to W10-eof-sw
	end-read.
