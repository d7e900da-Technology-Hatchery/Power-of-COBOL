*> Class waitlist report.
*> The reading side of the stuwait queue stumaint (ch7/prog5.cbl)
*> keeps for full classes: every student still waiting, class by
*> class in the order they will be promoted - longest waiting
*> first - with their position in the queue, the day they were
*> queued and how many days they have waited so far (the suite's
*> 30/360 count, the same sturecpt ages invoices by). Each class
*> heads its queue with its capacity off clsmast and the students
*> enrolled in it now off pay002, so the academic office can see
*> where a larger room would clear a queue. Prints to waitrpt1.
identification division.
program-id. waitrpt.
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
	select wait-file assign to "stuwait"
		file status is W90-wait-status.
	select wait-sort-file assign to "sortwk10".
	select wait-rpt assign to "waitrpt1"
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
fd	wait-file.
01	wait-rec.
	copy stu-wait-rec.
*> The file sequence breaks ties between students queued the same
*> day, so they come out in the order stumaint queued them.
sd	wait-sort-file.
01	sort-rec.
	05	srt-wait.
		copy stu-wait-rec replacing ==05== by ==10==
			leading ==wl== by ==srt==.
	05	srt-seq				pic 9(5).
fd	wait-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-first-rec-sw	pic X value "Y".
		88	W10-first-rec			value "Y".
	05	W10-sort-eof-sw		pic X value "N".
		88	W10-sort-eof			value "Y".
	05	W10-cls-open-sw		pic X value "N".
		88	W10-cls-open			value "Y".
01	W20-counters.
	05	W20-stu-count		pic 9(4) comp value 0.
	05	W20-read-count		pic 9(5) comp value 0.
	05	W20-wait-count		pic 9(5) comp value 0.
	05	W20-class-count		pic 9(4) comp value 0.
	05	W20-position		pic 9(4) comp value 0.
	05	W20-enrolled		pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
01	W30-prior-class			pic X(4).
01	W30-today				pic 9(8).
01	filler redefines W30-today.
	05	W30-today-cc		pic 9(2).
	05	W30-today-yy		pic 9(2).
	05	W30-today-mm		pic 9(2).
	05	W30-today-dd		pic 9(2).
01	W30-today-days			pic 9(7) comp.
01	W30-wait-date			pic 9(8).
01	filler redefines W30-wait-date.
	05	W30-wait-cc			pic 9(2).
	05	W30-wait-yy			pic 9(2).
	05	W30-wait-mm			pic 9(2).
	05	W30-wait-dd			pic 9(2).
01	W30-wait-days			pic 9(7) comp.
01	W30-days-waited			pic S9(5) comp.
01	W60-stu-table.
	05	W60-stu-entry occurs 2000 times.
		copy student-rec replacing ==05== by ==10==.
01	W90-pay-status			pic XX.
	88	W90-pay-ok				value "00".
01	W90-cls-status			pic XX.
	88	W90-cls-ok				value "00".
01	W90-wait-status			pic XX.
	88	W90-wait-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(80) value
		"Class Waitlist Report".
01	W50-class-line.
	05	filler				pic X(6) value "Class ".
	05	W50-cls-code		pic X(4).
	05	filler				pic X(2).
	05	W50-cls-desc		pic X(20).
	05	filler				pic X(11) value "  capacity ".
	05	W50-cls-capacity	pic ZZ9.
	05	filler				pic X(11) value "  enrolled ".
	05	W50-cls-enrolled	pic ZZZ9.
	05	filler				pic X(19).
01	W50-column-header.
	05	filler				pic X(80) value
		"  Pos  No.    Name                            Queued    Days".
01	W50-detail-line.
	05	filler				pic X(2).
	05	W50-det-pos			pic ZZ9.
	05	filler				pic X(2).
	05	W50-det-no			pic X(5).
	05	filler				pic X(2).
	05	W50-det-name		pic X(32).
	05	W50-det-date		pic 9(8).
	05	filler				pic X(2).
	05	W50-det-days		pic ZZZ9.
	05	filler				pic X(20).
01	W50-total-line.
	05	filler				pic X(19) value "Students waiting: ".
	05	W50-tot-waiting		pic ZZZZ9.
	05	filler				pic X(14) value "  in classes: ".
	05	W50-tot-classes		pic ZZZ9.
	05	filler				pic X(38).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	compute W30-today-days =
		(W30-today-yy * 360) + (W30-today-mm * 30) + W30-today-dd
	perform B100-load-students
	open input cls-mast
	if W90-cls-ok
		move "Y" to W10-cls-open-sw
	end-if
	open output wait-rpt
	if not W90-rpt-ok
		display "waitrpt: unable to open waitrpt1, status "
			W90-rpt-status
		move 16 to return-code
		goback
	end-if
	write rpt-line from W50-rpt-header after advancing page
	sort wait-sort-file
		on ascending key srt-cls-code of sort-rec
			srt-date of sort-rec
			srt-seq of sort-rec
		input procedure B200-load-sort-file
		output procedure C100-write-report
	move spaces to rpt-line
	write rpt-line
	move W20-wait-count to W50-tot-waiting
	move W20-class-count to W50-tot-classes
	write rpt-line from W50-total-line
	close wait-rpt
	if W10-cls-open
		close cls-mast
	end-if
	display "Waitlist report written to waitrpt1."
	display "Students waiting: " W20-wait-count
	display "Classes:          " W20-class-count
	move 0 to return-code
	goback.
B100-load-students.
	open input pay-master-02
	if not W90-pay-ok
		display "waitrpt: unable to open pay002, status " W90-pay-status
			" - names and enrolled counts unavailable."
	else
		move "N" to W10-eof-sw
		perform Z100-read-master
		perform until W10-eof
			if ((W10-first-rec and CTL-IS-HEADER) or CTL-IS-TRAILER)
					or W20-stu-count >= 2000
				continue
			else
				add 1 to W20-stu-count
				move pay-record-02 to W60-stu-entry(W20-stu-count)
			end-if
			move "N" to W10-first-rec-sw
			perform Z100-read-master
		end-perform
		close pay-master-02
	end-if.
B200-load-sort-file.
	open input wait-file
	if not W90-wait-ok
		display "waitrpt: no stuwait on hand - nobody is waiting."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read wait-file
			at end move "Y" to W10-eof-sw
			not at end
				add 1 to W20-read-count
				if wl-is-waiting of wait-rec
					move wait-rec to srt-wait of sort-rec
					move W20-read-count to srt-seq of sort-rec
					release sort-rec
				end-if
		end-read
	end-perform
	close wait-file.
C100-write-report.
	move high-values to W30-prior-class
	perform Z200-return-sort
	perform until W10-sort-eof
		if srt-cls-code of sort-rec not = W30-prior-class
			perform C200-class-heading
		end-if
		perform C300-waiting-line
		perform Z200-return-sort
	end-perform.
C200-class-heading.
	move srt-cls-code of sort-rec to W30-prior-class
	add 1 to W20-class-count
	move 0 to W20-position
	move spaces to W50-cls-desc
	move 0 to W50-cls-capacity
	if W10-cls-open
		move W30-prior-class to cls-code of cls-mast-rec
		read cls-mast
			invalid key move "(not on clsmast)" to W50-cls-desc
			not invalid key
				move cls-desc of cls-mast-rec to W50-cls-desc
				move cls-capacity of cls-mast-rec to W50-cls-capacity
		end-read
	end-if
	move 0 to W20-enrolled
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-stu-count
		if pay-classCode of W60-stu-entry(W20-sub1) = W30-prior-class
				and stu-is-enrolled of W60-stu-entry(W20-sub1)
			add 1 to W20-enrolled
		end-if
	end-perform
	move W30-prior-class to W50-cls-code
	move W20-enrolled to W50-cls-enrolled
	move spaces to rpt-line
	write rpt-line
	write rpt-line from W50-class-line
	write rpt-line from W50-column-header.
C300-waiting-line.
	add 1 to W20-position
	add 1 to W20-wait-count
	move spaces to W50-detail-line
	move W20-position to W50-det-pos
	move srt-studentNo of sort-rec to W50-det-no
	move "(not on pay002)" to W50-det-name
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-stu-count
		if pay-studentNo of W60-stu-entry(W20-sub1)
				= srt-studentNo of sort-rec
			move pay-studentName of W60-stu-entry(W20-sub1)
				to W50-det-name
		end-if
	end-perform
	move srt-date of sort-rec to W30-wait-date
	move W30-wait-date to W50-det-date
	compute W30-wait-days =
		(W30-wait-yy * 360) + (W30-wait-mm * 30) + W30-wait-dd
	compute W30-days-waited = W30-today-days - W30-wait-days
	if W30-days-waited < 0
		move 0 to W30-days-waited
	end-if
	move W30-days-waited to W50-det-days
	write rpt-line from W50-detail-line.
Z100-read-master.
	read pay-master-02
		at end move "Y" to W10-eof-sw
	end-read.
Z200-return-sort.
	return wait-sort-file
		at end move "Y" to W10-sort-eof-sw
	end-return.
