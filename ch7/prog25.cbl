*> Instructor teaching load and overload pay.
*> For an operator-supplied term this lists every instructor on
*> instmast (inst-rec.cpy) with the classes clsmast assigns them
*> (cls-inst-emp-id), the students enrolled in each off pay002 and
*> the class's contact hours, totalled against the contact hours
*> the instructor is contracted for. Hours above the contract are
*> overload: they are paid at the OVLRATE rate per hour (suiteparm,
*> default 40.00) as a gross supplemental line on suppin01
*> (supp-pay-rec.cpy) for the next supplemental run (paysupp,
*> ch10/prog9.cbl), the way toilexp (ch10/prog32.cbl) queues its
*> payouts, and the term is stamped on inst-paid-term so a rerun
*> for the same term pays nothing twice. An instructor terminated
*> on emp001 but still assigned to classes is flagged for the
*> classes to be reassigned and is not paid overload here - their
*> final pay is settled through empterm. Classes whose instructor
*> is not on instmast at all are listed at the end. The report
*> prints to instld01.
identification division.
program-id. instload.
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
	select inst-mast assign to "instmast"
		organization is indexed
		access mode is dynamic
		record key is inst-emp-id of inst-mast-rec
		file status is W90-inst-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select supp-out assign to "suppin01"
		file status is W90-supp-status.
	select load-rpt assign to "instld01"
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
fd	inst-mast.
01	inst-mast-rec.
	copy inst-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
fd	supp-out.
01	supp-out-rec.
	copy supp-pay-rec.
fd	load-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-first-rec-sw	pic X value "Y".
		88	W10-first-rec			value "Y".
	05	W10-live-sw			pic X value "N".
		88	W10-live				value "Y".
01	W20-counters.
	05	W20-inst-count		pic 9(4) comp value 0.
	05	W20-paid-count		pic 9(4) comp value 0.
	05	W20-termed-count	pic 9(4) comp value 0.
	05	W20-orphan-count	pic 9(4) comp value 0.
	05	W20-inst-classes	pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-sub2			pic 9(4) comp value 0.
01	W30-term				pic X(6).
01	W30-run-date			pic 9(8).
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-ovl-rate			pic S9(7)v99 comp-3.
01	W40-emp-name			pic X(10).
01	W40-hours				pic 9(5) comp.
01	W40-students			pic 9(5) comp.
01	W40-overload			pic 9(5) comp.
01	W40-amount				pic S9(7)v99 comp-3.
01	W40-total-amount		pic S9(9)v99 comp-3 value 0.
*> Every class on clsmast, with its enrolled count off pay002, and
*> whether an instructor on instmast has claimed it.
01	W60-cls-count			pic 9(4) comp value 0.
01	W60-cls-table.
	05	W60-cls-entry occurs 500 times.
		10	W60-cls-code		pic X(4).
		10	W60-cls-desc		pic X(20).
		10	W60-cls-inst		pic X(5).
		10	W60-cls-hours		pic 9(3).
		10	W60-cls-enrolled	pic 9(4) comp.
		10	W60-cls-seen-sw		pic X.
			88	W60-cls-seen		value "Y".
01	W90-pay-status			pic XX.
	88	W90-pay-ok				value "00".
01	W90-cls-status			pic XX.
	88	W90-cls-ok				value "00".
01	W90-inst-status			pic XX.
	88	W90-inst-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-supp-status			pic XX.
	88	W90-supp-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(30) value
		"Instructor Teaching Load".
	05	filler				pic X(6) value "Term: ".
	05	W50-hdr-term		pic X(6).
	05	filler				pic X(13) value "  rate/hour: ".
	05	W50-hdr-rate		pic ZZZ9.99.
	05	filler				pic X(18).
01	W50-inst-line.
	05	filler				pic X(11) value "Instructor ".
	05	W50-inst-id			pic X(5).
	05	filler				pic X(2).
	05	W50-inst-name		pic X(10).
	05	filler				pic X(13) value "  contract: ".
	05	W50-inst-contract	pic ZZZ9.
	05	filler				pic X(6) value " hours".
	05	filler				pic X(29).
01	W50-class-line.
	05	filler				pic X(4).
	05	W50-cls-code		pic X(4).
	05	filler				pic X(2).
	05	W50-cls-desc		pic X(20).
	05	filler				pic X(11) value "  enrolled ".
	05	W50-cls-enrolled	pic ZZZ9.
	05	filler				pic X(8) value "  hours ".
	05	W50-cls-hours		pic ZZ9.
	05	filler				pic X(24).
01	W50-inst-total-line.
	05	filler				pic X(4).
	05	filler				pic X(10) value "Students: ".
	05	W50-tot-students	pic ZZZZ9.
	05	filler				pic X(10) value "  hours: ".
	05	W50-tot-hours		pic ZZZZ9.
	05	filler				pic X(12) value "  overload: ".
	05	W50-tot-overload	pic ZZZZ9.
	05	filler				pic X(29).
01	W50-result-line.
	05	filler				pic X(4).
	05	W50-result			pic X(40).
	05	W50-result-amount	pic Z(6)9.99-.
	05	filler				pic X(25).
01	W50-orphan-line.
	05	filler				pic X(4).
	05	W50-orph-code		pic X(4).
	05	filler				pic X(2).
	05	W50-orph-desc		pic X(20).
	05	filler				pic X(12) value "  emp-id    ".
	05	W50-orph-inst		pic X(5).
	05	filler				pic X(33).
01	W50-total-line.
	05	filler				pic X(13) value "Instructors: ".
	05	W50-tot-inst		pic ZZZ9.
	05	filler				pic X(10) value "  paid:   ".
	05	W50-tot-paid		pic ZZZ9.
	05	filler				pic X(10) value "  amount: ".
	05	W50-tot-amount		pic Z(8)9.99-.
	05	filler				pic X(13) value "  terminated ".
	05	W50-tot-termed		pic ZZZ9.
	05	filler				pic X(9).
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> queues pay.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	display "Enter term the load is for (e.g. 2026T1): "
		with no advancing
	accept W30-term
	if W30-term = spaces
		display "instload: no term - nothing reported."
		move 8 to return-code
		goback
	end-if
	move "OVLRATE " to W35-parm-key
	move 40 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-ovl-rate
	end-call
	perform B100-load-classes
	perform B200-count-enrolled
	open i-o inst-mast
	if not W90-inst-ok
		display "instload: unable to open instmast, status "
			W90-inst-status
		move 16 to return-code
		goback
	end-if
	open input emp-list
	if not W90-emp-ok
		display "instload: unable to open emp001, status " W90-emp-status
		close inst-mast
		move 16 to return-code
		goback
	end-if
	*> Overload queues behind whatever the branches have keyed for
	*> the next supplemental run - OPEN EXTEND, with the usual
	*> first-time fallback.
	open extend supp-out
	if W90-supp-status = "35"
		open output supp-out
	end-if
	if not W90-supp-ok
		display "instload: unable to open suppin01, status "
			W90-supp-status
		close inst-mast
		close emp-list
		move 16 to return-code
		goback
	end-if
	open output load-rpt
	if not W90-rpt-ok
		display "instload: unable to open instld01, status "
			W90-rpt-status
		close inst-mast
		close emp-list
		close supp-out
		move 16 to return-code
		goback
	end-if
	move W30-term to W50-hdr-term
	move W35-ovl-rate to W50-hdr-rate
	write rpt-line from W50-rpt-header after advancing page
	move "N" to W10-eof-sw
	move low-values to inst-emp-id of inst-mast-rec
	start inst-mast key is >= inst-emp-id of inst-mast-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read inst-mast next record
			at end move "Y" to W10-eof-sw
			not at end perform C100-instructor
		end-read
	end-perform
	perform C300-orphan-classes
	move spaces to rpt-line
	write rpt-line
	move W20-inst-count to W50-tot-inst
	move W20-paid-count to W50-tot-paid
	move W40-total-amount to W50-tot-amount
	move W20-termed-count to W50-tot-termed
	write rpt-line from W50-total-line
	close inst-mast
	close emp-list
	close supp-out
	close load-rpt
	display "Teaching load written to instld01."
	display "Instructors:       " W20-inst-count
	display "Overload paid:     " W20-paid-count
	display "Overload amount:   " W40-total-amount
	display "Terminated, still assigned: " W20-termed-count
	display "Classes with no instructor on instmast: " W20-orphan-count
	move 0 to return-code
	goback.
B100-load-classes.
	open input cls-mast
	if not W90-cls-ok
		display "instload: unable to open clsmast, status " W90-cls-status
			" - no classes to load."
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
					move cls-desc of cls-mast-rec
						to W60-cls-desc(W60-cls-count)
					move cls-inst-emp-id of cls-mast-rec
						to W60-cls-inst(W60-cls-count)
					move cls-contact-hours of cls-mast-rec
						to W60-cls-hours(W60-cls-count)
					move 0 to W60-cls-enrolled(W60-cls-count)
					move "N" to W60-cls-seen-sw(W60-cls-count)
				end-if
		end-read
	end-perform
	close cls-mast.
B200-count-enrolled.
	open input pay-master-02
	if not W90-pay-ok
		display "instload: unable to open pay002, status " W90-pay-status
			" - enrolled counts unavailable."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z100-read-master
	perform until W10-eof
		if ((W10-first-rec and CTL-IS-HEADER) or CTL-IS-TRAILER)
			continue
		else
			if stu-is-enrolled of pay-record-02
				perform varying W20-sub1 from 1 by 1
						until W20-sub1 > W60-cls-count
					if W60-cls-code(W20-sub1) =
							pay-classCode of pay-record-02
						add 1 to W60-cls-enrolled(W20-sub1)
					end-if
				end-perform
			end-if
		end-if
		move "N" to W10-first-rec-sw
		perform Z100-read-master
	end-perform
	close pay-master-02.
C100-instructor.
	add 1 to W20-inst-count
	move "N" to W10-live-sw
	move "(unknown)" to W40-emp-name
	move inst-emp-id of inst-mast-rec to emp-id of emp-list-rec
	read emp-list
		invalid key continue
		not invalid key
			move emp-name of emp-list-rec to W40-emp-name
			if emp-term-date of emp-list-rec = 0
				move "Y" to W10-live-sw
			end-if
	end-read
	move spaces to rpt-line
	write rpt-line
	move spaces to W50-inst-line
	move inst-emp-id of inst-mast-rec to W50-inst-id
	move W40-emp-name to W50-inst-name
	move inst-load-hours of inst-mast-rec to W50-inst-contract
	write rpt-line from W50-inst-line
	move 0 to W40-hours
	move 0 to W40-students
	move 0 to W20-inst-classes
	perform varying W20-sub2 from 1 by 1 until W20-sub2 > W60-cls-count
		if W60-cls-inst(W20-sub2) = inst-emp-id of inst-mast-rec
			perform C150-class-line
		end-if
	end-perform
	move 0 to W40-overload
	if W40-hours > inst-load-hours of inst-mast-rec
		compute W40-overload = W40-hours - inst-load-hours of inst-mast-rec
	end-if
	move W40-students to W50-tot-students
	move W40-hours to W50-tot-hours
	move W40-overload to W50-tot-overload
	write rpt-line from W50-inst-total-line
	perform C200-settle-overload.
C150-class-line.
	move "Y" to W60-cls-seen-sw(W20-sub2)
	add 1 to W20-inst-classes
	add W60-cls-hours(W20-sub2) to W40-hours
	add W60-cls-enrolled(W20-sub2) to W40-students
	move spaces to W50-class-line
	move W60-cls-code(W20-sub2) to W50-cls-code
	move W60-cls-desc(W20-sub2) to W50-cls-desc
	move W60-cls-enrolled(W20-sub2) to W50-cls-enrolled
	move W60-cls-hours(W20-sub2) to W50-cls-hours
	write rpt-line from W50-class-line.
C200-settle-overload.
	move spaces to W50-result-line
	if not W10-live
		if W20-inst-classes > 0
			add 1 to W20-termed-count
			move "*** TERMINATED - REASSIGN CLASSES ***" to W50-result
			write rpt-line from W50-result-line
		end-if
		exit paragraph
	end-if
	if W40-overload = 0
		exit paragraph
	end-if
	if inst-paid-term of inst-mast-rec = W30-term
		move "Overload already paid for this term" to W50-result
		write rpt-line from W50-result-line
		exit paragraph
	end-if
	compute W40-amount rounded = W40-overload * W35-ovl-rate
	initialize supp-out-rec
	move inst-emp-id of inst-mast-rec to sup-emp-id
	move W40-amount to sup-amount
	move spaces to sup-reason
	string "Overload " delimited by size
		W30-term delimited by size
		into sup-reason
	end-string
	move "G" to sup-basis
	write supp-out-rec
	if not W90-supp-ok
		display "instload: unable to write suppin01 for "
			inst-emp-id of inst-mast-rec ", status " W90-supp-status
		exit paragraph
	end-if
	move W30-term to inst-paid-term of inst-mast-rec
	move W30-run-date to inst-changed-date of inst-mast-rec
	rewrite inst-mast-rec
		invalid key
			display "instload: unable to stamp instmast for "
				inst-emp-id of inst-mast-rec ", status " W90-inst-status
	end-rewrite
	add 1 to W20-paid-count
	add W40-amount to W40-total-amount
	move "Overload queued for paysupp" to W50-result
	move W40-amount to W50-result-amount
	write rpt-line from W50-result-line.
C300-orphan-classes.
	*> Classes naming an instructor that is not on instmast.
	perform varying W20-sub2 from 1 by 1 until W20-sub2 > W60-cls-count
		if W60-cls-inst(W20-sub2) not = spaces
				and not W60-cls-seen(W20-sub2)
			if W20-orphan-count = 0
				move spaces to rpt-line
				write rpt-line
				move "Classes whose instructor is not on instmast:"
					to rpt-line
				write rpt-line
			end-if
			add 1 to W20-orphan-count
			move spaces to W50-orphan-line
			move W60-cls-code(W20-sub2) to W50-orph-code
			move W60-cls-desc(W20-sub2) to W50-orph-desc
			move W60-cls-inst(W20-sub2) to W50-orph-inst
			write rpt-line from W50-orphan-line
		end-if
	end-perform.
Z100-read-master.
	read pay-master-02
		at end move "Y" to W10-eof-sw
	end-read.
