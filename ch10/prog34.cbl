*> Labour cost distribution by project.
*> Finance bills clients and capitalises projects on labour cost,
*> and the only split the suite ever had was costallc's fixed
*> department percentages. Timesheet lines now carry a project or
*> job code (tms-proj-code, proven by tmsedit against projmast), so
*> after each pay run this prices every hourly employee's period
*> labour - the "G" straight-time line and the "P" premium line off
*> the run's paydet together - and shares it across the projects
*> their approved tmsacc hours were booked to, in proportion to the
*> hours, the last project taking the rounding pennies so each
*> employee's split adds back to their pay exactly. Hours banked as
*> time off in lieu ("T") were never in the gross and share in
*> nothing. The distribution prints to labdist1 - per employee and
*> project, then per project - and every project amount is written
*> to labcost (lab-cost-rec.cpy) for paygl (ch10/prog6.cbl) to
*> book to the project's PRJ- account: run it between payrun and
*> paygl. Hours with no project stay on the department and are
*> shown as such. A supplemental run's paydet (paysupp - the pay
*> date as both period start and end) carries no hours and is left
*> alone, labcost included.
identification division.
program-id. labdist.
environment division.
input-output section.
file-control.
	select pay-detail assign to "paydet"
		file status is W90-det-status.
	select tms-acc assign to "tmsacc"
		file status is W90-tms-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select proj-mast assign to "projmast"
		organization is indexed
		access mode is dynamic
		record key is proj-code of proj-mast-rec
		file status is W90-proj-status.
	select lab-file assign to "labcost"
		file status is W90-lab-status.
	select dist-rpt assign to "labdist1"
		file status is W90-rpt-status.
data division.
file section.
fd	pay-detail
	label records are standard.
01	pay-detail-rec.
	copy pay-det-rec.
01	det-ctl-record.
	copy ctl-rec.
fd	tms-acc.
01	tmsacc-rec.
	copy tms-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	proj-mast.
01	proj-mast-rec.
	copy proj-rec.
fd	lab-file.
01	lab-file-rec.
	copy lab-cost-rec.
fd	dist-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-proj-open-sw	pic X value "N".
		88	W10-proj-open			value "Y".
01	W20-counters.
	05	W20-emp-count		pic 9(4) comp value 0.
	05	W20-tms-count		pic 9(5) comp value 0.
	05	W20-bkt-count		pic 9(2) comp value 0.
	05	W20-proj-count		pic 9(3) comp value 0.
	05	W20-lab-count		pic 9(5) comp value 0.
	05	W20-costed-count	pic 9(4) comp value 0.
01	W30-period-start		pic 9(8) value 0.
01	W30-period-end			pic 9(8) value 0.
01	W30-emp-hours			pic S9(5)v99 comp-3.
01	W30-share				pic S9(7)v99 comp-3.
01	W30-remaining			pic S9(7)v99 comp-3.
01	W30-total-hours			pic S9(7)v99 comp-3 value 0.
01	W30-total-cost			pic S9(9)v99 comp-3 value 0.
01	W30-proj-cost			pic S9(9)v99 comp-3 value 0.
01	W30-desc				pic X(30).
01	W90-det-status			pic XX.
	88	W90-det-ok				value "00".
01	W90-tms-status			pic XX.
	88	W90-tms-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-proj-status			pic XX.
	88	W90-proj-ok				value "00".
01	W90-lab-status			pic XX.
	88	W90-lab-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
*> Each employee's labour off paydet: straight time plus premium.
01	W60-emp-table.
	05	W60-emp-entry occurs 2000 times indexed by emp-idx.
		10	W60-emp-id			pic X(5).
		10	W60-emp-cost		pic S9(7)v99 comp-3.
*> The period's approved hours off tmsacc.
01	W61-tms-table.
	05	W61-tms-entry occurs 5000 times indexed by tms-idx.
		copy tms-rec replacing ==05== by ==10==.
*> One employee's hours per project while their split is worked.
01	W62-bkt-table.
	05	W62-bkt-entry occurs 20 times indexed by bkt-idx.
		10	W62-bkt-proj		pic X(4).
		10	W62-bkt-hours		pic S9(5)v99 comp-3.
*> Running totals per project for the summary.
01	W64-proj-table.
	05	W64-proj-entry occurs 500 times indexed by proj-idx.
		10	W64-proj-code		pic X(4).
		10	W64-proj-hours		pic S9(7)v99 comp-3.
		10	W64-proj-cost		pic S9(9)v99 comp-3.
01	W50-rpt-header.
	05	filler				pic X(36) value
		"Labour Cost Distribution by Project".
	05	filler				pic X(8) value " Period ".
	05	W50-hdr-start		pic 9(8).
	05	filler				pic X(4) value " to ".
	05	W50-hdr-end			pic 9(8).
	05	filler				pic X(16).
01	W50-column-header.
	05	filler				pic X(80) value
		"Emp    Name        Project   Hours          Cost".
01	W50-detail-line.
	05	W50-det-emp-id		pic X(5).
	05	filler				pic X(2).
	05	W50-det-name		pic X(10).
	05	filler				pic X(2).
	05	W50-det-proj		pic X(6).
	05	filler				pic X(2).
	05	W50-det-hours		pic ZZZ9.99.
	05	filler				pic X(2).
	05	W50-det-cost		pic ---,---,--9.99.
	05	filler				pic X(30).
01	W50-summary-header.
	05	filler				pic X(80) value
		"Project  Description                       Hours          Cost".
01	W50-summary-line.
	05	W50-sum-proj		pic X(6).
	05	filler				pic X(3).
	05	W50-sum-desc		pic X(30).
	05	filler				pic X(1).
	05	W50-sum-hours		pic ZZZZZ9.99.
	05	filler				pic X(2).
	05	W50-sum-cost		pic ---,---,--9.99.
	05	filler				pic X(15).
01	W50-total-line.
	05	filler				pic X(40) value "Total labour distributed:".
	05	W50-total-hours		pic ZZZZZ9.99.
	05	filler				pic X(2).
	05	W50-total-cost		pic ---,---,--9.99.
	05	filler				pic X(15).
01	W50-project-line.
	05	filler				pic X(40) value "Booked to projects (to PRJ- accounts):".
	05	filler				pic X(11).
	05	W50-proj-total		pic ---,---,--9.99.
	05	filler				pic X(15).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	open input pay-detail
	if not W90-det-ok
		display "labdist: unable to open paydet, status " W90-det-status
		move 16 to return-code
		goback
	end-if
	perform B100-load-pay
	close pay-detail
	if W30-period-start = 0
		display "labdist: paydet holds no pay lines - nothing to "
			"distribute."
		move 0 to return-code
		goback
	end-if
	if W30-period-start = W30-period-end
		display "labdist: paydet is a supplemental run ("
			W30-period-end ") - no hours to distribute; labcost "
			"left as it was."
		move 0 to return-code
		goback
	end-if
	perform B200-load-hours
	open input emp-list
	if not W90-emp-ok
		display "labdist: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	*> Descriptions only - a site with no project master yet still
	*> gets its distribution, just without them.
	open input proj-mast
	if W90-proj-ok
		move "Y" to W10-proj-open-sw
	end-if
	open output lab-file
	if not W90-lab-ok
		display "labdist: unable to open labcost, status " W90-lab-status
		close emp-list
		move 16 to return-code
		goback
	end-if
	open output dist-rpt
	if not W90-rpt-ok
		display "labdist: unable to open labdist1, status " W90-rpt-status
		close emp-list
		close lab-file
		move 16 to return-code
		goback
	end-if
	move W30-period-start to W50-hdr-start
	move W30-period-end to W50-hdr-end
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
	perform varying emp-idx from 1 by 1 until emp-idx > W20-emp-count
		perform C100-distribute-one
	end-perform
	perform D100-print-summary
	close emp-list
	close lab-file
	close dist-rpt
	if W10-proj-open
		close proj-mast
	end-if
	display "Labour cost distribution complete for period "
		W30-period-start " through " W30-period-end "."
	display "Employees costed:        " W20-costed-count
	display "labcost lines written:   " W20-lab-count
	display "Booked to projects:      " W30-proj-cost
	move 0 to return-code
	goback.
B100-load-pay.
	*> Straight time ("G") and premium ("P") are the labour; the
	*> retro, allowance and encashment lines are not hours worked.
	move "N" to W10-eof-sw
	perform Z100-read-detail
	perform until W10-eof
		if paydet-is-gross or paydet-is-premium
			if W30-period-start = 0
				move paydet-period-start to W30-period-start
				move paydet-period-end to W30-period-end
			end-if
			perform B110-add-emp-cost
		end-if
		perform Z100-read-detail
	end-perform.
B110-add-emp-cost.
	move "N" to W10-found-sw
	perform varying emp-idx from W20-emp-count by -1
			until emp-idx < 1 or W10-found
		if W60-emp-id(emp-idx) = paydet-emp-id
			move "Y" to W10-found-sw
			add paydet-amount to W60-emp-cost(emp-idx)
		end-if
	end-perform
	if not W10-found
		if W20-emp-count >= 2000
			display "labdist: paydet outgrew the employee table - "
				"run abandoned."
			close pay-detail
			move 16 to return-code
			goback
		end-if
		add 1 to W20-emp-count
		move paydet-emp-id to W60-emp-id(W20-emp-count)
		move paydet-amount to W60-emp-cost(W20-emp-count)
	end-if.
B200-load-hours.
	*> A missing tmsacc just means no hourly hours - nothing splits.
	move 0 to W20-tms-count
	open input tms-acc
	if W90-tms-ok
		move "N" to W10-eof-sw
		perform Z200-read-tms
		perform until W10-eof
			if tms-work-date of tmsacc-rec >= W30-period-start
					and tms-work-date of tmsacc-rec <= W30-period-end
					and not tms-is-toil of tmsacc-rec
				if W20-tms-count >= 5000
					*> A partial picture would misprice every split.
					display "labdist: tmsacc outgrew its table - "
						"run abandoned."
					close tms-acc
					move 16 to return-code
					goback
				end-if
				add 1 to W20-tms-count
				move tmsacc-rec to W61-tms-entry(W20-tms-count)
			end-if
			perform Z200-read-tms
		end-perform
		close tms-acc
	end-if.
C100-distribute-one.
	move 0 to W20-bkt-count
	move 0 to W30-emp-hours
	perform varying tms-idx from 1 by 1 until tms-idx > W20-tms-count
		if tms-emp-id of W61-tms-entry(tms-idx) = W60-emp-id(emp-idx)
			perform C110-bucket-hours
		end-if
	end-perform
	if W30-emp-hours = 0 or W60-emp-cost(emp-idx) = 0
		exit paragraph
	end-if
	move W60-emp-id(emp-idx) to emp-id of emp-list-rec
	read emp-list
		invalid key move "????" to emp-name of emp-list-rec
	end-read
	add 1 to W20-costed-count
	move W60-emp-cost(emp-idx) to W30-remaining
	perform varying bkt-idx from 1 by 1 until bkt-idx > W20-bkt-count
		*> The last project takes what is left, so the pennies the
		*> rounding drops still land somewhere.
		if bkt-idx = W20-bkt-count
			move W30-remaining to W30-share
		else
			compute W30-share rounded = W60-emp-cost(emp-idx)
				* W62-bkt-hours(bkt-idx) / W30-emp-hours
		end-if
		subtract W30-share from W30-remaining
		perform C200-post-share
	end-perform.
C110-bucket-hours.
	add tms-hours of W61-tms-entry(tms-idx) to W30-emp-hours
	move "N" to W10-found-sw
	perform varying bkt-idx from 1 by 1
			until bkt-idx > W20-bkt-count or W10-found
		if W62-bkt-proj(bkt-idx) = tms-proj-code of W61-tms-entry(tms-idx)
			move "Y" to W10-found-sw
			add tms-hours of W61-tms-entry(tms-idx)
				to W62-bkt-hours(bkt-idx)
		end-if
	end-perform
	if not W10-found
		if W20-bkt-count >= 20
			*> More projects than the split can hold: the surplus
			*> hours fold into the department share.
			move spaces to tms-proj-code of W61-tms-entry(tms-idx)
			perform C115-bucket-unassigned
		else
			add 1 to W20-bkt-count
			move tms-proj-code of W61-tms-entry(tms-idx)
				to W62-bkt-proj(W20-bkt-count)
			move tms-hours of W61-tms-entry(tms-idx)
				to W62-bkt-hours(W20-bkt-count)
		end-if
	end-if.
C115-bucket-unassigned.
	move "N" to W10-found-sw
	perform varying bkt-idx from 1 by 1
			until bkt-idx > W20-bkt-count or W10-found
		if W62-bkt-proj(bkt-idx) = spaces
			move "Y" to W10-found-sw
			add tms-hours of W61-tms-entry(tms-idx)
				to W62-bkt-hours(bkt-idx)
		end-if
	end-perform
	if not W10-found
		*> No department bucket yet and no room for one - the last
		*> project absorbs the hours rather than losing them.
		add tms-hours of W61-tms-entry(tms-idx)
			to W62-bkt-hours(W20-bkt-count)
	end-if.
C200-post-share.
	move W60-emp-id(emp-idx) to W50-det-emp-id
	move emp-name of emp-list-rec to W50-det-name
	if W62-bkt-proj(bkt-idx) = spaces
		move "(none)" to W50-det-proj
	else
		move W62-bkt-proj(bkt-idx) to W50-det-proj
	end-if
	move W62-bkt-hours(bkt-idx) to W50-det-hours
	move W30-share to W50-det-cost
	write rpt-line from W50-detail-line
	add W62-bkt-hours(bkt-idx) to W30-total-hours
	add W30-share to W30-total-cost
	perform C210-add-to-summary
	if W62-bkt-proj(bkt-idx) not = spaces
		move W30-period-end to lcst-period-end
		move W60-emp-id(emp-idx) to lcst-emp-id
		move W62-bkt-proj(bkt-idx) to lcst-proj-code
		move W62-bkt-hours(bkt-idx) to lcst-hours
		move W30-share to lcst-amount
		write lab-file-rec
		add 1 to W20-lab-count
		add W30-share to W30-proj-cost
	end-if.
C210-add-to-summary.
	move "N" to W10-found-sw
	perform varying proj-idx from 1 by 1
			until proj-idx > W20-proj-count or W10-found
		if W64-proj-code(proj-idx) = W62-bkt-proj(bkt-idx)
			move "Y" to W10-found-sw
			add W62-bkt-hours(bkt-idx) to W64-proj-hours(proj-idx)
			add W30-share to W64-proj-cost(proj-idx)
		end-if
	end-perform
	if not W10-found and W20-proj-count < 500
		add 1 to W20-proj-count
		move W62-bkt-proj(bkt-idx) to W64-proj-code(W20-proj-count)
		move W62-bkt-hours(bkt-idx) to W64-proj-hours(W20-proj-count)
		move W30-share to W64-proj-cost(W20-proj-count)
	end-if.
D100-print-summary.
	move spaces to rpt-line
	write rpt-line
	write rpt-line from W50-summary-header
	perform varying proj-idx from 1 by 1 until proj-idx > W20-proj-count
		if W64-proj-code(proj-idx) = spaces
			move "(none)" to W50-sum-proj
			move "No project - stays on department" to W50-sum-desc
		else
			move W64-proj-code(proj-idx) to W50-sum-proj
			perform D110-find-desc
			move W30-desc to W50-sum-desc
		end-if
		move W64-proj-hours(proj-idx) to W50-sum-hours
		move W64-proj-cost(proj-idx) to W50-sum-cost
		write rpt-line from W50-summary-line
	end-perform
	move W30-total-hours to W50-total-hours
	move W30-total-cost to W50-total-cost
	write rpt-line from W50-total-line
	move W30-proj-cost to W50-proj-total
	write rpt-line from W50-project-line.
D110-find-desc.
	move spaces to W30-desc
	if W10-proj-open
		move W64-proj-code(proj-idx) to proj-code of proj-mast-rec
		read proj-mast
			invalid key move "(not on projmast)" to W30-desc
			not invalid key move proj-desc of proj-mast-rec to W30-desc
		end-read
	end-if.
Z100-read-detail.
	read pay-detail
		at end move "Y" to W10-eof-sw
	end-read
	if not W10-eof
		if CTL-IS-HEADER of det-ctl-record
			perform Z100-read-detail
		else
			if CTL-IS-TRAILER of det-ctl-record
				move "Y" to W10-eof-sw
			end-if
		end-if
	end-if.
Z200-read-tms.
	read tms-acc
		at end move "Y" to W10-eof-sw
	end-read.
