*> Pay run partition merge.
*> payrun (ch10/prog1.cbl) can run as several partitions by
*> emp-br-code range to fit the month-end batch window, each leaving
*> its own paydetN, payrgpN and taxtrpN and a paypctN control record
*> (pay-part-rec.cpy). This combines them into the single paydet,
*> payreg01, taxtrup1 and payhist append that paybank, paygl,
*> payslip and the rest of the pipeline expect - but only once the
*> partitions are PROVEN. Before a line is written it checks that
*> every partition finished (its control record is there), that all
*> priced the same period and frequency, that no two branch ranges
*> overlap, that each partial paydet's trailer count, detail count,
*> net-line count and net total agree with its control record, and
*> that the partitions' in-range employee counts add back to the
*> whole of emp001 - so nobody was priced twice or left out. Any
*> failure writes nothing downstream: paydet stays the bare PAYPART
*> header the partitions left, so nothing can pay from it, and the
*> period stays open on payperd. A proven merge writes the combined
*> files, proves the combined paydet's count and net against the
*> partitions' sums once more, and closes the period with the net
*> total the way a whole run does. A period already closed is
*> refused, so payhist can never take a merge twice. The proof
*> prints on paymrg01.
identification division.
program-id. paymerge.
environment division.
input-output section.
file-control.
	select part-ctl-file assign to W30-pct-name
		file status is W90-pct-status.
	select part-detail assign to W30-det-name
		file status is W90-pdet-status.
	select part-reg assign to W30-reg-name
		file status is W90-preg-status.
	select part-trup assign to W30-trup-name
		file status is W90-ptrup-status.
	select emp-list assign to "emp001"
		organization is indexed
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select pay-detail assign to "paydet"
		file status is W90-det-status.
	select pay-history assign to "payhist"
		file status is W90-hist-status.
	select pay-reg assign to "payreg01"
		file status is W90-rpt-status.
	select trup-rpt assign to "taxtrup1"
		file status is W90-trup-status.
	select period-file assign to "payperd"
		file status is W90-perd-status.
	select merge-rpt assign to "paymrg01"
		file status is W90-mrg-status.
data division.
file section.
fd	part-ctl-file.
01	part-ctl-rec.
	copy pay-part-rec.
fd	part-detail
	label records are standard.
01	part-detail-rec.
	copy pay-det-rec replacing leading ==paydet== by ==pdet==.
01	part-ctl-record.
	copy ctl-rec.
fd	part-reg
	label records are standard.
01	part-reg-line			pic X(80).
fd	part-trup
	label records are standard.
01	part-trup-line			pic X(80).
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
fd	pay-detail
	label records are standard.
01	pay-detail-rec			pic X(31).
01	det-ctl-record.
	copy ctl-rec.
fd	pay-history.
01	pay-history-rec			pic X(31).
fd	pay-reg
	label records are standard.
01	rpt-line				pic X(80).
fd	trup-rpt
	label records are standard.
01	trup-line				pic X(80).
fd	period-file.
01	period-file-rec.
	copy pay-period-rec.
fd	merge-rpt
	label records are standard.
01	mrg-line				pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-proof-sw		pic X value "Y".
		88	W10-proven				value "Y".
	05	W10-trl-seen-sw		pic X value "N".
		88	W10-trl-seen			value "Y".
	05	W10-perd-found-sw	pic X value "N".
		88	W10-perd-found			value "Y".
01	W20-counters.
	05	W20-part-total		pic 9 value 0.
	05	W20-sub1			pic 9(2) comp value 0.
	05	W20-sub2			pic 9(2) comp value 0.
	05	W20-det-read		pic 9(7) comp value 0.
	05	W20-net-lines		pic 9(5) comp value 0.
	05	W20-trl-count		pic 9(7) value 0.
	05	W20-emp-count		pic 9(7) comp value 0.
	05	W20-written			pic 9(7) comp value 0.
	05	W20-perd-count		pic 9(3) comp value 0.
	05	W20-perd-hit		pic 9(3) comp value 0.
01	W30-pct-name			pic X(8).
01	W30-det-name			pic X(8).
01	W30-reg-name			pic X(8).
01	W30-trup-name			pic X(8).
01	W30-today				pic 9(8).
01	W30-part-net			pic S9(9)v99 comp-3.
01	W30-written-net			pic S9(9)v99 comp-3 value 0.
01	W30-reason				pic X(60).
01	W30-part-digit			pic 9.
01	W30-count-edit-1		pic Z(6)9.
01	W30-count-edit-2		pic Z(6)9.
*> The partitions' control records, then their sums.
01	W60-part-table.
	05	W60-part-entry occurs 9 times.
		copy pay-part-rec replacing ==05== by ==10==.
01	W62-sums.
	05	W62-in-range		pic 9(7) comp value 0.
	05	W62-paid			pic 9(5) comp value 0.
	05	W62-det				pic 9(7) comp value 0.
	05	W62-salary			pic S9(9) comp-3 value 0.
	05	W62-gross			pic S9(9)v99 comp-3 value 0.
	05	W62-ded				pic S9(9)v99 comp-3 value 0.
	05	W62-net				pic S9(9)v99 comp-3 value 0.
	05	W62-emplr			pic S9(9)v99 comp-3 value 0.
	05	W62-nontax			pic S9(9)v99 comp-3 value 0.
01	W88-period-table.
	05	W88-perd-entry occurs 200 times indexed by perd-idx.
		copy pay-period-rec replacing ==05== by ==10==.
01	W90-pct-status			pic XX.
	88	W90-pct-ok				value "00".
01	W90-pdet-status			pic XX.
	88	W90-pdet-ok				value "00".
01	W90-preg-status			pic XX.
	88	W90-preg-ok				value "00".
01	W90-ptrup-status		pic XX.
	88	W90-ptrup-ok			value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-det-status			pic XX.
	88	W90-det-ok				value "00".
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-trup-status			pic XX.
	88	W90-trup-ok				value "00".
01	W90-perd-status			pic XX.
	88	W90-perd-ok				value "00".
01	W90-mrg-status			pic XX.
	88	W90-mrg-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "paymerge".
01	W90-act-event			pic X.
01	W50-mrg-header.
	05	filler				pic X(30) value "Pay Run Partition Merge".
	05	filler				pic X(8) value "Period: ".
	05	W50-hdr-start		pic 9(8).
	05	filler				pic X(4) value " to ".
	05	W50-hdr-end			pic 9(8).
	05	filler				pic X(22).
01	W50-mrg-columns.
	05	filler				pic X(80) value
		"Part  Branches   In range   Paid   Lines          Net pay".
01	W50-mrg-detail.
	05	W50-mrg-part		pic 9.
	05	filler				pic X(5).
	05	W50-mrg-from		pic X(3).
	05	filler				pic X(1) value "-".
	05	W50-mrg-to			pic X(3).
	05	filler				pic X(2).
	05	W50-mrg-in-range	pic Z(6)9.
	05	filler				pic X(2).
	05	W50-mrg-paid		pic Z(4)9.
	05	filler				pic X(2).
	05	W50-mrg-lines		pic Z(6)9.
	05	filler				pic X(2).
	05	W50-mrg-net			pic Z(11)9.99-.
	05	filler				pic X(23).
01	W50-mrg-emp-line.
	05	filler				pic X(30) value
		"emp001 employees on file:".
	05	W50-mrg-emp-count	pic Z(6)9.
	05	filler				pic X(43).
01	W50-mrg-fail-line.
	05	filler				pic X(6) value "*** ".
	05	W50-mrg-fail-part	pic X(4).
	05	W50-mrg-reason		pic X(60).
	05	filler				pic X(10).
01	W50-mrg-result.
	05	W50-mrg-result-text	pic X(80).
01	W50-tot-header.
	05	filler				pic X(36) value
		"Combined totals - all partitions".
	05	W50-tot-parts		pic 9.
	05	filler				pic X(12) value " partitions".
	05	filler				pic X(31).
01	W50-total-line-1.
	05	filler				pic X(23) value "Total employees paid:  ".
	05	W50-total-count		pic ZZZZ9.
01	W50-total-line-2.
	05	filler				pic X(23) value "Total annual salary:   ".
	05	W50-total-salary	pic Z(8)9-.
01	W50-total-line-3.
	05	filler				pic X(23) value "Total period gross:    ".
	05	W50-total-gross		pic Z(8)9.99-.
01	W50-total-line-4.
	05	filler				pic X(23) value "Total deductions:      ".
	05	W50-total-ded		pic Z(8)9.99-.
01	W50-total-line-5.
	05	filler				pic X(23) value "Total net pay:         ".
	05	W50-total-net		pic Z(8)9.99-.
01	W50-total-line-6.
	05	filler				pic X(23) value "Total employer cost:   ".
	05	W50-total-emplr		pic Z(8)9.99-.
01	W50-total-line-7.
	05	filler				pic X(23) value "Non-taxable allowances:".
	05	W50-total-nontax	pic Z(8)9.99-.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	display "Number of partitions to merge (1-9): " with no advancing
	accept W20-part-total
	if W20-part-total = 0
		display "paymerge: at least one partition is needed."
		move 16 to return-code
		goback
	end-if
	open output merge-rpt
	if not W90-mrg-ok
		display "paymerge: unable to open paymrg01, status " W90-mrg-status
		move 16 to return-code
		goback
	end-if
	perform B100-load-partition-ctl
		varying W20-sub1 from 1 by 1 until W20-sub1 > W20-part-total
	move ppt-period-start of W60-part-entry(1) to W50-hdr-start
	move ppt-period-end of W60-part-entry(1) to W50-hdr-end
	write mrg-line from W50-mrg-header after advancing page
	write mrg-line from W50-mrg-columns
	if W10-proven
		perform B200-check-ranges
		perform B300-prove-partition-detail
			varying W20-sub1 from 1 by 1 until W20-sub1 > W20-part-total
		perform B400-count-employees
		perform B500-check-period
	end-if
	move spaces to mrg-line
	write mrg-line
	if not W10-proven
		move "NOT PROVEN - nothing written; paydet, payreg01 and payhist "
			to W50-mrg-result-text
		write mrg-line from W50-mrg-result
		move "are untouched and the period stays open. Fix and rerun."
			to W50-mrg-result-text
		write mrg-line from W50-mrg-result
		close merge-rpt
		display "paymerge: partitions NOT proven - see paymrg01. Nothing "
			"written downstream."
		move 16 to return-code
		goback
	end-if
	perform C100-write-combined-detail
	if W20-written not = W62-det or W30-written-net not = W62-net
		move "Combined paydet does NOT agree with the partitions - do "
			to W50-mrg-result-text
		write mrg-line from W50-mrg-result
		move "not release it. The period stays open."
			to W50-mrg-result-text
		write mrg-line from W50-mrg-result
		close merge-rpt
		display "paymerge: combined paydet wrote " W20-written " lines, "
			"partitions say " W62-det " - NOT released."
		move 16 to return-code
		goback
	end-if
	perform C200-write-combined-register
	perform C300-write-combined-trueup
	perform D100-close-period
	move "PROVEN - partition control totals agree with the combined "
		to W50-mrg-result-text
	write mrg-line from W50-mrg-result
	move "paydet; payreg01, taxtrup1 and payhist written, period closed."
		to W50-mrg-result-text
	write mrg-line from W50-mrg-result
	close merge-rpt
	display "Pay run merged: " W20-part-total " partition(s), "
		W62-paid " employee(s) paid, " W20-written " paydet line(s)."
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	goback.
B100-load-partition-ctl.
	perform X100-set-names
	initialize W60-part-entry(W20-sub1)
	open input part-ctl-file
	if not W90-pct-ok
		move "has not finished - no control record" to W30-reason
		perform X200-fail
		exit paragraph
	end-if
	read part-ctl-file
		at end
			move "has not finished - control record is empty"
				to W30-reason
			perform X200-fail
			close part-ctl-file
			exit paragraph
	end-read
	close part-ctl-file
	move part-ctl-rec to W60-part-entry(W20-sub1)
	if ppt-partition of W60-part-entry(W20-sub1) not = W20-sub1
		move "control record belongs to another partition" to W30-reason
		perform X200-fail
	end-if
	if W20-sub1 > 1
		if ppt-period-start of W60-part-entry(W20-sub1)
				not = ppt-period-start of W60-part-entry(1)
			or ppt-period-end of W60-part-entry(W20-sub1)
				not = ppt-period-end of W60-part-entry(1)
			or ppt-run-freq of W60-part-entry(W20-sub1)
				not = ppt-run-freq of W60-part-entry(1)
			move "priced a different period or frequency from partition 1"
				to W30-reason
			perform X200-fail
		end-if
	end-if.
B200-check-ranges.
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-part-total
		perform varying W20-sub2 from 1 by 1
				until W20-sub2 >= W20-sub1
			if ppt-br-from of W60-part-entry(W20-sub1)
					<= ppt-br-to of W60-part-entry(W20-sub2)
				and ppt-br-to of W60-part-entry(W20-sub1)
					>= ppt-br-from of W60-part-entry(W20-sub2)
				move W20-sub2 to W30-part-digit
				move spaces to W30-reason
				string "branch range overlaps partition " delimited by size
					W30-part-digit delimited by size
					into W30-reason
				end-string
				perform X200-fail
			end-if
		end-perform
	end-perform.
B300-prove-partition-detail.
	*> The partial paydet against its own trailer and control record.
	perform X100-set-names
	move 0 to W20-det-read
	move 0 to W20-net-lines
	move 0 to W30-part-net
	move 0 to W20-trl-count
	move "N" to W10-trl-seen-sw
	open input part-detail
	if not W90-pdet-ok
		move "partial paydet is missing" to W30-reason
		perform X200-fail
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z100-read-part-detail
	perform until W10-eof
		add 1 to W20-det-read
		if pdet-is-net
			add 1 to W20-net-lines
			add pdet-amount to W30-part-net
		end-if
		perform Z100-read-part-detail
	end-perform
	close part-detail
	move ppt-partition of W60-part-entry(W20-sub1) to W50-mrg-part
	move ppt-br-from of W60-part-entry(W20-sub1) to W50-mrg-from
	move ppt-br-to of W60-part-entry(W20-sub1) to W50-mrg-to
	move ppt-in-range-count of W60-part-entry(W20-sub1)
		to W50-mrg-in-range
	move ppt-paid-count of W60-part-entry(W20-sub1) to W50-mrg-paid
	move ppt-det-count of W60-part-entry(W20-sub1) to W50-mrg-lines
	move ppt-total-net of W60-part-entry(W20-sub1) to W50-mrg-net
	write mrg-line from W50-mrg-detail
	evaluate true
		when not W10-trl-seen
			move "partial paydet has no trailer" to W30-reason
			perform X200-fail
		when W20-trl-count not = W20-det-read
			move "partial paydet trailer count disagrees with its lines"
				to W30-reason
			perform X200-fail
		when W20-det-read not = ppt-det-count of W60-part-entry(W20-sub1)
			move "paydet line count disagrees with the control record"
				to W30-reason
			perform X200-fail
		when W20-net-lines
				not = ppt-paid-count of W60-part-entry(W20-sub1)
			move "paydet net lines disagree with employees paid"
				to W30-reason
			perform X200-fail
		when W30-part-net not = ppt-total-net of W60-part-entry(W20-sub1)
			move "paydet net total disagrees with the control record"
				to W30-reason
			perform X200-fail
	end-evaluate
	add ppt-in-range-count of W60-part-entry(W20-sub1) to W62-in-range
	add ppt-paid-count of W60-part-entry(W20-sub1) to W62-paid
	add ppt-det-count of W60-part-entry(W20-sub1) to W62-det
	add ppt-total-salary of W60-part-entry(W20-sub1) to W62-salary
	add ppt-total-gross of W60-part-entry(W20-sub1) to W62-gross
	add ppt-total-ded of W60-part-entry(W20-sub1) to W62-ded
	add ppt-total-net of W60-part-entry(W20-sub1) to W62-net
	add ppt-total-emplr of W60-part-entry(W20-sub1) to W62-emplr
	add ppt-total-nontax of W60-part-entry(W20-sub1) to W62-nontax.
B400-count-employees.
	*> Every emp001 record, bar the "99999" control record, must have
	*> fallen in exactly one partition's range.
	move 0 to W20-emp-count
	open input emp-list
	if not W90-emp-ok
		move "unable to open emp001 to prove coverage" to W30-reason
		move 0 to W20-sub1
		perform X200-fail
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z200-read-employee
	perform until W10-eof
		if emp-id of emp-list-rec not = "99999"
			add 1 to W20-emp-count
		end-if
		perform Z200-read-employee
	end-perform
	close emp-list
	move W20-emp-count to W50-mrg-emp-count
	write mrg-line from W50-mrg-emp-line
	if W62-in-range not = W20-emp-count
		move W62-in-range to W30-count-edit-1
		move W20-emp-count to W30-count-edit-2
		move spaces to W30-reason
		string "partitions cover " delimited by size
			W30-count-edit-1 delimited by size
			" employees, emp001 holds " delimited by size
			W30-count-edit-2 delimited by size
			into W30-reason
		end-string
		move 0 to W20-sub1
		perform X200-fail
	end-if.
B500-check-period.
	move 0 to W20-perd-count
	move 0 to W20-perd-hit
	move "N" to W10-perd-found-sw
	open input period-file
	if W90-perd-ok
		move "N" to W10-eof-sw
		perform Z300-read-period
		perform until W10-eof or W20-perd-count >= 200
			add 1 to W20-perd-count
			move period-file-rec to W88-perd-entry(W20-perd-count)
			if pper-period-start of period-file-rec
					= ppt-period-start of W60-part-entry(1)
				and pper-period-end of period-file-rec
					= ppt-period-end of W60-part-entry(1)
				move "Y" to W10-perd-found-sw
				move W20-perd-count to W20-perd-hit
			end-if
			perform Z300-read-period
		end-perform
		if not W10-eof
			move "payperd is too large to rewrite safely" to W30-reason
			move 0 to W20-sub1
			perform X200-fail
		end-if
		close period-file
	end-if
	move 0 to W20-sub1
	if not W10-perd-found
		move "the period was never opened on payperd by payrun"
			to W30-reason
		perform X200-fail
	else
		if pper-is-closed of W88-perd-entry(W20-perd-hit)
			move "the period is already CLOSED - merged before?"
				to W30-reason
			perform X200-fail
		end-if
	end-if.
C100-write-combined-detail.
	open output pay-detail
	if not W90-det-ok
		display "paymerge: unable to open paydet, status " W90-det-status
		move 16 to return-code
		goback
	end-if
	open extend pay-history
	if W90-hist-status = "35"
		open output pay-history
	end-if
	if not W90-hist-ok
		display "paymerge: unable to open payhist, status " W90-hist-status
		close pay-detail
		move 16 to return-code
		goback
	end-if
	move "HDR" to CTL-MARKER of det-ctl-record
	move "PAYDET  " to CTL-FILE-ID of det-ctl-record
	move ppt-period-end of W60-part-entry(1)
		to CTL-RUN-DATE of det-ctl-record
	move 0 to CTL-RECORD-COUNT of det-ctl-record
	write det-ctl-record
	perform C110-copy-partition-detail
		varying W20-sub1 from 1 by 1 until W20-sub1 > W20-part-total
	move "TRL" to CTL-MARKER of det-ctl-record
	move "PAYDET  " to CTL-FILE-ID of det-ctl-record
	move ppt-period-end of W60-part-entry(1)
		to CTL-RUN-DATE of det-ctl-record
	move W20-written to CTL-RECORD-COUNT of det-ctl-record
	write det-ctl-record
	close pay-detail
	close pay-history.
C110-copy-partition-detail.
	perform X100-set-names
	open input part-detail
	move "N" to W10-eof-sw
	perform Z100-read-part-detail
	perform until W10-eof
		move part-detail-rec to pay-detail-rec
		write pay-detail-rec
		move part-detail-rec to pay-history-rec
		write pay-history-rec
		if not W90-hist-ok
			display "paymerge: unable to write payhist, status "
				W90-hist-status
		end-if
		add 1 to W20-written
		if pdet-is-net
			add pdet-amount to W30-written-net
		end-if
		perform Z100-read-part-detail
	end-perform
	close part-detail.
C200-write-combined-register.
	open output pay-reg
	if not W90-rpt-ok
		display "paymerge: unable to open payreg01, status " W90-rpt-status
		exit paragraph
	end-if
	perform C210-copy-partition-register
		varying W20-sub1 from 1 by 1 until W20-sub1 > W20-part-total
	move W20-part-total to W50-tot-parts
	write rpt-line from W50-tot-header after advancing page
	move spaces to rpt-line
	write rpt-line
	move W62-paid to W50-total-count
	write rpt-line from W50-total-line-1
	move W62-salary to W50-total-salary
	write rpt-line from W50-total-line-2
	move W62-gross to W50-total-gross
	write rpt-line from W50-total-line-3
	move W62-ded to W50-total-ded
	write rpt-line from W50-total-line-4
	move W62-net to W50-total-net
	write rpt-line from W50-total-line-5
	move W62-emplr to W50-total-emplr
	write rpt-line from W50-total-line-6
	move W62-nontax to W50-total-nontax
	write rpt-line from W50-total-line-7
	close pay-reg.
C210-copy-partition-register.
	perform X100-set-names
	open input part-reg
	if not W90-preg-ok
		display "paymerge: " W30-reg-name " missing - partition "
			W20-sub1 " register not carried into payreg01."
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z400-read-part-reg
	perform until W10-eof
		move part-reg-line to rpt-line
		write rpt-line
		perform Z400-read-part-reg
	end-perform
	close part-reg.
C300-write-combined-trueup.
	open output trup-rpt
	if not W90-trup-ok
		display "paymerge: unable to open taxtrup1, status " W90-trup-status
		exit paragraph
	end-if
	perform C310-copy-partition-trueup
		varying W20-sub1 from 1 by 1 until W20-sub1 > W20-part-total
	close trup-rpt.
C310-copy-partition-trueup.
	perform X100-set-names
	open input part-trup
	if not W90-ptrup-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z500-read-part-trup
	perform until W10-eof
		move part-trup-line to trup-line
		write trup-line
		perform Z500-read-part-trup
	end-perform
	close part-trup.
D100-close-period.
	*> The period closes with the combined net, exactly as a whole
	*> run's F400 closes it.
	move "C" to pper-status of W88-perd-entry(W20-perd-hit)
	move W30-today to pper-run-date of W88-perd-entry(W20-perd-hit)
	move W62-net to pper-net-total of W88-perd-entry(W20-perd-hit)
	open output period-file
	if not W90-perd-ok
		display "paymerge: unable to rewrite payperd, status "
			W90-perd-status " - period control NOT updated."
	else
		perform varying perd-idx from 1 by 1
				until perd-idx > W20-perd-count
			move W88-perd-entry(perd-idx) to period-file-rec
			write period-file-rec
		end-perform
		close period-file
		display "Pay period closed on payperd."
	end-if.
X100-set-names.
	move W20-sub1 to W30-part-digit
	move spaces to W30-pct-name
	string "paypct" W30-part-digit delimited by size into W30-pct-name
	end-string
	move spaces to W30-det-name
	string "paydet" W30-part-digit delimited by size into W30-det-name
	end-string
	move spaces to W30-reg-name
	string "payrgp" W30-part-digit delimited by size into W30-reg-name
	end-string
	move spaces to W30-trup-name
	string "taxtrp" W30-part-digit delimited by size into W30-trup-name
	end-string.
X200-fail.
	*> W20-sub1 names the partition at fault; zero is the merge as a
	*> whole.
	move "N" to W10-proof-sw
	move spaces to W50-mrg-fail-part
	if W20-sub1 > 0
		move W20-sub1 to W30-part-digit
		move "P" to W50-mrg-fail-part(1:1)
		move W30-part-digit to W50-mrg-fail-part(2:1)
	end-if
	move W30-reason to W50-mrg-reason
	write mrg-line from W50-mrg-fail-line.
Z100-read-part-detail.
	read part-detail
		at end move "Y" to W10-eof-sw
	end-read
	if not W10-eof
		if CTL-IS-HEADER of part-ctl-record
			perform Z100-read-part-detail
		else
			if CTL-IS-TRAILER of part-ctl-record
				move "Y" to W10-trl-seen-sw
				move CTL-RECORD-COUNT of part-ctl-record to W20-trl-count
				move "Y" to W10-eof-sw
			end-if
		end-if
	end-if.
Z200-read-employee.
	read emp-list next record
		at end move "Y" to W10-eof-sw
	end-read.
Z300-read-period.
	read period-file
		at end move "Y" to W10-eof-sw
	end-read.
Z400-read-part-reg.
	read part-reg
		at end move "Y" to W10-eof-sw
	end-read.
Z500-read-part-trup.
	read part-trup
		at end move "Y" to W10-eof-sw
	end-read.
