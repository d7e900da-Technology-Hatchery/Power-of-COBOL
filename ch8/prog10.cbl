*> Leave encashment run.
*> Takes every approved request on leavenc (leave-enc-rec.cpy,
*> captured and approved through leavencm, ch8/prog9.cbl) and turns
*> it into money. Each is checked against the ANNUAL entry of
*> leaveacc: only days above the ENCRETN retention threshold
*> (suiteparm, default 10) may be sold, a request for more is cut
*> back to what is available, and an employee who has already
*> encashed this calendar year is refused - the policy allows it
*> once a year. The days are priced at the same daily rate empterm
*> (ch6/prog12.cbl) pays leave out at on termination - annual salary
*> over 260 working days, multiplied before dividing, or the hourly
*> rate for an eight-hour day - drawn off lbal-balance-days and
*> added to lbal-used-days, and the request flips to encashed ("Q")
*> for payrun (ch10/prog1.cbl) to pay as its own "L" line next run.
*> Refused requests flip to rejected with the reason. Everything
*> lands on leavenc1.
*> The liability: paygl (ch10/prog6.cbl) books the paid "L" lines
*> as a DEBIT to LEAVLIAB, releasing the liability the days carried.
*> leavlia (ch8/prog6.cbl) would otherwise see the balance drop at
*> its next valuation and release it a second time through its
*> movement - so the money encashed here comes off the leavliac
*> checkpoint in the same run, and leavlia's next movement is only
*> what changed besides the encashment. A site that has never run
*> leavlia has no checkpoint and nothing to adjust.
identification division.
program-id. leavencs.
environment division.
input-output section.
file-control.
	select enc-file assign to "leavenc"
		file status is W90-enc-status.
	select leave-bal-file assign to "leaveacc"
		organization is indexed
		access mode is dynamic
		record key is lbal-emp-id of leave-bal-file-rec
		file status is W90-bal-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select ckpt-file assign to "leavliac"
		file status is W90-ckpt-status.
	select enc-rpt assign to "leavenc1"
		file status is W90-rpt-status.
data division.
file section.
fd	enc-file.
01	enc-file-rec.
	copy leave-enc-rec.
fd	leave-bal-file.
01	leave-bal-file-rec.
	copy leave-bal-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	ckpt-file.
*> Same layout leavlia keeps - see ch8/prog6.cbl.
01	ckpt-rec.
	05	ckpt-run-date		pic 9(8).
	05	ckpt-liability		pic S9(11)v99 comp-3.
fd	enc-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-balfound-sw		pic X value "N".
		88	W10-balfound			value "Y".
	05	W10-ckpt-found-sw	pic X value "N".
		88	W10-ckpt-found			value "Y".
	05	W10-used-sw			pic X value "N".
		88	W10-used-this-year		value "Y".
01	W20-counters.
	05	W20-rec-count		pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-encashed-count	pic 9(4) comp value 0.
	05	W20-refused-count	pic 9(4) comp value 0.
01	W30-run-date			pic 9(8).
01	W30-run-parts redefines W30-run-date.
	05	W30-run-yyyy		pic 9(4).
	05	W30-run-mmdd		pic 9(4).
01	W30-enc-year			pic 9(4).
01	W30-available			pic S9(3)v99 comp-3.
01	W30-days				pic S9(3)v99 comp-3.
01	W30-amount				pic S9(7)v99 comp-3.
01	W30-total-amount		pic S9(9)v99 comp-3 value 0.
01	W30-reason				pic X(30).
01	W35-parm-key			pic X(8).
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-retain-days			pic S9(7)v99 comp-3.
01	W90-enc-status			pic XX.
	88	W90-enc-ok				value "00".
01	W90-bal-status			pic XX.
	88	W90-bal-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-ckpt-status			pic XX.
	88	W90-ckpt-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	enc-table.
	05	enc-table-entry occurs 1000 times indexed by enc-idx.
		copy leave-enc-rec replacing ==05== by ==10==.
01	W50-rpt-header.
	05	filler				pic X(34) value "Leave Encashment Run".
	05	filler				pic X(11) value " Run date: ".
	05	W50-hdr-date		pic 9(8).
	05	filler				pic X(27).
01	W50-column-header.
	05	filler				pic X(80) value
		"Emp    Requested  Encashed       Amount  Result".
01	W50-detail-line.
	05	W50-det-emp-id		pic X(5).
	05	filler				pic X(2).
	05	W50-det-req-days	pic ZZ9.99.
	05	filler				pic X(5).
	05	W50-det-enc-days	pic ZZ9.99.
	05	filler				pic X(2).
	05	W50-det-amount		pic ---,--9.99.
	05	filler				pic X(2).
	05	W50-det-result		pic X(30).
	05	filler				pic X(12).
01	W50-total-line.
	05	filler				pic X(24) value "Total encashed:".
	05	W50-total			pic ---,---,--9.99.
	05	filler				pic X(42).
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - the run
	*> moves leaveacc balances and queues money for the pay run.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	move "ENCRETN " to W35-parm-key
	move 10 to W35-parm-default
	call "parmget" using W35-parm-key W35-parm-default W35-retain-days
	end-call
	perform B100-load-table
	if W20-rec-count = 0
		display "leavencs: no requests on leavenc - nothing to encash."
		move 0 to return-code
		goback
	end-if
	open i-o leave-bal-file
	if not W90-bal-ok
		display "leavencs: unable to open leaveacc, status " W90-bal-status
		move 16 to return-code
		goback
	end-if
	open input emp-list
	if not W90-emp-ok
		display "leavencs: unable to open emp001, status " W90-emp-status
		close leave-bal-file
		move 16 to return-code
		goback
	end-if
	open output enc-rpt
	if not W90-rpt-ok
		display "leavencs: unable to open leavenc1, status " W90-rpt-status
		close leave-bal-file
		close emp-list
		move 16 to return-code
		goback
	end-if
	move W30-run-date to W50-hdr-date
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
	perform varying enc-idx from 1 by 1 until enc-idx > W20-rec-count
		if lenc-is-approved of enc-table-entry(enc-idx)
			perform C100-encash-one
		end-if
	end-perform
	move W30-total-amount to W50-total
	write rpt-line from W50-total-line
	close leave-bal-file
	close emp-list
	close enc-rpt
	if W20-encashed-count > 0 or W20-refused-count > 0
		perform E100-save-table
	end-if
	if W30-total-amount not = 0
		perform F100-adjust-checkpoint
	end-if
	display "Leave encashment run complete."
	display "Requests encashed:  " W20-encashed-count
	display "Requests refused:   " W20-refused-count
	display "Total encashed:     " W30-total-amount
	move 0 to return-code
	goback.
B100-load-table.
	move 0 to W20-rec-count
	open input enc-file
	if W90-enc-ok
		move "N" to W10-eof-sw
		perform Z100-read-file
		perform until W10-eof
			if W20-rec-count >= 1000
				*> Saving a truncated table would truncate the file.
				display "leavencs: leavenc outgrew its table - "
					"run abandoned until it is purged."
				close enc-file
				move 16 to return-code
				goback
			end-if
			add 1 to W20-rec-count
			move enc-file-rec to enc-table-entry(W20-rec-count)
			perform Z100-read-file
		end-perform
		close enc-file
	end-if.
C100-encash-one.
	move lenc-emp-id of enc-table-entry(enc-idx) to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found or emp-term-date of emp-list-rec not = 0
		*> A leaver's balance pays out through empterm instead.
		move "Employee not live on emp001" to W30-reason
		perform C300-refuse
		exit paragraph
	end-if
	perform C200-check-year
	if W10-used-this-year
		move "Already encashed this year" to W30-reason
		perform C300-refuse
		exit paragraph
	end-if
	move lenc-emp-id of enc-table-entry(enc-idx)
		to lbal-emp-id of leave-bal-file-rec
	read leave-bal-file
		invalid key move "N" to W10-balfound-sw
		not invalid key move "Y" to W10-balfound-sw
	end-read
	if not W10-balfound
		move "No leaveacc balance on file" to W30-reason
		perform C300-refuse
		exit paragraph
	end-if
	compute W30-available = lbal-balance-days(1) - W35-retain-days
	if W30-available <= 0
		move "No annual balance above retention" to W30-reason
		perform C300-refuse
		exit paragraph
	end-if
	if lenc-req-days of enc-table-entry(enc-idx) > W30-available
		move W30-available to W30-days
		move "Cut back to days above retention" to W30-reason
	else
		move lenc-req-days of enc-table-entry(enc-idx) to W30-days
		move "Encashed" to W30-reason
	end-if
	*> empterm's rate, multiplied before dividing so the pennies
	*> don't go astray across the days.
	if emp-is-hourly of emp-list-rec
		compute W30-amount rounded =
			W30-days * emp-hourly-rate of emp-list-rec * 8
	else
		compute W30-amount rounded =
			W30-days * emp-salary of emp-list-rec / 260
	end-if
	subtract W30-days from lbal-balance-days(1)
	add W30-days to lbal-used-days(1)
	rewrite leave-bal-file-rec
		invalid key
			display "leavencs: unable to update leaveacc for "
				lbal-emp-id of leave-bal-file-rec ", status "
				W90-bal-status " - request left approved."
			exit paragraph
	end-rewrite
	move "Q" to lenc-status of enc-table-entry(enc-idx)
	move W30-run-date to lenc-enc-date of enc-table-entry(enc-idx)
	move W30-days to lenc-enc-days of enc-table-entry(enc-idx)
	move W30-amount to lenc-amount of enc-table-entry(enc-idx)
	move W30-reason to lenc-reason of enc-table-entry(enc-idx)
	add 1 to W20-encashed-count
	add W30-amount to W30-total-amount
	perform D100-print-line.
C200-check-year.
	*> Encashed or paid in the run date's calendar year - including
	*> one encashed earlier in this same run - closes the year.
	move "N" to W10-used-sw
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-rec-count
		if lenc-emp-id of enc-table-entry(W20-sub1)
				= lenc-emp-id of enc-table-entry(enc-idx)
				and (lenc-is-encashed of enc-table-entry(W20-sub1)
					or lenc-is-paid of enc-table-entry(W20-sub1))
			divide lenc-enc-date of enc-table-entry(W20-sub1)
				by 10000 giving W30-enc-year
			if W30-enc-year = W30-run-yyyy
				move "Y" to W10-used-sw
			end-if
		end-if
	end-perform.
C300-refuse.
	move "R" to lenc-status of enc-table-entry(enc-idx)
	move W30-reason to lenc-reason of enc-table-entry(enc-idx)
	move W30-run-date to lenc-enc-date of enc-table-entry(enc-idx)
	move 0 to lenc-enc-days of enc-table-entry(enc-idx)
	move 0 to lenc-amount of enc-table-entry(enc-idx)
	move 0 to W30-days
	move 0 to W30-amount
	add 1 to W20-refused-count
	perform D100-print-line.
D100-print-line.
	move lenc-emp-id of enc-table-entry(enc-idx) to W50-det-emp-id
	move lenc-req-days of enc-table-entry(enc-idx) to W50-det-req-days
	move W30-days to W50-det-enc-days
	move W30-amount to W50-det-amount
	move W30-reason to W50-det-result
	write rpt-line from W50-detail-line.
E100-save-table.
	open output enc-file
	if not W90-enc-ok
		display "leavencs: unable to rewrite leavenc, status "
			W90-enc-status " - encashed requests NOT flagged."
	else
		perform varying W20-sub1 from 1 by 1
				until W20-sub1 > W20-rec-count
			move enc-table-entry(W20-sub1) to enc-file-rec
			write enc-file-rec
		end-perform
		close enc-file
	end-if.
F100-adjust-checkpoint.
	*> The released liability comes off leavlia's checkpoint so its
	*> next movement doesn't release it again - paygl's LEAVLIAB
	*> debit on the paid "L" lines is the release.
	move "N" to W10-ckpt-found-sw
	open input ckpt-file
	if W90-ckpt-ok
		read ckpt-file
			at end continue
			not at end move "Y" to W10-ckpt-found-sw
		end-read
		close ckpt-file
	end-if
	if not W10-ckpt-found
		exit paragraph
	end-if
	subtract W30-total-amount from ckpt-liability
	open output ckpt-file
	if not W90-ckpt-ok
		display "leavencs: unable to rewrite leavliac, status "
			W90-ckpt-status " - leavlia's next movement will release "
			"the encashed liability a second time."
	else
		write ckpt-rec
		close ckpt-file
	end-if.
Z100-read-file.
	read enc-file
		at end move "Y" to W10-eof-sw
	end-read.
