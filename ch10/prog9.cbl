*> run off the fresh paydet exactly as they do after the monthly
*> run, which is what gives the bonus its payslip, its bank file
*> line and its ledger journal. A register prints to suppreg1.
*> A record keyed with sup-basis "N" carries a promised NET, not a
*> gross: the run grosses it up itself - pricing candidate grosses
*> through exactly the deduction pick below, stepping by the
*> shortfall over the marginal take-home rate until the net lands -
*> and pays the gross that reaches the target to the cent. The
*> register shows the target, the computed gross and every
*> deduction for those records; a target no gross can land on
*> exactly (a bracket edge in the way) is rejected to supprej.
*> After suppin01 the run pays the statutory 13th-month lines
*> pay13th (ch10/prog43.cbl) computed onto supp13 - but only the
*> lines pay13apr (ch10/prog44.cbl) has approved. Each one paid is
*> marked paid on supp13 so it is never paid twice; lines still
*> held for approval are counted and left, rejected ones ignored.
*> A 13th-month line is paid to a leaver too - the 13th month is
*> owed however the employment ended - so the terminated-employee
*> check does not apply to it.
identification division.
program-id. paysupp.
environment division.
file-control.
	select supp-in assign to "suppin01"
		file status is W90-in-status.
	select supp-13 assign to "supp13"
		file status is W90-s13-status.
	select supp-rej assign to "supprej"
		file status is W90-rej-status.
	select emp-list assign to "emp001"
fd	supp-in.
01	supp-in-rec.
	copy supp-pay-rec.
fd	supp-13.
01	supp-13-rec.
	copy supp-pay-rec replacing leading ==sup== by ==s13==.
fd	supp-rej.
01	supprej-rec.
	05	supprej-id			pic X(5).
		88	W10-valid				value "Y".
	05	W10-in-force-sw		pic X value "N".
		88	W10-in-force			value "Y".
	05	W10-s13-eof-sw		pic X value "N".
		88	W10-s13-eof				value "Y".
01	W20-counters.
	05	W20-read-count		pic 9(5) comp value 0.
	05	W20-paid-count		pic 9(5) comp value 0.
	05	W20-reject-count	pic 9(5) comp value 0.
	05	W20-det-count		pic 9(7) comp value 0.
	05	W20-13th-paid		pic 9(5) comp value 0.
	05	W20-13th-held		pic 9(5) comp value 0.
01	W30-pay-date			pic 9(8).
01	W30-reason				pic X(40).
01	W30-total-gross			pic S9(9)v99 comp-3 value 0.
01	W30-total-ded			pic S9(9)v99 comp-3 value 0.
01	W30-total-net			pic S9(9)v99 comp-3 value 0.
*> The gross being priced: sup-amount for an ordinary record, each
*> candidate in turn while a target net is grossed up.
01	W35-grossup-work.
	05	W35-gross			pic S9(7)v99 comp-3.
	05	W35-target-net		pic S9(7)v99 comp-3.
	05	W35-rate-total		pic S9(5)v99 comp-3.
	05	W35-step			pic S9(7)v99 comp-3.
	05	W35-tries			pic 9(3) comp.
	05	W35-probe			pic S9(3) comp.
	05	W35-base-gross		pic S9(7)v99 comp-3.
	05	W35-landed-sw		pic X.
		88	W35-landed				value "Y".
	05	W35-write-sw		pic X.
		88	W35-write-lines			value "Y".
01	W60-ded-work.
	05	W60-ded-count		pic 9(3) comp value 0.
	05	W60-sub2			pic 9(3) comp value 0.
		copy ded-rate-rec replacing ==05== by ==10==.
01	W90-in-status			pic XX.
	88	W90-in-ok				value "00".
01	W90-s13-status			pic XX.
	88	W90-s13-ok				value "00".
01	W90-rej-status			pic XX.
	88	W90-rej-ok				value "00".
01	W90-emp-status			pic XX.
	05	filler				pic X(1).
	05	W50-det-net			pic ---,--9.99.
	05	filler				pic X(7).
01	W50-target-line.
	05	filler				pic X(7) value spaces.
	05	filler				pic X(22) value "gross-up: target net ".
	05	W50-tgt-net			pic ---,--9.99.
	05	filler				pic X(17) value "  computed gross ".
	05	W50-tgt-gross		pic ---,--9.99.
	05	filler				pic X(14).
01	W50-grossup-ded-line.
	05	filler				pic X(9) value spaces.
	05	filler				pic X(10) value "deduction ".
	05	W50-gud-code		pic X(6).
	05	W50-gud-desc		pic X(21).
	05	W50-gud-amount		pic ---,--9.99.
	05	filler				pic X(24).
01	W50-total-line-1.
	05	filler				pic X(23) value "Total supplemental pay:".
	05	W50-total-gross		pic Z(8)9.99-.
	write rpt-line from W50-column-header
	perform Z100-read-supp
	perform until W10-eof
		perform C300-process-one
		perform Z100-read-supp
	end-perform
	perform C400-pay-13th-month
	perform C200-write-trailer-ctl
	perform E100-print-totals
	close supp-in
	display "Transactions read:     " W20-read-count
	display "Employees paid:        " W20-paid-count
	display "Transactions rejected: " W20-reject-count
	display "13th-month lines paid: " W20-13th-paid
	if W20-13th-held > 0
		display "13th-month lines held: " W20-13th-held
			" - awaiting approval through pay13apr."
	end-if
	display "Run payslip, paybank and paygl off this paydet before the "
		"next regular run rebuilds it."
	move 0 to return-code
			move "Employee id not on emp001" to W30-reason
		when emp-term-date of emp-list-rec not = 0
				and emp-term-date of emp-list-rec <= W30-pay-date
				and not sup-is-13th-month of supp-in-rec
			move "N" to W10-valid-sw
			move "Employee terminated before pay date" to W30-reason
		when sup-amount of supp-in-rec not numeric
		when sup-amount of supp-in-rec <= 0
			move "N" to W10-valid-sw
			move "Amount is not more than zero" to W30-reason
		when not sup-is-gross of supp-in-rec
				and not sup-is-target-net of supp-in-rec
			move "N" to W10-valid-sw
			move "Basis is not G (gross) or N (target net)" to W30-reason
	end-evaluate.
B300-find-employee.
	move sup-emp-id of supp-in-rec to emp-id of emp-list-rec
	move W30-pay-date to CTL-RUN-DATE of det-ctl-record
	move W20-det-count to CTL-RECORD-COUNT of det-ctl-record
	write det-ctl-record.
C300-process-one.
	add 1 to W20-read-count
	perform B200-validate
	if W10-valid
		if sup-is-target-net of supp-in-rec
			perform D200-gross-up
		else
			move sup-amount of supp-in-rec to W35-gross
		end-if
	end-if
	if W10-valid
		perform D100-pay-one-supplement
	else
		add 1 to W20-reject-count
		move sup-emp-id of supp-in-rec to supprej-id
		move sup-amount of supp-in-rec to supprej-amount
		move W30-reason to supprej-reason
		write supprej-rec
	end-if.
C400-pay-13th-month.
	*> No supp13 is simply no 13th-month register this run. An
	*> approved line goes through exactly the suppin01 path; one that
	*> is paid is rewritten paid in place, one rejected to supprej
	*> stays approved for the next run once its cause is put right.
	open i-o supp-13
	if not W90-s13-ok
		exit paragraph
	end-if
	move "N" to W10-s13-eof-sw
	perform Z300-read-supp13
	perform until W10-s13-eof
		move supp-13-rec to supp-in-rec
		evaluate true
			when sup-is-approved of supp-in-rec
				perform C300-process-one
				if W10-valid
					add 1 to W20-13th-paid
					move "X" to sup-review-status of supp-in-rec
					move supp-in-rec to supp-13-rec
					rewrite supp-13-rec
					if not W90-s13-ok
						display "paysupp: unable to mark supp13 paid for "
							sup-emp-id of supp-in-rec ", status "
							W90-s13-status
					end-if
				end-if
			when sup-is-held of supp-in-rec
				add 1 to W20-13th-held
		end-evaluate
		perform Z300-read-supp13
	end-perform
	close supp-13.
D100-pay-one-supplement.
	*> The supplemental amount is the period gross; the pay date
	*> stands as both period start and end so the payment never
	move W30-pay-date to paydet-period-end
	move "G" to paydet-line-type
	move spaces to paydet-ded-code
	move W35-gross to paydet-amount
	perform E150-write-detail
	add 1 to W20-paid-count
	add W35-gross to W30-total-gross
	perform D500-print-register-line
	if sup-is-target-net of supp-in-rec
		move sup-amount of supp-in-rec to W50-tgt-net
		move W35-gross to W50-tgt-gross
		write rpt-line from W50-target-line
	end-if
	move "Y" to W35-write-sw
	perform D300-price-deductions
	move "N" to paydet-line-type
	move spaces to paydet-ded-code
	move W60-emp-net to paydet-amount
	perform E150-write-detail
	add W60-emp-ded to W30-total-ded
	add W60-emp-net to W30-total-net.
D200-gross-up.
	*> Start from the target itself and step the gross by the net
	*> still missing divided by what is left of each extra unit after
	*> the percentages in force at the current candidate. Rounding
	*> can leave the step a cent either side, so a candidate that
	*> comes close is probed a few cents each way before giving up.
	*> Pricing only - nothing is written until a gross lands.
	move sup-amount of supp-in-rec to W35-target-net
	move sup-amount of supp-in-rec to W35-gross
	move "N" to W35-landed-sw
	move "N" to W35-write-sw
	move 0 to W35-tries
	perform until W35-landed or W35-tries >= 50
		add 1 to W35-tries
		perform D300-price-deductions
		if W60-emp-net = W35-target-net
			move "Y" to W35-landed-sw
		else
			if W35-rate-total >= 100
				move 50 to W35-tries
			else
				compute W35-step rounded =
					(W35-target-net - W60-emp-net) * 100
						/ (100 - W35-rate-total)
				if W35-step = 0
					move 50 to W35-tries
				else
					add W35-step to W35-gross
				end-if
			end-if
		end-if
	end-perform
	if not W35-landed
		move W35-gross to W35-base-gross
		perform varying W35-probe from -5 by 1
				until W35-probe > 5 or W35-landed
			compute W35-gross = W35-base-gross + (W35-probe / 100)
			perform D300-price-deductions
			if W60-emp-net = W35-target-net
				move "Y" to W35-landed-sw
			end-if
		end-perform
	end-if
	if not W35-landed
		move "N" to W10-valid-sw
		move "Gross-up cannot land on target net exactly" to W30-reason
	end-if.
D300-price-deductions.
	*> The one pricing pass for a gross in W35-gross: ordinary records
	*> and grossed-up ones both go through it, writing the detail and
	*> register lines only on the final pass (W35-write-lines), so
	*> the gross-up is priced by the very rules that then pay it.
	move 0 to W60-emp-ded
	move 0 to W35-rate-total
	perform varying ded-idx from 1 by 1 until ded-idx > W60-ded-count
		perform D400-apply-one-deduction
	end-perform
	compute W60-emp-net = W35-gross - W60-emp-ded.
D400-apply-one-deduction.
	*> Percentage deductions only: the flat per-period amounts come
	*> out of the regular monthly run, and taking them again on a
	perform D450-check-in-force
	if W10-in-force
		compute W60-ded-amount rounded =
			W35-gross * ded-rate of ded-table-entry(ded-idx) / 100
		add W60-ded-amount to W60-emp-ded
		add ded-rate of ded-table-entry(ded-idx) to W35-rate-total
		if W35-write-lines
			move "D" to paydet-line-type
			move ded-code of ded-table-entry(ded-idx) to paydet-ded-code
			move W60-ded-amount to paydet-amount
			perform E150-write-detail
			if sup-is-target-net of supp-in-rec
				move ded-code of ded-table-entry(ded-idx) to W50-gud-code
				move ded-desc of ded-table-entry(ded-idx) to W50-gud-desc
				move W60-ded-amount to W50-gud-amount
				write rpt-line from W50-grossup-ded-line
			end-if
		end-if
	end-if.
D450-check-in-force.
	move "N" to W10-in-force-sw
		end-perform
	end-if
	if W10-in-force
		if W35-gross < ded-bracket-low of ded-table-entry(ded-idx)
			move "N" to W10-in-force-sw
		end-if
		if ded-bracket-high of ded-table-entry(ded-idx) not = 0
				and W35-gross
					> ded-bracket-high of ded-table-entry(ded-idx)
			move "N" to W10-in-force-sw
		end-if
	move sup-emp-id of supp-in-rec to W50-det-id
	move emp-name of emp-list-rec to W50-det-name
	move sup-reason of supp-in-rec to W50-det-reason
	move W35-gross to W50-det-gross
	*> Priced before the line prints so the register shows the final
	*> deductions and net; D100 then writes the detail lines.
	move "N" to W35-write-sw
	perform D300-price-deductions
	move W60-emp-ded to W50-det-ded
	move W60-emp-net to W50-det-net
	write rpt-line from W50-detail-line.
	read supp-in
		at end move "Y" to W10-eof-sw
	end-read.
Z300-read-supp13.
	read supp-13
		at end move "Y" to W10-s13-eof-sw
	end-read.
Z200-read-ded-file.
	read ded-file
		at end move "Y" to W10-ded-eof-sw
