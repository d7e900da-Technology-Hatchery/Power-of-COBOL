*> Sponsor billing run.
*> The other half of a scholarship: stubill (ch7/prog16.cbl) takes
*> each award off the student's invoice as a discount line on
*> stuinvl (stu-invl-rec.cpy), and the sponsor owes us that money.
*> For an operator-supplied term this sorts the term's discount
*> lines by sponsor and writes the sponsor billing file spnbill
*> (spn-bill-rec.cpy) - one record per sponsor with the amount owed
*> and the number of awards - and prints the detail behind each
*> bill, student by student, to spnbill1. Each run writes spnbill
*> afresh for the one term asked for, so a rerun after a late
*> billing run replaces the term's bills rather than doubling them.
identification division.
program-id. spnbill.
environment division.
input-output section.
file-control.
	select invl-file assign to "stuinvl"
		file status is W90-invl-status.
	select spn-sort-file assign to "sortwk11".
	select spn-file assign to "spnbill"
		file status is W90-spn-status.
	select spn-rpt assign to "spnbill1"
		file status is W90-rpt-status.
data division.
file section.
fd	invl-file.
01	invl-rec.
	copy stu-invl-rec.
sd	spn-sort-file.
01	sort-rec.
	copy stu-invl-rec replacing leading ==invl== by ==srt==.
fd	spn-file.
01	spn-rec.
	copy spn-bill-rec.
fd	spn-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-sort-eof-sw		pic X value "N".
		88	W10-sort-eof			value "Y".
01	W20-counters.
	05	W20-line-count		pic 9(5) comp value 0.
	05	W20-sponsor-count	pic 9(4) comp value 0.
	05	W20-award-count		pic 9(4) comp value 0.
01	W30-term				pic X(6).
01	W30-run-date			pic 9(8).
01	W30-prior-sponsor		pic X(20).
01	W40-sponsor-total		pic S9(9)v99 comp-3.
01	W40-grand-total			pic S9(9)v99 comp-3 value 0.
01	W90-invl-status			pic XX.
	88	W90-invl-ok				value "00".
01	W90-spn-status			pic XX.
	88	W90-spn-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-rpt-header.
	05	filler				pic X(30) value
		"Sponsor Billing Register".
	05	filler				pic X(6) value "Term: ".
	05	W50-hdr-term		pic X(6).
	05	filler				pic X(38).
01	W50-sponsor-line.
	05	filler				pic X(9) value "Sponsor: ".
	05	W50-spn-name		pic X(20).
	05	filler				pic X(51).
01	W50-detail-line.
	05	filler				pic X(4).
	05	W50-det-no			pic X(5).
	05	filler				pic X(2).
	05	W50-det-class		pic X(4).
	05	filler				pic X(2).
	05	W50-det-award		pic X(6).
	05	filler				pic X(2).
	05	W50-det-amount		pic ---,--9.99.
	05	filler				pic X(45).
01	W50-sponsor-total-line.
	05	filler				pic X(4).
	05	filler				pic X(14) value "Sponsor owes: ".
	05	W50-spn-total		pic Z(8)9.99-.
	05	filler				pic X(3).
	05	W50-spn-count		pic ZZZ9.
	05	filler				pic X(10) value " award(s)".
	05	filler				pic X(32).
01	W50-total-line.
	05	filler				pic X(23) value "Total due from sponsors".
	05	filler				pic X(1).
	05	W50-total			pic Z(8)9.99-.
	05	filler				pic X(43).
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> raises what the sponsors are billed.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	display "Enter term to bill sponsors for (e.g. 2026T1): "
		with no advancing
	accept W30-term
	if W30-term = spaces
		display "spnbill: no term - nothing billed."
		move 8 to return-code
		goback
	end-if
	open output spn-file
	if not W90-spn-ok
		display "spnbill: unable to open spnbill, status " W90-spn-status
		move 16 to return-code
		goback
	end-if
	open output spn-rpt
	if not W90-rpt-ok
		display "spnbill: unable to open spnbill1, status " W90-rpt-status
		close spn-file
		move 16 to return-code
		goback
	end-if
	move W30-term to W50-hdr-term
	write rpt-line from W50-rpt-header after advancing page
	sort spn-sort-file
		on ascending key srt-sponsor of sort-rec
			srt-studentNo of sort-rec
		input procedure B100-load-sort-file
		output procedure C100-write-bills
	move spaces to rpt-line
	write rpt-line
	move W40-grand-total to W50-total
	write rpt-line from W50-total-line
	close spn-file
	close spn-rpt
	if W20-line-count = 0
		display "spnbill: no scholarship lines on stuinvl for term "
			W30-term "."
		move 8 to return-code
	else
		display "Sponsor bills written to spnbill, register to spnbill1."
		display "Sponsors billed:  " W20-sponsor-count
		display "Award lines:      " W20-line-count
		display "Total due:        " W40-grand-total
		move 0 to return-code
	end-if
	goback.
B100-load-sort-file.
	open input invl-file
	if not W90-invl-ok
		display "spnbill: unable to open stuinvl, status " W90-invl-status
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read invl-file
			at end move "Y" to W10-eof-sw
			not at end
				if invl-is-discount of invl-rec
						and invl-term of invl-rec = W30-term
					move invl-rec to sort-rec
					release sort-rec
				end-if
		end-read
	end-perform
	close invl-file.
C100-write-bills.
	move high-values to W30-prior-sponsor
	perform Z100-return-sort
	perform until W10-sort-eof
		if srt-sponsor of sort-rec not = W30-prior-sponsor
			if W30-prior-sponsor not = high-values
				perform C300-close-sponsor
			end-if
			perform C200-open-sponsor
		end-if
		add 1 to W20-line-count
		add 1 to W20-award-count
		add srt-amount of sort-rec to W40-sponsor-total
		move spaces to W50-detail-line
		move srt-studentNo of sort-rec to W50-det-no
		move srt-cls-code of sort-rec to W50-det-class
		move srt-sch-id of sort-rec to W50-det-award
		move srt-amount of sort-rec to W50-det-amount
		write rpt-line from W50-detail-line
		perform Z100-return-sort
	end-perform
	if W30-prior-sponsor not = high-values
		perform C300-close-sponsor
	end-if.
C200-open-sponsor.
	move srt-sponsor of sort-rec to W30-prior-sponsor
	move 0 to W40-sponsor-total
	move 0 to W20-award-count
	move spaces to rpt-line
	write rpt-line
	move W30-prior-sponsor to W50-spn-name
	write rpt-line from W50-sponsor-line.
C300-close-sponsor.
	add 1 to W20-sponsor-count
	add W40-sponsor-total to W40-grand-total
	move W40-sponsor-total to W50-spn-total
	move W20-award-count to W50-spn-count
	write rpt-line from W50-sponsor-total-line
	move spaces to spn-rec
	move W30-prior-sponsor to spb-sponsor
	move W30-term to spb-term
	move W20-award-count to spb-award-count
	move W40-sponsor-total to spb-amount
	move W30-run-date to spb-run-date
	write spn-rec
	if not W90-spn-ok
		display "spnbill: unable to write spnbill, status " W90-spn-status
	end-if.
Z100-return-sort.
	return spn-sort-file
		at end move "Y" to W10-sort-eof-sw
	end-return.
