*> retro lines are taxable earnings; non-statutory deductions stay
*> off the certificate entirely - the revenue office never asked
*> about the social club.
*> Each GRS record and printed certificate now carries the
*> employee's national ID number - the taxpayer number the revenue
*> office matches on - off the personal-details file empprsn
*> (emp-prsn-rec.cpy, kept by persmnt, ch6/prog43.cbl). An employee
*> with no personal details goes out with the number blank and is
*> counted on the console, so the gap is fixed before submission.
identification division.
program-id. paycert.
environment division.
		file status is W90-rpt-status.
	select subm-file assign to "taxsubm"
		file status is W90-subm-status.
	select prsn-file assign to "empprsn"
		organization is indexed
		access mode is dynamic
		record key is prs-emp-id of prsn-file-rec
		file status is W90-prsn-status.
data division.
file section.
fd	pay-history.
	05	subm-grs-marker		pic X(3).
	05	subm-grs-emp-id		pic X(5).
	05	subm-grs-amount		pic 9(9)v99.
	05	subm-grs-natl-id	pic X(15).
	05	filler				pic X(6).
01	subm-cert-rec.
	05	subm-crt-marker		pic X(3).
	05	subm-crt-emp-id		pic X(5).
	05	subm-trl-marker		pic X(3).
	05	subm-trl-count		pic 9(7).
	05	filler				pic X(30).
fd	prsn-file.
01	prsn-file-rec.
	copy emp-prsn-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-cert-open			value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-prsn-open-sw	pic X value "N".
		88	W10-prsn-open			value "Y".
01	W20-counters.
	05	W20-read-count		pic 9(7) comp value 0.
	05	W20-kept-count		pic 9(7) comp value 0.
	05	W20-cert-count		pic 9(5) comp value 0.
	05	W20-no-id-count		pic 9(5) comp value 0.
	05	W20-stat-count		pic 9(3) comp value 0.
	05	W20-sub1			pic 9(3) comp value 0.
01	W30-report-year			pic 9(4).
	88	W90-rpt-ok				value "00".
01	W90-subm-status			pic XX.
	88	W90-subm-ok				value "00".
01	W90-prsn-status			pic XX.
	88	W90-prsn-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W50-cert-header.
01	W50-emp-line.
	05	filler				pic X(10) value "Employee: ".
	05	W50-emp-id			pic X(5).
	05	filler				pic X(16) value "   National ID: ".
	05	W50-emp-natl-id		pic X(15).
	05	filler				pic X(34).
01	W50-gross-line.
	05	filler				pic X(20) value "Taxable gross       ".
	05	W50-gross-amount	pic ---,---,--9.99.
	write subm-header-rec
	move W30-report-year to W50-header-year
	move W35-empref to W50-header-empref
	*> No personal-details file yet is every number blank, not a
	*> failed run.
	open input prsn-file
	if W90-prsn-ok
		move "Y" to W10-prsn-open-sw
	end-if
	sort history-sort-file
		on ascending key sort-emp-id of sort-rec
		on ascending key sort-period-end of sort-rec
	write subm-trailer-rec
	close subm-file
	close cert-rpt
	if W10-prsn-open
		close prsn-file
	end-if
	display "Tax certificates written to taxcert1, submission file "
		"written to taxsubm."
	display "History records read:   " W20-read-count
	display "Records in year:        " W20-kept-count
	display "Certificates produced:  " W20-cert-count
	if W20-no-id-count > 0
		display "Certificates with no national ID: " W20-no-id-count
			" - key them through persmnt and rerun before submitting."
	end-if
	move 0 to return-code
	goback.
B100-load-statutory-codes.
		when sort-is-gross of sort-rec
		when sort-is-retro of sort-rec
		when sort-is-premium of sort-rec
		*> A taxable allowance is taxable gross; a non-taxable one
		*> ("X") stays off the certificate.
		when sort-is-allowance of sort-rec
		when sort-is-encashment of sort-rec
			add sort-amount of sort-rec to W70-taxable-gross
		when sort-is-deduction of sort-rec
			perform E200-accumulate-statutory
D300-finish-certificate.
	add 1 to W20-cert-count
	write rpt-line from W50-cert-header after advancing page
	perform D350-find-national-id
	move W30-prior-emp to W50-emp-id
	move prs-natl-id of prsn-file-rec to W50-emp-natl-id
	write rpt-line from W50-emp-line
	move spaces to rpt-line
	write rpt-line
	move spaces to subm-gross-rec
	move "GRS" to subm-grs-marker
	move W30-prior-emp to subm-grs-emp-id
	move prs-natl-id of prsn-file-rec to subm-grs-natl-id
	perform F100-set-gross-amount
	write subm-gross-rec
	perform varying stat-idx from 1 by 1 until stat-idx > W20-stat-count
		perform D400-write-one-code
	end-perform
	move "N" to W10-cert-open-sw.
D350-find-national-id.
	move "N" to W10-found-sw
	if W10-prsn-open
		move W30-prior-emp to prs-emp-id of prsn-file-rec
		read prsn-file
			invalid key move "N" to W10-found-sw
			not invalid key move "Y" to W10-found-sw
		end-read
	end-if
	if not W10-found
		move spaces to prs-natl-id of prsn-file-rec
	end-if
	if prs-natl-id of prsn-file-rec = spaces
		add 1 to W20-no-id-count
	end-if.
D400-write-one-code.
	*> Every flagged code prints, zero or not - the revenue office's
	*> layout wants the full set per employee so their load matches
