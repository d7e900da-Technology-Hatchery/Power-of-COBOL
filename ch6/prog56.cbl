*> Anonymized test-region copy of the employee masters.
*> Testing a payrun or empmaint change meant copying the real
*> emp001, bankdist, payhist and leave001 into test - real names,
*> salaries and bank accounts in a region nobody audits. This writes
*> the test copy instead, masked on the way: every employee's name
*> becomes "Staff" and their own emp-id, so the same person is the
*> same fake in emp001 and the emphist archive; every bank account
*> number goes through one digit substitution keyed off the run, so
*> an account that appears on emp001 and on bankdist masks to the
*> same fake in both; salaries, hourly rates, bankdist fixed amounts
*> and every payhist amount are scaled by one factor the run picks
*> off the clock and never shows. A payhist net line is rebuilt
*> from its masked gross and deduction lines so the payslip still
*> adds up. Keys, dates, routing numbers, departments, grades and
*> manager links are copied as they stand, so suitevfy
*> (ch6/prog38.cbl) proves the masked set the way it proves the
*> real one; leave001 carries nothing personal beyond the key and
*> copies straight across. The copy goes to the production names
*> behind a test-region prefix the operator gives (a directory such
*> as "test/"); a prefix that would leave the names pointing at
*> production is refused before anything is opened for output.
*> Supervisor sign-on (opsignon level "A"), logged on actlog.
identification division.
program-id. tstmask.
environment division.
input-output section.
file-control.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select emp-hist assign to "emphist"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-hist-rec
		file status is W90-hist-status.
	select dist-file assign to "bankdist"
		file status is W90-dist-status.
	select pay-history assign to "payhist"
		file status is W90-payh-status.
	select leave-file assign to "leave001"
		file status is W90-leave-status.
	select tst-emp assign to W30-tst-emp-name
		organization is indexed
		access mode is dynamic
		record key is emp-id of tst-emp-rec
		file status is W90-tst-status.
	select tst-hist assign to W30-tst-hist-name
		organization is indexed
		access mode is dynamic
		record key is emp-id of tst-hist-rec
		file status is W90-tst-status.
	select tst-dist assign to W30-tst-dist-name
		file status is W90-tst-status.
	select tst-payh assign to W30-tst-payh-name
		file status is W90-tst-status.
	select tst-leave assign to W30-tst-leave-name
		file status is W90-tst-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	emp-hist.
01	emp-hist-rec.
	copy emp-rec.
fd	dist-file.
01	dist-rec.
	copy bank-dist-rec.
fd	pay-history.
01	pay-history-rec.
	copy pay-det-rec.
fd	leave-file.
01	leave-file-rec.
	copy leave-rec.
fd	tst-emp.
01	tst-emp-rec.
	copy emp-rec.
01	tst-ctl-record.
	copy emp-ctl-rec.
fd	tst-hist.
01	tst-hist-rec.
	copy emp-rec.
fd	tst-dist.
01	tst-dist-rec.
	copy bank-dist-rec.
fd	tst-payh.
01	tst-payh-rec.
	copy pay-det-rec.
fd	tst-leave.
01	tst-leave-rec.
	copy leave-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-refuse-sw		pic X value "N".
		88	W10-refuse				value "Y".
01	W20-counters.
	05	W20-emp-count		pic 9(7) comp value 0.
	05	W20-hist-count		pic 9(7) comp value 0.
	05	W20-dist-count		pic 9(7) comp value 0.
	05	W20-payh-count		pic 9(7) comp value 0.
	05	W20-leave-count		pic 9(7) comp value 0.
	05	W20-digit-sub		pic 9(2) comp value 0.
01	W30-prefix				pic X(30).
01	W30-tst-emp-name		pic X(40).
01	W30-tst-hist-name		pic X(40).
01	W30-tst-dist-name		pic X(40).
01	W30-tst-payh-name		pic X(40).
01	W30-tst-leave-name		pic X(40).
*> The run's masking key - the clock at start, never displayed.
01	W40-mask-time			pic 9(8).
01	filler redefines W40-mask-time.
	05	W40-mask-time-hhmm	pic 9(4).
	05	W40-mask-time-sshh	pic 9(4).
01	W40-factor				pic 9v9999.
01	W40-key-digits			pic 9(12).
01	filler redefines W40-key-digits.
	05	W40-key-digit		pic 9 occurs 12 times.
01	W40-quotient			pic 9(8).
01	W40-remainder			pic 9(4).
*> Account masking: each digit d in position p becomes
*> (7 x d + key digit p) mod 10 - one-for-one, so equal accounts
*> stay equal and different ones stay different.
01	W40-account				pic X(12).
01	filler redefines W40-account.
	05	W40-acct-char		pic X occurs 12 times.
01	W40-digit				pic 9.
01	W40-digit-work			pic 9(3).
*> payhist grouping: one employee's lines for one period.
01	W40-group-key.
	05	W40-group-emp		pic X(5).
	05	W40-group-start		pic 9(8).
	05	W40-group-end		pic 9(8).
01	W40-group-work.
	05	W40-earn			pic S9(9)v99 comp-3.
	05	W40-ded				pic S9(9)v99 comp-3.
	05	W40-tst-earn		pic S9(9)v99 comp-3.
	05	W40-tst-ded			pic S9(9)v99 comp-3.
	05	W40-residual		pic S9(9)v99 comp-3.
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-dist-status			pic XX.
	88	W90-dist-ok				value "00".
01	W90-payh-status			pic XX.
	88	W90-payh-ok				value "00".
01	W90-leave-status		pic XX.
	88	W90-leave-ok			value "00".
01	W90-tst-status			pic XX.
	88	W90-tst-ok				value "00".
01	W90-auth-level			pic X value "A".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "tstmask ".
01	W90-act-event			pic X.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	display "Test-region prefix for the masked copy (e.g. test/): "
		with no advancing
	accept W30-prefix
	perform B100-build-names
	if W10-refuse
		display "tstmask: that prefix leaves the copy on the "
			"production files - NOT run."
		move 16 to return-code
		goback
	end-if
	perform B200-set-mask-key
	perform C100-mask-emp001
	perform C200-mask-emphist
	perform C300-mask-bankdist
	perform C400-mask-payhist
	perform C500-copy-leave001
	display "Masked test copy written behind " W30-prefix
	display "emp001 records:   " W20-emp-count
	display "emphist records:  " W20-hist-count
	display "bankdist lines:   " W20-dist-count
	display "payhist lines:    " W20-payh-count
	display "leave001 records: " W20-leave-count
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	goback.
B100-build-names.
	*> A blank prefix, or one naming the current directory, would
	*> write straight over production - so would any name that comes
	*> out the same as the file it copies.
	if W30-prefix = spaces or W30-prefix = "." or W30-prefix = "./"
		move "Y" to W10-refuse-sw
		exit paragraph
	end-if
	move spaces to W30-tst-emp-name W30-tst-hist-name
		W30-tst-dist-name W30-tst-payh-name W30-tst-leave-name
	string W30-prefix delimited by space "emp001" delimited by size
		into W30-tst-emp-name
	end-string
	string W30-prefix delimited by space "emphist" delimited by size
		into W30-tst-hist-name
	end-string
	string W30-prefix delimited by space "bankdist" delimited by size
		into W30-tst-dist-name
	end-string
	string W30-prefix delimited by space "payhist" delimited by size
		into W30-tst-payh-name
	end-string
	string W30-prefix delimited by space "leave001" delimited by size
		into W30-tst-leave-name
	end-string
	if W30-tst-emp-name = "emp001" or W30-tst-hist-name = "emphist"
			or W30-tst-dist-name = "bankdist"
			or W30-tst-payh-name = "payhist"
			or W30-tst-leave-name = "leave001"
		move "Y" to W10-refuse-sw
	end-if.
B200-set-mask-key.
	*> The factor falls between 0.7500 and 1.2499 and the account key
	*> is the clock's digits - both gone when the run ends.
	accept W40-mask-time from time
	divide W40-mask-time by 5000 giving W40-quotient
		remainder W40-remainder
	compute W40-factor = 0.75 + (W40-remainder / 10000)
	compute W40-key-digits = W40-mask-time-sshh * 100000000
		+ W40-mask-time-hhmm * 10000 + W40-mask-time-sshh.
C100-mask-emp001.
	open input emp-list
	if not W90-emp-ok
		display "tstmask: unable to open emp001, status " W90-emp-status
			" - not copied."
		exit paragraph
	end-if
	open output tst-emp
	if not W90-tst-ok
		display "tstmask: unable to open " W30-tst-emp-name ", status "
			W90-tst-status
		close emp-list
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	move low-values to emp-id of emp-list-rec
	start emp-list key is >= emp-id of emp-list-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read emp-list next record
			at end move "Y" to W10-eof-sw
			not at end
				*> The "99999" control record carries a count, nobody's
				*> details - it copies as it stands.
				if emp-id of emp-list-rec = "99999"
					move emp-ctl-record to tst-ctl-record
					write tst-ctl-record
				else
					move emp-list-rec to tst-emp-rec
					perform X100-mask-employee
					write tst-emp-rec
				end-if
				add 1 to W20-emp-count
		end-read
	end-perform
	close emp-list
	close tst-emp.
C200-mask-emphist.
	open input emp-hist
	if not W90-hist-ok
		display "tstmask: no emphist (status " W90-hist-status
			") - not copied."
		exit paragraph
	end-if
	open output tst-hist
	if not W90-tst-ok
		display "tstmask: unable to open " W30-tst-hist-name ", status "
			W90-tst-status
		close emp-hist
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	move low-values to emp-id of emp-hist-rec
	start emp-hist key is >= emp-id of emp-hist-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read emp-hist next record
			at end move "Y" to W10-eof-sw
			not at end
				move emp-hist-rec to tst-emp-rec
				perform X100-mask-employee
				move tst-emp-rec to tst-hist-rec
				write tst-hist-rec
				add 1 to W20-hist-count
		end-read
	end-perform
	close emp-hist
	close tst-hist.
C300-mask-bankdist.
	open input dist-file
	if not W90-dist-ok
		display "tstmask: no bankdist (status " W90-dist-status
			") - not copied."
		exit paragraph
	end-if
	open output tst-dist
	if not W90-tst-ok
		display "tstmask: unable to open " W30-tst-dist-name ", status "
			W90-tst-status
		close dist-file
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read dist-file
			at end move "Y" to W10-eof-sw
			not at end
				move dist-rec to tst-dist-rec
				move dist-account of dist-rec to W40-account
				perform X200-mask-account
				move W40-account to dist-account of tst-dist-rec
				if dist-is-amount of dist-rec
					compute dist-amount of tst-dist-rec rounded =
						dist-amount of dist-rec * W40-factor
				end-if
				write tst-dist-rec
				add 1 to W20-dist-count
		end-read
	end-perform
	close dist-file
	close tst-dist.
C400-mask-payhist.
	*> payrun writes an employee's lines for a period together, the
	*> net line last - the masked net is the masked earnings less
	*> the masked deductions, plus whatever the real net held beyond
	*> them (an unpaid-leave docking, say), scaled the same way.
	open input pay-history
	if not W90-payh-ok
		display "tstmask: no payhist (status " W90-payh-status
			") - not copied."
		exit paragraph
	end-if
	open output tst-payh
	if not W90-tst-ok
		display "tstmask: unable to open " W30-tst-payh-name ", status "
			W90-tst-status
		close pay-history
		exit paragraph
	end-if
	move spaces to W40-group-key
	move "N" to W10-eof-sw
	perform until W10-eof
		read pay-history
			at end move "Y" to W10-eof-sw
			not at end perform C450-mask-payhist-line
		end-read
	end-perform
	close pay-history
	close tst-payh.
C450-mask-payhist-line.
	if paydet-emp-id of pay-history-rec not = W40-group-emp
			or paydet-period-start of pay-history-rec
				not = W40-group-start
			or paydet-period-end of pay-history-rec not = W40-group-end
		move paydet-emp-id of pay-history-rec to W40-group-emp
		move paydet-period-start of pay-history-rec to W40-group-start
		move paydet-period-end of pay-history-rec to W40-group-end
		move 0 to W40-earn W40-ded W40-tst-earn W40-tst-ded
	end-if
	move pay-history-rec to tst-payh-rec
	evaluate true
		when paydet-is-net of pay-history-rec
			compute W40-residual = paydet-amount of pay-history-rec
				- (W40-earn - W40-ded)
			compute W40-residual rounded = W40-residual * W40-factor
			compute paydet-amount of tst-payh-rec =
				W40-tst-earn - W40-tst-ded + W40-residual
		when paydet-is-deduction of pay-history-rec
			compute paydet-amount of tst-payh-rec rounded =
				paydet-amount of pay-history-rec * W40-factor
			add paydet-amount of pay-history-rec to W40-ded
			add paydet-amount of tst-payh-rec to W40-tst-ded
		when paydet-is-employer of pay-history-rec
			compute paydet-amount of tst-payh-rec rounded =
				paydet-amount of pay-history-rec * W40-factor
		when other
			compute paydet-amount of tst-payh-rec rounded =
				paydet-amount of pay-history-rec * W40-factor
			add paydet-amount of pay-history-rec to W40-earn
			add paydet-amount of tst-payh-rec to W40-tst-earn
	end-evaluate
	write tst-payh-rec
	add 1 to W20-payh-count.
C500-copy-leave001.
	open input leave-file
	if not W90-leave-ok
		display "tstmask: no leave001 (status " W90-leave-status
			") - not copied."
		exit paragraph
	end-if
	open output tst-leave
	if not W90-tst-ok
		display "tstmask: unable to open " W30-tst-leave-name ", status "
			W90-tst-status
		close leave-file
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read leave-file
			at end move "Y" to W10-eof-sw
			not at end
				write tst-leave-rec from leave-file-rec
				add 1 to W20-leave-count
		end-read
	end-perform
	close leave-file
	close tst-leave.
X100-mask-employee.
	*> The record is already in tst-emp-rec; only the personal
	*> fields change.
	move spaces to emp-name of tst-emp-rec
	string "Staff" delimited by size
		emp-id of tst-emp-rec delimited by size
		into emp-name of tst-emp-rec
	end-string
	compute emp-salary of tst-emp-rec rounded =
		emp-salary of tst-emp-rec * W40-factor
	compute emp-hourly-rate of tst-emp-rec rounded =
		emp-hourly-rate of tst-emp-rec * W40-factor
	if emp-bank-account of tst-emp-rec not = spaces
		move emp-bank-account of tst-emp-rec to W40-account
		perform X200-mask-account
		move W40-account to emp-bank-account of tst-emp-rec
	end-if.
X200-mask-account.
	perform varying W20-digit-sub from 1 by 1 until W20-digit-sub > 12
		if W40-acct-char(W20-digit-sub) is numeric
			move W40-acct-char(W20-digit-sub) to W40-digit
			compute W40-digit-work =
				W40-digit * 7 + W40-key-digit(W20-digit-sub)
			divide W40-digit-work by 10 giving W40-quotient
				remainder W40-digit
			move W40-digit to W40-acct-char(W20-digit-sub)
		end-if
	end-perform.
