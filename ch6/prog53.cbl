*> Mandatory certificate non-compliance report.
*> Sweeps every live employee on emp001 against the certificates
*> their job grade must hold (grade-cert-tab.cpy) and lists each
*> one they are working without: never held at all, or held but the
*> latest completion on the certreg register (cert-rec.cpy, keyed
*> through certmnt, ch6/prog51.cbl) has already lapsed - its expiry
*> printed. A certificate that never expires (expiry zero) is always
*> current. Nothing is sorted - emp001 is read in employee order -
*> and the listing goes out through the report writer to certnc01.
*> Return code 4 when anyone is out of compliance, so the weekly
*> cycle can flag it; certtick (ch6/prog52.cbl) is the early warning
*> that keeps this report short.
identification division.
program-id. certcomp.
environment division.
input-output section.
file-control.
	select cert-file assign to "certreg"
		organization is indexed
		access mode is dynamic
		record key is cert-key of cert-file-rec
		file status is W90-cert-status.
	select course-mast assign to "coursmst"
		organization is indexed
		access mode is dynamic
		record key is crs-code of course-mast-rec
		file status is W90-crs-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select comp-rpt assign to "certnc01"
		file status is W90-rpt-status.
data division.
file section.
fd	cert-file.
01	cert-file-rec.
	copy cert-rec.
fd	course-mast.
01	course-mast-rec.
	copy course-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	comp-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-emp-eof-sw		pic X value "N".
		88	W10-emp-eof				value "Y".
	05	W10-cert-eof-sw		pic X value "N".
		88	W10-cert-eof			value "Y".
	05	W10-cert-open-sw	pic X value "N".
		88	W10-cert-open			value "Y".
	05	W10-crs-open-sw		pic X value "N".
		88	W10-crs-open			value "Y".
	05	W10-held-sw			pic X value "N".
		88	W10-held				value "Y".
	05	W10-short-sw		pic X value "N".
		88	W10-short				value "Y".
01	W20-counters.
	05	W20-live-count		pic 9(5) comp value 0.
	05	W20-checked-count	pic 9(5) comp value 0.
	05	W20-short-emps		pic 9(5) comp value 0.
	05	W20-never-count		pic 9(5) comp value 0.
	05	W20-expired-count	pic 9(5) comp value 0.
	05	W20-gct-sub			pic 9(2) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-today				pic 9(8).
01	W40-latest-expiry		pic 9(8).
01	W90-cert-status			pic XX.
	88	W90-cert-ok				value "00".
01	W90-crs-status			pic XX.
	88	W90-crs-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
	copy rpt-writer.
	copy grade-cert-tab.
01	W50-detail-line.
	05	W50-emp-id			pic X(6).
	05	W50-name			pic X(11).
	05	W50-dept			pic X(5).
	05	W50-grade			pic X(4).
	05	W50-course-code		pic X(7).
	05	W50-course-name		pic X(21).
	05	W50-problem			pic X(10).
	05	W50-expiry-date		pic X(8).
	05	filler				pic X(8).
01	W50-total-line.
	05	filler				pic X(18) value "Employees short:".
	05	W50-total-emps		pic ZZZZ9.
	05	filler				pic X(16) value "  Never held:".
	05	W50-total-never		pic ZZZZ9.
	05	filler				pic X(13) value "  Expired:".
	05	W50-total-expired	pic ZZZZ9.
	05	filler				pic X(18).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	open input emp-list
	if not W90-emp-ok
		display "certcomp: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	*> No certreg yet means nobody holds anything - every requirement
	*> is reported as never held.
	open input cert-file
	if W90-cert-ok
		move "Y" to W10-cert-open-sw
	end-if
	*> No coursmst costs only the course names.
	open input course-mast
	if W90-crs-ok
		move "Y" to W10-crs-open-sw
	end-if
	open output comp-rpt
	if not W90-rpt-ok
		display "certcomp: unable to open certnc01, status " W90-rpt-status
		close emp-list
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move "Certificate Non-Compliance" to RW-REPORT-TITLE
	move "Emp   Name       Dept Grd Course Course name          Problem"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	perform Z100-read-emp
	perform until W10-emp-eof
		if emp-id of emp-list-rec not = "99999"
			perform B100-check-employee
		end-if
		perform Z100-read-emp
	end-perform
	perform D400-print-totals
	close comp-rpt
	close emp-list
	if W10-cert-open
		close cert-file
	end-if
	if W10-crs-open
		close course-mast
	end-if
	move "certnc01" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "certcomp: report produced but not archived."
	end-if
	display "Non-compliance report written to certnc01."
	display "Live employees:          " W20-live-count
	display "Requirements checked:    " W20-checked-count
	display "Employees short:         " W20-short-emps
	if W20-short-emps > 0
		move 4 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B100-check-employee.
	if emp-term-date of emp-list-rec not = 0
			and emp-term-date of emp-list-rec <= W30-today
		exit paragraph
	end-if
	add 1 to W20-live-count
	move "N" to W10-short-sw
	perform varying W20-gct-sub from 1 by 1 until W20-gct-sub > 6
		if GCT-GRADE(W20-gct-sub) = emp-job-grade of emp-list-rec
			add 1 to W20-checked-count
			perform B200-find-latest
			if not W10-held
				add 1 to W20-never-count
				perform D200-print-detail
			else
				if W40-latest-expiry not = 0
						and W40-latest-expiry < W30-today
					add 1 to W20-expired-count
					perform D200-print-detail
				end-if
			end-if
		end-if
	end-perform
	if W10-short
		add 1 to W20-short-emps
	end-if.
B200-find-latest.
	*> The last completion of the employee and course in key order
	*> is the latest - its expiry is the one that counts.
	move "N" to W10-held-sw
	move 0 to W40-latest-expiry
	if not W10-cert-open
		exit paragraph
	end-if
	move emp-id of emp-list-rec to cert-emp-id of cert-file-rec
	move GCT-COURSE(W20-gct-sub) to cert-course-code of cert-file-rec
	move 0 to cert-completed-date of cert-file-rec
	start cert-file key is >= cert-key of cert-file-rec
		invalid key move "Y" to W10-cert-eof-sw
		not invalid key move "N" to W10-cert-eof-sw
	end-start
	perform until W10-cert-eof
		read cert-file next record
			at end move "Y" to W10-cert-eof-sw
			not at end
				if cert-emp-id of cert-file-rec not = emp-id of emp-list-rec
						or cert-course-code of cert-file-rec
							not = GCT-COURSE(W20-gct-sub)
					move "Y" to W10-cert-eof-sw
				else
					move "Y" to W10-held-sw
					move cert-expiry-date of cert-file-rec
						to W40-latest-expiry
				end-if
		end-read
	end-perform.
D200-print-detail.
	move "Y" to W10-short-sw
	move emp-id of emp-list-rec to W50-emp-id
	move emp-name of emp-list-rec to W50-name
	move emp-dept-code of emp-list-rec to W50-dept
	move emp-job-grade of emp-list-rec to W50-grade
	move GCT-COURSE(W20-gct-sub) to W50-course-code
	move spaces to W50-course-name
	if W10-crs-open
		move GCT-COURSE(W20-gct-sub) to crs-code of course-mast-rec
		read course-mast
			invalid key move "(not on coursmst)" to W50-course-name
			not invalid key
				move crs-name of course-mast-rec to W50-course-name
		end-read
	end-if
	if W10-held
		move "EXPIRED" to W50-problem
		move W40-latest-expiry to W50-expiry-date
	else
		move "NEVER HELD" to W50-problem
		move spaces to W50-expiry-date
	end-if
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D400-print-totals.
	move W20-short-emps to W50-total-emps
	move W20-never-count to W50-total-never
	move W20-expired-count to W50-total-expired
	move "FOOT" to RW-FUNCTION
	move W50-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
W100-write-rw-lines.
	*> Put out whatever the report writer handed back - a "P" line
	*> opens a new page.
	perform varying W20-rw-sub from 1 by 1
			until W20-rw-sub > RW-OUT-COUNT
		if RW-OUT-ADVANCE(W20-rw-sub) = "P"
			write rpt-line from RW-OUT-TEXT(W20-rw-sub)
				after advancing page
		else
			write rpt-line from RW-OUT-TEXT(W20-rw-sub)
		end-if
	end-perform.
Z100-read-emp.
	read emp-list next record
		at end move "Y" to W10-emp-eof-sw
	end-read.
