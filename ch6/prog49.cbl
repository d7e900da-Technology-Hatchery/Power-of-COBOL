*> Merit increase proposal run.
*> Links the year's appraisal ratings (apprais, appr-rec.cpy, kept
*> by apprmnt, ch6/prog48.cbl) to pay. For an appraisal year this
*> reads every live salaried employee, finds where the salary sits
*> in its grade-tab.cpy band - the lower, middle or upper third -
*> and prices the rating through the merit matrix (merit-tab.cpy,
*> each cell overridable in suiteparm as MERITrp). The increase is
*> trimmed so the new salary never passes the band top; a salary
*> already at the top gets nothing. Each priced increase goes to
*> meritprp (merit-prp-rec.cpy), the proposal file saladj
*> (ch6/prog11.cbl) takes as its fourth selection - its preview
*> run is the what-if for the whole round, its commit run applies
*> it through salaudit and empjrnl. Nothing here touches emp001.
*> The register, matrix in force at the top, prints to merit01 the
*> salrpt (ch6/prog5.cbl) way; the unappraised, the withheld,
*> hourly staff and unknown grades are listed with the reason and
*> proposed nothing.
identification division.
program-id. meritrun.
environment division.
input-output section.
file-control.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select appr-file assign to "apprais"
		organization is indexed
		access mode is dynamic
		record key is apr-key of appr-file-rec
		file status is W90-appr-status.
	select merit-prp assign to "meritprp"
		file status is W90-prp-status.
	select merit-rpt assign to "merit01"
		file status is W90-rpt-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	appr-file.
01	appr-file-rec.
	copy appr-rec.
fd	merit-prp.
01	merit-prp-rec.
	copy merit-prp-rec.
fd	merit-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-grade-found-sw	pic X value "N".
		88	W10-grade-found			value "Y".
01	W20-counters.
	05	W20-live-count		pic 9(5) comp value 0.
	05	W20-proposed-count	pic 9(5) comp value 0.
	05	W20-no-appr-count	pic 9(5) comp value 0.
	05	W20-skipped-count	pic 9(5) comp value 0.
	05	W20-grade-sub		pic 9(2) comp value 0.
	05	W20-rating-sub		pic 9(2) comp value 0.
	05	W20-third-sub		pic 9(2) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
01	W30-year				pic 9(4).
01	W30-today				pic 9(8).
01	W30-today-parts redefines W30-today.
	05	W30-today-year		pic 9(4).
	05	W30-today-mmdd		pic 9(4).
01	W35-parm-key.
	05	filler				pic X(5) value "MERIT".
	05	W35-parm-rating		pic 9.
	05	W35-parm-third		pic X.
	05	filler				pic X value space.
01	W35-parm-default		pic S9(7)v99 comp-3.
01	W35-parm-value			pic S9(7)v99 comp-3.
01	W35-third-codes			pic X(3) value "LMH".
01	W60-pricing.
	05	W60-min-salary		pic 9(5).
	05	W60-max-salary		pic 9(5).
	05	W60-band-third		pic X.
	05	W60-percent			pic S9(3)v99.
	05	W60-new-salary		pic S9(7) comp-3.
	05	W60-increase		pic S9(7) comp-3.
	05	W60-total-salary	pic S9(9) comp-3 value 0.
	05	W60-total-increase	pic S9(9) comp-3 value 0.
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-appr-status			pic XX.
	88	W90-appr-ok				value "00".
01	W90-prp-status			pic XX.
	88	W90-prp-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
	copy grade-tab.
	copy merit-tab.
	copy rpt-writer.
01	W50-matrix-head.
	05	filler				pic X(80) value
		"  Merit matrix %    Lower third  Middle third  Upper third".
01	W50-matrix-line.
	05	filler				pic X(9) value "  Rating ".
	05	W50-mx-rating		pic 9.
	05	filler				pic X(11).
	05	W50-mx-low			pic Z9.99.
	05	filler				pic X(9).
	05	W50-mx-mid			pic Z9.99.
	05	filler				pic X(9).
	05	W50-mx-high			pic Z9.99.
	05	filler				pic X(26).
01	W50-detail-line.
	05	W50-id				pic X(6).
	05	W50-name			pic X(11).
	05	W50-grade			pic X(4).
	05	W50-rating			pic X(3).
	05	W50-third			pic X(6).
	05	W50-salary			pic ZZZZZ9.
	05	filler				pic X(2).
	05	W50-percent			pic ZZ9.99.
	05	filler				pic X(2).
	05	W50-new-salary		pic ZZZZZZ9.
	05	filler				pic X(2).
	05	W50-note			pic X(25).
01	W50-total-line.
	05	filler				pic X(11) value "Proposed: ".
	05	W50-total-count		pic ZZZZ9.
	05	filler				pic X(18) value "   Annual cost: ".
	05	W50-total-cost		pic ZZZ,ZZZ,ZZ9.
	05	filler				pic X(18) value "   No appraisal: ".
	05	W50-total-no-appr	pic ZZZZ9.
	05	filler				pic X(12).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	display "Enter appraisal year (0 = " W30-today-year "): "
		with no advancing
	accept W30-year
	if W30-year = 0
		move W30-today-year to W30-year
	end-if
	perform B100-load-matrix
	open input emp-list
	if not W90-emp-ok
		display "meritrun: unable to open emp001, status " W90-emp-status
		move 16 to return-code
		goback
	end-if
	open input appr-file
	if not W90-appr-ok
		display "meritrun: unable to open apprais, status " W90-appr-status
			" - key appraisals through apprmnt first."
		close emp-list
		move 16 to return-code
		goback
	end-if
	open output merit-prp
	if not W90-prp-ok
		display "meritrun: unable to open meritprp, status " W90-prp-status
		close emp-list
		close appr-file
		move 16 to return-code
		goback
	end-if
	open output merit-rpt
	if not W90-rpt-ok
		display "meritrun: unable to open merit01, status " W90-rpt-status
		close emp-list
		close appr-file
		close merit-prp
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move "Merit Increase Proposals" to RW-REPORT-TITLE
	move "Id    Name       Gr  Rt Band  Salary  Merit%  Proposed Note"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	perform C100-print-matrix
	perform Z100-read-emp
	perform until W10-eof
		if emp-id of emp-list-rec not = "99999"
				and emp-term-date of emp-list-rec = 0
			add 1 to W20-live-count
			perform D100-consider-one
		end-if
		perform Z100-read-emp
	end-perform
	perform E100-print-totals
	close emp-list
	close appr-file
	close merit-prp
	close merit-rpt
	move "merit01 " to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "meritrun: report produced but not archived."
	end-if
	display "Merit proposals for " W30-year " written to meritprp - "
		"preview them through saladj selection 4."
	display "Live employees:     " W20-live-count
	display "Increases proposed: " W20-proposed-count
	display "No appraisal:       " W20-no-appr-count
	display "Skipped:            " W20-skipped-count
	move 0 to return-code
	goback.
B100-load-matrix.
	*> Each cell from suiteparm (parmget, ch9/prog20.cbl), the compiled
	*> matrix standing in wherever no parameter is on file.
	perform varying W20-rating-sub from 1 by 1 until W20-rating-sub > 5
		perform varying W20-third-sub from 1 by 1
				until W20-third-sub > 3
			move W20-rating-sub to W35-parm-rating
			move W35-third-codes(W20-third-sub:1) to W35-parm-third
			move MRT-PERCENT(W20-rating-sub W20-third-sub)
				to W35-parm-default
			call "parmget" using W35-parm-key W35-parm-default
				W35-parm-value
			end-call
			move W35-parm-value
				to MRT-PERCENT(W20-rating-sub W20-third-sub)
		end-perform
	end-perform.
C100-print-matrix.
	move "LINE" to RW-FUNCTION
	move W50-matrix-head to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	perform varying W20-rating-sub from 5 by -1 until W20-rating-sub < 1
		move W20-rating-sub to W50-mx-rating
		move MRT-PERCENT(W20-rating-sub 1) to W50-mx-low
		move MRT-PERCENT(W20-rating-sub 2) to W50-mx-mid
		move MRT-PERCENT(W20-rating-sub 3) to W50-mx-high
		move "LINE" to RW-FUNCTION
		move W50-matrix-line to RW-DETAIL-LINE
		call "rptwrite" using RW-PARMS end-call
		perform W100-write-rw-lines
	end-perform
	move "LINE" to RW-FUNCTION
	move spaces to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D100-consider-one.
	move spaces to W50-detail-line
	move emp-id of emp-list-rec to W50-id
	move emp-name of emp-list-rec to W50-name
	move emp-job-grade of emp-list-rec to W50-grade
	move emp-salary of emp-list-rec to W50-salary
	move 0 to W50-percent
	move 0 to W50-new-salary
	move emp-id of emp-list-rec to apr-emp-id of appr-file-rec
	move W30-year to apr-year of appr-file-rec
	read appr-file
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if W10-found
		move apr-rating of appr-file-rec to W50-rating
	end-if
	perform D150-find-grade
	evaluate true
		when not W10-found
			add 1 to W20-no-appr-count
			move "no appraisal for year" to W50-note
		when emp-is-hourly of emp-list-rec
			add 1 to W20-skipped-count
			move "hourly - no annual salary" to W50-note
		when emp-incr-withheld of emp-list-rec
			add 1 to W20-skipped-count
			move "increment withheld" to W50-note
		when not W10-grade-found
			add 1 to W20-skipped-count
			move "grade not recognized" to W50-note
		when not apr-rating-valid of appr-file-rec
			add 1 to W20-skipped-count
			move "rating not 1 to 5" to W50-note
		when emp-salary of emp-list-rec >= W60-max-salary
			add 1 to W20-skipped-count
			move "TOP" to W50-third
			move "already at band maximum" to W50-note
		when other
			perform D200-price-increase
	end-evaluate
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D150-find-grade.
	move "N" to W10-grade-found-sw
	perform varying W20-grade-sub from 1 by 1
			until W20-grade-sub > 5 or W10-grade-found
		if GRD-CODE(W20-grade-sub) = emp-job-grade of emp-list-rec
			move "Y" to W10-grade-found-sw
			move GRD-MIN-SALARY(W20-grade-sub) to W60-min-salary
			move GRD-MAX-SALARY(W20-grade-sub) to W60-max-salary
		end-if
	end-perform.
D200-price-increase.
	*> Band third: where the salary sits between the grade's minimum
	*> and maximum - below the minimum counts as the lower third.
	if emp-salary of emp-list-rec <= W60-min-salary
		move 1 to W20-third-sub
	else
		compute W20-third-sub =
			((emp-salary of emp-list-rec - W60-min-salary) * 3)
				/ (W60-max-salary - W60-min-salary) + 1
		if W20-third-sub > 3
			move 3 to W20-third-sub
		end-if
	end-if
	move W35-third-codes(W20-third-sub:1) to W60-band-third
	evaluate W60-band-third
		when "L" move "LOW" to W50-third
		when "M" move "MID" to W50-third
		when other move "HIGH" to W50-third
	end-evaluate
	move MRT-PERCENT(apr-rating of appr-file-rec W20-third-sub)
		to W60-percent
	if W60-percent = 0
		add 1 to W20-skipped-count
		move "rating earns no merit" to W50-note
		exit paragraph
	end-if
	compute W60-new-salary rounded = emp-salary of emp-list-rec
		+ (emp-salary of emp-list-rec * W60-percent / 100)
	if W60-new-salary > W60-max-salary
		*> Trim the percentage (truncated, never rounded up) so
		*> saladj's own rounding still lands on or under the top.
		compute W60-percent =
			(W60-max-salary - emp-salary of emp-list-rec) * 100
				/ emp-salary of emp-list-rec
		compute W60-new-salary rounded = emp-salary of emp-list-rec
			+ (emp-salary of emp-list-rec * W60-percent / 100)
		move "trimmed to band maximum" to W50-note
	end-if
	compute W60-increase = W60-new-salary - emp-salary of emp-list-rec
	move W60-percent to W50-percent
	move W60-new-salary to W50-new-salary
	if W60-increase <= 0
		add 1 to W20-skipped-count
		move "no room left in band" to W50-note
		exit paragraph
	end-if
	add 1 to W20-proposed-count
	add emp-salary of emp-list-rec to W60-total-salary
	add W60-increase to W60-total-increase
	move emp-id of emp-list-rec to mpr-emp-id
	move W30-year to mpr-year
	move apr-rating of appr-file-rec to mpr-rating
	move W60-band-third to mpr-band-third
	move W60-percent to mpr-percent
	write merit-prp-rec
	if not W90-prp-ok
		display "meritrun: unable to write meritprp, status "
			W90-prp-status
	end-if.
E100-print-totals.
	move W20-proposed-count to W50-total-count
	move W60-total-increase to W50-total-cost
	move W20-no-appr-count to W50-total-no-appr
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
		at end move "Y" to W10-eof-sw
	end-read.
