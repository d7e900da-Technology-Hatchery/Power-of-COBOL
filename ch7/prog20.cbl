*> Scholarship master maintenance.
*> Maintains schmast (sch-rec.cpy) - each scholarship or bursary
*> award: the student, the sponsor who funds it, a percentage of the
*> class fee or a fixed amount per term, the terms it covers and
*> the average the student must hold for it to renew - in the same
*> menu-driven indexed shape subjmnt (ch7/prog13.cbl) gives the
*> subject table. The student must be on pay002; a percentage runs
*> 0.01 to 100, a fixed amount must be above zero, and the last
*> term, when keyed, cannot come before the first. A new award is
*> active; an award termroll (ch7/prog8.cbl) has lapsed can be
*> reinstated here by changing its status back to "A". stubill
*> (ch7/prog16.cbl) applies the awards when it invoices.
identification division.
program-id. schmaint.
environment division.
input-output section.
file-control.
	select sch-mast assign to "schmast"
		organization is indexed
		access mode is dynamic
		record key is sch-id of sch-mast-rec
		file status is W90-sch-status.
	select pay-master-02 assign to "pay002"
		file status is W90-pay-status.
data division.
file section.
fd	sch-mast.
01	sch-mast-rec.
	copy sch-rec.
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
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-valid-sw		pic X value "N".
		88	W10-valid				value "Y".
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-stu-found-sw	pic X value "N".
		88	W10-stu-found			value "Y".
	05	W10-list-eof-sw		pic X value "N".
		88	W10-list-eof			value "Y".
01	W20-counters.
	05	W20-list-count		pic 9(5) comp value 0.
01	W30-menu-choice			pic 9.
01	W40-sch-id				pic X(6).
01	W40-student-name		pic X(35).
01	W40-new-status			pic X.
01	W50-list-line.
	05	W50-lst-id			pic X(6).
	05	filler				pic X(1).
	05	W50-lst-student		pic X(5).
	05	filler				pic X(1).
	05	W50-lst-sponsor		pic X(20).
	05	filler				pic X(1).
	05	W50-lst-basis		pic X(1).
	05	filler				pic X(1).
	05	W50-lst-value		pic Z(6)9.99.
	05	filler				pic X(1).
	05	W50-lst-from		pic X(6).
	05	filler				pic X(1).
	05	W50-lst-to			pic X(6).
	05	filler				pic X(1).
	05	W50-lst-min			pic ZZ9.
	05	filler				pic X(1).
	05	W50-lst-status		pic X(1).
01	W90-sch-status			pic XX.
	88	W90-sch-ok				value "00".
01	W90-pay-status			pic XX.
	88	W90-pay-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> writes the awards billing relies on.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> A brand new schmast that has never been created can't be
	*> opened i-o at all (status 35) - open it output once to bring
	*> it into existence, then reopen i-o the normal way.
	open i-o sch-mast
	if W90-sch-status = "35"
		open output sch-mast
		close sch-mast
		open i-o sch-mast
	end-if
	if not W90-sch-ok
		display "schmaint: unable to open schmast, status " W90-sch-status
		move 16 to return-code
		goback
	end-if
	perform until W30-menu-choice = 6
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-add
			when 2 perform D200-change
			when 3 perform D300-delete
			when 4 perform D400-inquire
			when 5 perform D500-list
			when 6 continue
			when other display "Please choose 1 through 6."
		end-evaluate
	end-perform
	close sch-mast
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Scholarship Master Maintenance"
	display "1. Add award"
	display "2. Change award"
	display "3. Delete award"
	display "4. Inquire award"
	display "5. List awards"
	display "6. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add.
	display "Enter award id: " with no advancing
	accept W40-sch-id
	if W40-sch-id = spaces
		display "Award id is required."
		exit paragraph
	end-if
	perform F100-find-award
	if W10-found
		display "Award " W40-sch-id " already exists."
	else
		move spaces to sch-mast-rec
		move W40-sch-id to sch-id of sch-mast-rec
		move 0 to sch-pct of sch-mast-rec
		move 0 to sch-amount of sch-mast-rec
		move 0 to sch-min-avg of sch-mast-rec
		move 0 to sch-lapse-date of sch-mast-rec
		move "A" to sch-status of sch-mast-rec
		display "Enter student number: " with no advancing
		accept sch-studentNo of sch-mast-rec
		perform F200-find-student
		if not W10-stu-found
			display "Student " sch-studentNo of sch-mast-rec
				" is not on pay002 - not added."
			exit paragraph
		end-if
		display "Student: " W40-student-name
		perform D150-capture-fields
		if W10-valid
			write sch-mast-rec
				invalid key
					display "Award not added, status " W90-sch-status
				not invalid key
					display "Award added."
			end-write
		end-if
	end-if.
D150-capture-fields.
	move "N" to W10-valid-sw
	display "Enter sponsor: " with no advancing
	accept sch-sponsor of sch-mast-rec
	if sch-sponsor of sch-mast-rec = spaces
		display "Sponsor is required - not accepted."
		exit paragraph
	end-if
	display "Percentage of fee or fixed amount (P/F): "
		with no advancing
	accept sch-basis of sch-mast-rec
	evaluate true
		when sch-is-percent of sch-mast-rec
			display "Enter percentage (0.01-100): " with no advancing
			accept sch-pct of sch-mast-rec
			move 0 to sch-amount of sch-mast-rec
			if sch-pct of sch-mast-rec = 0
					or sch-pct of sch-mast-rec > 100
				display "Percentage must be 0.01 to 100 - not accepted."
				exit paragraph
			end-if
		when sch-is-fixed of sch-mast-rec
			display "Enter fixed amount per term: " with no advancing
			accept sch-amount of sch-mast-rec
			move 0 to sch-pct of sch-mast-rec
			if sch-amount of sch-mast-rec not > 0
				display "Amount must be above zero - not accepted."
				exit paragraph
			end-if
		when other
			display "Basis must be P or F - not accepted."
			exit paragraph
	end-evaluate
	display "Enter first term covered (e.g. 2026T1): " with no advancing
	accept sch-from-term of sch-mast-rec
	if sch-from-term of sch-mast-rec = spaces
		display "First term is required - not accepted."
		exit paragraph
	end-if
	display "Enter last term covered (blank = until lapsed): "
		with no advancing
	accept sch-to-term of sch-mast-rec
	if sch-to-term of sch-mast-rec not = spaces
			and sch-to-term of sch-mast-rec < sch-from-term of sch-mast-rec
		display "Last term comes before the first - not accepted."
		exit paragraph
	end-if
	display "Enter minimum average to renew (0-100, 0 = none): "
		with no advancing
	accept sch-min-avg of sch-mast-rec
	if sch-min-avg of sch-mast-rec > 100
		display "Minimum average must be 0-100 - not accepted."
		exit paragraph
	end-if
	move "Y" to W10-valid-sw.
D200-change.
	display "Enter award id: " with no advancing
	accept W40-sch-id
	perform F100-find-award
	if not W10-found
		display "Award not found."
		exit paragraph
	end-if
	perform D450-show-award
	perform D150-capture-fields
	if not W10-valid
		exit paragraph
	end-if
	display "Enter status (A active / L lapsed, blank = unchanged): "
		with no advancing
	accept W40-new-status
	evaluate W40-new-status
		when space
			continue
		when "A"
			*> Reinstating clears the lapse.
			move "A" to sch-status of sch-mast-rec
			move spaces to sch-lapse-term of sch-mast-rec
			move 0 to sch-lapse-date of sch-mast-rec
		when "L"
			move "L" to sch-status of sch-mast-rec
			accept sch-lapse-date of sch-mast-rec from date yyyymmdd
		when other
			display "Status must be A or L - not accepted."
			exit paragraph
	end-evaluate
	rewrite sch-mast-rec
		invalid key
			display "Award not updated, status " W90-sch-status
		not invalid key
			display "Award updated."
	end-rewrite.
D300-delete.
	display "Enter award id: " with no advancing
	accept W40-sch-id
	perform F100-find-award
	if W10-found
		delete sch-mast record
			invalid key
				display "Award not deleted, status " W90-sch-status
			not invalid key
				display "Award deleted."
		end-delete
	else
		display "Award not found."
	end-if.
D400-inquire.
	display "Enter award id: " with no advancing
	accept W40-sch-id
	perform F100-find-award
	if W10-found
		perform D450-show-award
	else
		display "Award not found."
	end-if.
D450-show-award.
	display "Award:       " sch-id of sch-mast-rec
	display "Student:     " sch-studentNo of sch-mast-rec
	display "Sponsor:     " sch-sponsor of sch-mast-rec
	if sch-is-percent of sch-mast-rec
		display "Percentage:  " sch-pct of sch-mast-rec
	else
		display "Amount:      " sch-amount of sch-mast-rec
	end-if
	display "Terms:       " sch-from-term of sch-mast-rec " to "
		sch-to-term of sch-mast-rec
	display "Min average: " sch-min-avg of sch-mast-rec
	display "Status:      " sch-status of sch-mast-rec
	if sch-is-lapsed of sch-mast-rec
		display "Lapsed:      term " sch-lapse-term of sch-mast-rec
			" on " sch-lapse-date of sch-mast-rec
	end-if.
D500-list.
	move 0 to W20-list-count
	move "N" to W10-list-eof-sw
	move low-values to sch-id of sch-mast-rec
	start sch-mast key is >= sch-id of sch-mast-rec
		invalid key move "Y" to W10-list-eof-sw
	end-start
	display "Id     Stu   Sponsor              B      Value From   To     Min S"
	perform until W10-list-eof
		read sch-mast next record
			at end move "Y" to W10-list-eof-sw
			not at end
				add 1 to W20-list-count
				move spaces to W50-list-line
				move sch-id of sch-mast-rec to W50-lst-id
				move sch-studentNo of sch-mast-rec to W50-lst-student
				move sch-sponsor of sch-mast-rec to W50-lst-sponsor
				move sch-basis of sch-mast-rec to W50-lst-basis
				if sch-is-percent of sch-mast-rec
					move sch-pct of sch-mast-rec to W50-lst-value
				else
					move sch-amount of sch-mast-rec to W50-lst-value
				end-if
				move sch-from-term of sch-mast-rec to W50-lst-from
				move sch-to-term of sch-mast-rec to W50-lst-to
				move sch-min-avg of sch-mast-rec to W50-lst-min
				move sch-status of sch-mast-rec to W50-lst-status
				display W50-list-line
		end-read
	end-perform
	display W20-list-count " award(s).".
F100-find-award.
	move W40-sch-id to sch-id of sch-mast-rec
	read sch-mast
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
F200-find-student.
	*> pay002 is plain sequential - read it through for the student.
	move "N" to W10-stu-found-sw
	move spaces to W40-student-name
	open input pay-master-02
	if not W90-pay-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof or W10-stu-found
		read pay-master-02
			at end move "Y" to W10-eof-sw
			not at end
				if not CTL-IS-HEADER and not CTL-IS-TRAILER
						and pay-studentNo of pay-record-02
							= sch-studentNo of sch-mast-rec
					move "Y" to W10-stu-found-sw
					move pay-studentName of pay-record-02
						to W40-student-name
				end-if
		end-read
	end-perform
	close pay-master-02.
