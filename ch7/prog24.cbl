*> Instructor master maintenance.
*> Instructors used to be a free-text name on each class, though
*> every one of them is an employee on emp001 paid by payrun. This
*> keeps the instructor master instmast (inst-rec.cpy) keyed by
*> emp-id, in the same menu-driven add/change/delete/list shape
*> clsmaint (ch7/prog10.cbl) keeps for classes: an instructor can
*> only be added for a live (untermed) employee, the way empmaint
*> (ch6/prog1.cbl) validates a manager, and carries the contact
*> hours a term they are contracted to teach. An instructor still
*> assigned to a class on clsmast cannot be deleted - reassign the
*> classes in clsmaint first. The load report instload
*> (ch7/prog25.cbl) measures each instructor against the contract.
identification division.
program-id. instmnt.
environment division.
input-output section.
file-control.
	select inst-mast assign to "instmast"
		organization is indexed
		access mode is dynamic
		record key is inst-emp-id of inst-mast-rec
		file status is W90-inst-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select cls-mast assign to "clsmast"
		organization is indexed
		access mode is dynamic
		record key is cls-code of cls-mast-rec
		file status is W90-cls-status.
data division.
file section.
fd	inst-mast.
01	inst-mast-rec.
	copy inst-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
fd	cls-mast.
01	cls-mast-rec.
	copy cls-mast-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-live-sw			pic X value "N".
		88	W10-live				value "Y".
	05	W10-emp-open-sw		pic X value "N".
		88	W10-emp-open			value "Y".
01	W20-counters.
	05	W20-list-count		pic 9(4) comp value 0.
	05	W20-class-count		pic 9(4) comp value 0.
01	W30-menu-choice			pic 9.
01	W40-emp-id				pic X(5).
01	W40-emp-name			pic X(10).
01	W40-run-date			pic 9(8).
01	W90-inst-status			pic XX.
	88	W90-inst-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-cls-status			pic XX.
	88	W90-cls-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> writes master data.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W40-run-date from date yyyymmdd
	*> A brand new instmast that has never been created can't be
	*> opened i-o at all (status 35) - open it output once to bring
	*> it into existence, then reopen i-o the normal way.
	open i-o inst-mast
	if W90-inst-status = "35"
		open output inst-mast
		close inst-mast
		open i-o inst-mast
	end-if
	if not W90-inst-ok
		display "instmnt: unable to open instmast, status "
			W90-inst-status
		move 16 to return-code
		goback
	end-if
	open input emp-list
	if W90-emp-ok
		move "Y" to W10-emp-open-sw
	else
		display "instmnt: unable to open emp001, status " W90-emp-status
			" - instructors cannot be added."
	end-if
	perform until W30-menu-choice = 5
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-add
			when 2 perform D200-change
			when 3 perform D300-delete
			when 4 perform D400-list
			when 5 continue
			when other display "Please choose 1 through 5."
		end-evaluate
	end-perform
	close inst-mast
	if W10-emp-open
		close emp-list
	end-if
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Instructor Master Maintenance"
	display "1. Add instructor"
	display "2. Change contracted load"
	display "3. Delete instructor"
	display "4. List instructors"
	display "5. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add.
	display "Enter instructor emp-id: " with no advancing
	accept W40-emp-id
	perform F100-find-instructor
	if W10-found
		display "Instructor " W40-emp-id " already exists."
		exit paragraph
	end-if
	perform F200-check-employee
	if not W10-live
		display "Employee " W40-emp-id
			" is not a live employee on emp001 - not accepted."
		exit paragraph
	end-if
	display "Employee: " W40-emp-name
	move spaces to inst-mast-rec
	move W40-emp-id to inst-emp-id of inst-mast-rec
	display "Enter contracted contact hours a term: " with no advancing
	accept inst-load-hours of inst-mast-rec
	move W40-run-date to inst-changed-date of inst-mast-rec
	write inst-mast-rec
		invalid key
			display "Instructor not added, status " W90-inst-status
		not invalid key
			display "Instructor added."
	end-write.
D200-change.
	display "Enter instructor emp-id: " with no advancing
	accept W40-emp-id
	perform F100-find-instructor
	if W10-found
		display "Current contracted load: " inst-load-hours of inst-mast-rec
		display "Enter new contracted contact hours a term: "
			with no advancing
		accept inst-load-hours of inst-mast-rec
		move W40-run-date to inst-changed-date of inst-mast-rec
		rewrite inst-mast-rec
			invalid key
				display "Instructor not updated, status " W90-inst-status
			not invalid key
				display "Instructor updated."
		end-rewrite
	else
		display "Instructor not found."
	end-if.
D300-delete.
	display "Enter instructor emp-id: " with no advancing
	accept W40-emp-id
	perform F100-find-instructor
	if not W10-found
		display "Instructor not found."
		exit paragraph
	end-if
	perform X100-count-classes
	if W20-class-count > 0
		display "Instructor still teaches " W20-class-count
			" class(es) - reassign them in clsmaint first."
		exit paragraph
	end-if
	delete inst-mast record
		invalid key
			display "Instructor not deleted, status " W90-inst-status
		not invalid key
			display "Instructor deleted."
	end-delete.
D400-list.
	display "Emp-id  Name        Load  Paid term"
	move 0 to W20-list-count
	move "N" to W10-eof-sw
	move low-values to inst-emp-id of inst-mast-rec
	start inst-mast key is >= inst-emp-id of inst-mast-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		perform Z100-read-next
		if not W10-eof
			add 1 to W20-list-count
			move inst-emp-id of inst-mast-rec to W40-emp-id
			perform F200-check-employee
			if not W10-live
				move "*TERMED*" to W40-emp-name
			end-if
			display inst-emp-id of inst-mast-rec "   "
				W40-emp-name "  "
				inst-load-hours of inst-mast-rec "  "
				inst-paid-term of inst-mast-rec
		end-if
	end-perform
	if W20-list-count = 0
		display "No instructors on file."
	end-if.
F100-find-instructor.
	move W40-emp-id to inst-emp-id of inst-mast-rec
	read inst-mast
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
F200-check-employee.
	move "N" to W10-live-sw
	move spaces to W40-emp-name
	if not W10-emp-open
		exit paragraph
	end-if
	move W40-emp-id to emp-id of emp-list-rec
	read emp-list
		invalid key continue
		not invalid key
			move emp-name of emp-list-rec to W40-emp-name
			if emp-term-date of emp-list-rec = 0
				move "Y" to W10-live-sw
			end-if
	end-read.
X100-count-classes.
	*> Classes on clsmast still assigned to W40-emp-id.
	move 0 to W20-class-count
	open input cls-mast
	if not W90-cls-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	move low-values to cls-code of cls-mast-rec
	start cls-mast key is >= cls-code of cls-mast-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read cls-mast next record
			at end move "Y" to W10-eof-sw
			not at end
				if cls-inst-emp-id of cls-mast-rec = W40-emp-id
					add 1 to W20-class-count
				end-if
		end-read
	end-perform
	close cls-mast.
Z100-read-next.
	read inst-mast next record
		at end move "Y" to W10-eof-sw
	end-read.
