*> description, instructor and capacity, and stumaint validates
*> enrollments against it through clsedit (ch9/prog21.cbl). Same
*> menu-driven add/change/delete/list shape as brmaint
*> (ch9/prog12.cbl) keeps for branches. Each class may belong to a
*> programme on prgmast (prog-rec.cpy), validated there, and be
*> flagged as that programme's final term for the degree audit.
*> The instructor is keyed by emp-id: it must be a live employee on
*> emp001 who is on the instructor master instmast (inst-rec.cpy),
*> and the name is taken from emp001 rather than typed; each class
*> also carries its contact hours a term for the load report.
identification division.
program-id. clsmaint.
environment division.
		access mode is dynamic
		record key is cls-code of cls-mast-rec
		file status is W90-cls-status.
	select prg-mast assign to "prgmast"
		organization is indexed
		access mode is dynamic
		record key is prg-code of prg-mast-rec
		file status is W90-prg-status.
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
data division.
file section.
fd	cls-mast.
01	cls-mast-rec.
	copy cls-mast-rec.
fd	prg-mast.
01	prg-mast-rec.
	copy prog-rec.
fd	inst-mast.
01	inst-mast-rec.
	copy inst-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-valid-sw		pic X value "Y".
		88	W10-valid				value "Y".
	05	W10-inst-valid-sw	pic X value "Y".
		88	W10-inst-valid			value "Y".
01	W20-list-count			pic 9(4) comp value 0.
01	W30-menu-choice			pic 9.
01	W40-cls-code			pic X(4).
01	W90-cls-status			pic XX.
	88	W90-cls-ok				value "00".
01	W90-prg-status			pic XX.
	88	W90-prg-ok				value "00".
01	W90-inst-status			pic XX.
	88	W90-inst-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
		move W40-cls-code to cls-code of cls-mast-rec
		display "Enter description: " with no advancing
		accept cls-desc of cls-mast-rec
		perform D160-capture-instructor
		display "Enter capacity: " with no advancing
		accept cls-capacity of cls-mast-rec
		display "Enter term tuition fee: " with no advancing
		accept cls-term-fee of cls-mast-rec
		perform D150-capture-programme
		if W10-valid and W10-inst-valid
			write cls-mast-rec
				invalid key
					display "Class not added, status " W90-cls-status
				not invalid key
					display "Class added."
			end-write
		end-if
	end-if.
D200-change.
	display "Enter class code: " with no advancing
	if W10-found
		display "Enter new description: " with no advancing
		accept cls-desc of cls-mast-rec
		perform D160-capture-instructor
		display "Enter new capacity: " with no advancing
		accept cls-capacity of cls-mast-rec
		display "Enter new term tuition fee: " with no advancing
		accept cls-term-fee of cls-mast-rec
		perform D150-capture-programme
		if W10-valid and W10-inst-valid
			rewrite cls-mast-rec
				invalid key
					display "Class not updated, status " W90-cls-status
				not invalid key
					display "Class updated."
			end-rewrite
		end-if
	else
		display "Class not found."
	end-if.
D150-capture-programme.
	move "Y" to W10-valid-sw
	display "Enter programme code (blank = none): " with no advancing
	accept cls-prog-code of cls-mast-rec
	if cls-prog-code of cls-mast-rec = spaces
		move space to cls-final-sw of cls-mast-rec
		exit paragraph
	end-if
	move "N" to W10-valid-sw
	open input prg-mast
	if W90-prg-ok
		move cls-prog-code of cls-mast-rec to prg-code of prg-mast-rec
		read prg-mast
			invalid key continue
			not invalid key move "Y" to W10-valid-sw
		end-read
		close prg-mast
	end-if
	if not W10-valid
		display "Programme " cls-prog-code of cls-mast-rec
			" is not on prgmast - not accepted."
		exit paragraph
	end-if
	display "Final term of the programme (Y/N): " with no advancing
	accept cls-final-sw of cls-mast-rec
	if cls-final-sw of cls-mast-rec = "y"
		move "Y" to cls-final-sw of cls-mast-rec
	end-if
	if cls-final-sw of cls-mast-rec not = "Y"
		move "N" to cls-final-sw of cls-mast-rec
	end-if.
D160-capture-instructor.
	move "Y" to W10-inst-valid-sw
	display "Enter instructor emp-id (blank = none): " with no advancing
	accept cls-inst-emp-id of cls-mast-rec
	display "Enter contact hours a term: " with no advancing
	accept cls-contact-hours of cls-mast-rec
	if cls-inst-emp-id of cls-mast-rec = spaces
		move spaces to cls-instructor of cls-mast-rec
		exit paragraph
	end-if
	move "N" to W10-inst-valid-sw
	open input inst-mast
	if W90-inst-ok
		move cls-inst-emp-id of cls-mast-rec
			to inst-emp-id of inst-mast-rec
		read inst-mast
			invalid key continue
			not invalid key move "Y" to W10-inst-valid-sw
		end-read
		close inst-mast
	end-if
	if not W10-inst-valid
		display "Employee " cls-inst-emp-id of cls-mast-rec
			" is not on the instructor master - not accepted."
		exit paragraph
	end-if
	move "N" to W10-inst-valid-sw
	open input emp-list
	if W90-emp-ok
		move cls-inst-emp-id of cls-mast-rec to emp-id of emp-list-rec
		read emp-list
			invalid key continue
			not invalid key
				if emp-term-date of emp-list-rec = 0
					move "Y" to W10-inst-valid-sw
					move emp-name of emp-list-rec
						to cls-instructor of cls-mast-rec
				end-if
		end-read
		close emp-list
	end-if
	if not W10-inst-valid
		display "Employee " cls-inst-emp-id of cls-mast-rec
			" is not a live employee on emp001 - not accepted."
	end-if.
D300-delete.
	display "Enter class code: " with no advancing
	accept W40-cls-code
