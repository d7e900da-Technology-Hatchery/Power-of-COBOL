*> Guardian contact maintenance.
*> Maintains stuguard (guard-rec.cpy) - each student's guardian or
*> contact: name, relationship, postal address, telephone, e-mail
*> and how they prefer to be reached - in the same menu-driven
*> indexed shape schmaint (ch7/prog20.cbl) gives the award master.
*> The student must be on pay002 and the guardian needs a name and
*> relationship; a preference of e-mail or telephone needs the
*> address or number to go with it, and an address needs its
*> postcode - the report card run rptcard (ch7/prog30.cbl) sorts
*> and labels the post by it. A guardian may be keyed without a
*> postal address; rptcard lists them as exceptions instead of
*> mailing a card.
identification division.
program-id. gdnmaint.
environment division.
input-output section.
file-control.
	select gdn-mast assign to "stuguard"
		organization is indexed
		access mode is dynamic
		record key is gdn-studentNo of gdn-mast-rec
		file status is W90-gdn-status.
	select pay-master-02 assign to "pay002"
		file status is W90-pay-status.
data division.
file section.
fd	gdn-mast.
01	gdn-mast-rec.
	copy guard-rec.
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
	05	W20-noaddr-count	pic 9(5) comp value 0.
01	W30-menu-choice			pic 9.
01	W40-studentNo			pic X(5).
01	W40-student-name		pic X(35).
01	W40-run-date			pic 9(8).
01	W50-list-line.
	05	W50-lst-student		pic X(5).
	05	filler				pic X(1).
	05	W50-lst-name		pic X(30).
	05	filler				pic X(1).
	05	W50-lst-relation	pic X(15).
	05	filler				pic X(1).
	05	W50-lst-postcode	pic X(10).
	05	filler				pic X(1).
	05	W50-lst-pref		pic X(1).
	05	filler				pic X(1).
	05	W50-lst-flag		pic X(14).
01	W90-gdn-status			pic XX.
	88	W90-gdn-ok				value "00".
01	W90-pay-status			pic XX.
	88	W90-pay-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> writes the addresses the report cards are posted to.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W40-run-date from date yyyymmdd
	*> A brand new stuguard that has never been created can't be
	*> opened i-o at all (status 35) - open it output once to bring
	*> it into existence, then reopen i-o the normal way.
	open i-o gdn-mast
	if W90-gdn-status = "35"
		open output gdn-mast
		close gdn-mast
		open i-o gdn-mast
	end-if
	if not W90-gdn-ok
		display "gdnmaint: unable to open stuguard, status " W90-gdn-status
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
	close gdn-mast
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Guardian Contact Maintenance"
	display "1. Add guardian"
	display "2. Change guardian"
	display "3. Delete guardian"
	display "4. Inquire guardian"
	display "5. List guardians"
	display "6. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add.
	display "Enter student number: " with no advancing
	accept W40-studentNo
	if W40-studentNo = spaces
		display "Student number is required."
		exit paragraph
	end-if
	perform F100-find-guardian
	if W10-found
		display "Student " W40-studentNo " already has a guardian - "
			"use change."
		exit paragraph
	end-if
	perform F200-find-student
	if not W10-stu-found
		display "Student " W40-studentNo " is not on pay002 - not added."
		exit paragraph
	end-if
	display "Student: " W40-student-name
	move spaces to gdn-mast-rec
	move W40-studentNo to gdn-studentNo of gdn-mast-rec
	perform D150-capture-fields
	if W10-valid
		write gdn-mast-rec
			invalid key
				display "Guardian not added, status " W90-gdn-status
			not invalid key
				display "Guardian added."
		end-write
	end-if.
D150-capture-fields.
	move "N" to W10-valid-sw
	display "Enter guardian name: " with no advancing
	accept gdn-name of gdn-mast-rec
	if gdn-name of gdn-mast-rec = spaces
		display "Guardian name is required - not accepted."
		exit paragraph
	end-if
	display "Enter relationship (e.g. Mother, Uncle): " with no advancing
	accept gdn-relation of gdn-mast-rec
	if gdn-relation of gdn-mast-rec = spaces
		display "Relationship is required - not accepted."
		exit paragraph
	end-if
	display "Enter address line 1 (blank = no postal address): "
		with no advancing
	accept gdn-addr-line-1 of gdn-mast-rec
	if gdn-addr-line-1 of gdn-mast-rec = spaces
		move spaces to gdn-address of gdn-mast-rec
	else
		display "Enter address line 2: " with no advancing
		accept gdn-addr-line-2 of gdn-mast-rec
		display "Enter city: " with no advancing
		accept gdn-city of gdn-mast-rec
		display "Enter postcode: " with no advancing
		accept gdn-postcode of gdn-mast-rec
		if gdn-postcode of gdn-mast-rec = spaces
			display "An address needs its postcode - not accepted."
			exit paragraph
		end-if
	end-if
	display "Enter telephone: " with no advancing
	accept gdn-phone of gdn-mast-rec
	display "Enter e-mail: " with no advancing
	accept gdn-email of gdn-mast-rec
	display "Contact by post, e-mail or telephone (P/E/T): "
		with no advancing
	accept gdn-contact-pref of gdn-mast-rec
	if not gdn-pref-valid of gdn-mast-rec
		display "Preference must be P, E or T - not accepted."
		exit paragraph
	end-if
	if gdn-contact-pref of gdn-mast-rec = space
		move "P" to gdn-contact-pref of gdn-mast-rec
	end-if
	evaluate true
		when gdn-by-post of gdn-mast-rec
				and gdn-addr-line-1 of gdn-mast-rec = spaces
			display "Post preferred but no address given - not accepted."
			exit paragraph
		when gdn-by-email of gdn-mast-rec
				and gdn-email of gdn-mast-rec = spaces
			display "E-mail preferred but none given - not accepted."
			exit paragraph
		when gdn-by-phone of gdn-mast-rec
				and gdn-phone of gdn-mast-rec = spaces
			display "Telephone preferred but none given - not accepted."
			exit paragraph
	end-evaluate
	if gdn-addr-line-1 of gdn-mast-rec = spaces
		display "No postal address - report cards for this student "
			"will be listed as exceptions."
	end-if
	move W40-run-date to gdn-changed-date of gdn-mast-rec
	move "Y" to W10-valid-sw.
D200-change.
	display "Enter student number: " with no advancing
	accept W40-studentNo
	perform F100-find-guardian
	if not W10-found
		display "Guardian not found."
		exit paragraph
	end-if
	perform D450-show-guardian
	perform D150-capture-fields
	if not W10-valid
		exit paragraph
	end-if
	rewrite gdn-mast-rec
		invalid key
			display "Guardian not updated, status " W90-gdn-status
		not invalid key
			display "Guardian updated."
	end-rewrite.
D300-delete.
	display "Enter student number: " with no advancing
	accept W40-studentNo
	perform F100-find-guardian
	if W10-found
		delete gdn-mast record
			invalid key
				display "Guardian not deleted, status " W90-gdn-status
			not invalid key
				display "Guardian deleted."
		end-delete
	else
		display "Guardian not found."
	end-if.
D400-inquire.
	display "Enter student number: " with no advancing
	accept W40-studentNo
	perform F100-find-guardian
	if W10-found
		perform D450-show-guardian
	else
		display "Guardian not found."
	end-if.
D450-show-guardian.
	display "Student:      " gdn-studentNo of gdn-mast-rec
	display "Guardian:     " gdn-name of gdn-mast-rec
	display "Relationship: " gdn-relation of gdn-mast-rec
	display "Address:      " gdn-addr-line-1 of gdn-mast-rec
	display "              " gdn-addr-line-2 of gdn-mast-rec
	display "              " gdn-city of gdn-mast-rec " "
		gdn-postcode of gdn-mast-rec
	display "Telephone:    " gdn-phone of gdn-mast-rec
	display "E-mail:       " gdn-email of gdn-mast-rec
	display "Preference:   " gdn-contact-pref of gdn-mast-rec
	display "Changed:      " gdn-changed-date of gdn-mast-rec.
D500-list.
	move 0 to W20-list-count
	move 0 to W20-noaddr-count
	move "N" to W10-list-eof-sw
	move low-values to gdn-studentNo of gdn-mast-rec
	start gdn-mast key is >= gdn-studentNo of gdn-mast-rec
		invalid key move "Y" to W10-list-eof-sw
	end-start
	display "Stu   Guardian                       Relationship    Postcode   P"
	perform until W10-list-eof
		read gdn-mast next record
			at end move "Y" to W10-list-eof-sw
			not at end
				add 1 to W20-list-count
				move spaces to W50-list-line
				move gdn-studentNo of gdn-mast-rec to W50-lst-student
				move gdn-name of gdn-mast-rec to W50-lst-name
				move gdn-relation of gdn-mast-rec to W50-lst-relation
				move gdn-postcode of gdn-mast-rec to W50-lst-postcode
				move gdn-contact-pref of gdn-mast-rec to W50-lst-pref
				if gdn-addr-line-1 of gdn-mast-rec = spaces
					add 1 to W20-noaddr-count
					move "NO ADDRESS" to W50-lst-flag
				end-if
				display W50-list-line
		end-read
	end-perform
	display W20-list-count " guardian(s), " W20-noaddr-count
		" without a postal address.".
F100-find-guardian.
	move W40-studentNo to gdn-studentNo of gdn-mast-rec
	read gdn-mast
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
						and pay-studentNo of pay-record-02 = W40-studentNo
					move "Y" to W10-stu-found-sw
					move pay-studentName of pay-record-02
						to W40-student-name
				end-if
		end-read
	end-perform
	close pay-master-02.
