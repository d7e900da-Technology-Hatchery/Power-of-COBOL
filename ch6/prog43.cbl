*> Employee personal details maintenance.
*> emp001 (emp-rec.cpy) knows the job, not the person. This keeps
*> the separate personal-details file empprsn (emp-prsn-rec.cpy),
*> keyed on the same emp-id: date of birth, national ID number, home
*> address and telephone, and an emergency contact. Same menu shape
*> and nightly-lock and update-authority sign-on as empmaint
*> (ch6/prog1.cbl); a detail record can only be added for an
*> employee already on emp001, and a national ID already held by
*> another employee is refused - two staff with one taxpayer number
*> is a ghost-employee signal, not a typing slip. Every write,
*> rewrite and delete is journaled as an after-image to prsjrnl
*> (prs-jrnl-rec.cpy) with the operator's id, the empjrnl way - no
*> journal, no maintenance.
identification division.
program-id. persmnt.
environment division.
input-output section.
file-control.
	select prsn-file assign to "empprsn"
		organization is indexed
		access mode is dynamic
		record key is prs-emp-id of prsn-file-rec
		file status is W90-prsn-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select jrnl-file assign to "prsjrnl"
		file status is W90-jrnl-status.
data division.
file section.
fd	prsn-file.
01	prsn-file-rec.
	copy emp-prsn-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	jrnl-file.
01	jrnl-rec.
	copy prs-jrnl-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-emp-found-sw	pic X value "N".
		88	W10-emp-found			value "Y".
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-dup-sw			pic X value "N".
		88	W10-dup					value "Y".
01	W30-menu-choice			pic 9.
01	W30-confirm				pic X.
01	W40-today				pic 9(8).
01	W40-formatted-date		pic X(10).
01	W40-dup-emp				pic X(5).
01	prsn-work.
	copy emp-prsn-rec.
01	W60-jrnl-action			pic X.
01	W90-prsn-status			pic XX.
	88	W90-prsn-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-jrnl-status			pic XX.
	88	W90-jrnl-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "persmnt ".
01	W90-act-event			pic X.
	copy locale-sw.
	copy date-routines.
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
procedure division.
A100-start.
	*> The nightly cycle's batch lock (suitelok, ch9/prog27.cbl).
	move "CHK " to W35-lok-function
	move "persmnt" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "persmnt: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U"), and the id
	*> rides every journal record.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> A brand new empprsn is brought into existence the way empmaint
	*> creates emp001 the first time.
	open i-o prsn-file
	if W90-prsn-status = "35"
		open output prsn-file
		close prsn-file
		open i-o prsn-file
	end-if
	if not W90-prsn-ok
		display "persmnt: unable to open empprsn, status " W90-prsn-status
		move 16 to return-code
		goback
	end-if
	open input emp-list
	if not W90-emp-ok
		display "persmnt: unable to open emp001, status " W90-emp-status
		close prsn-file
		move 16 to return-code
		goback
	end-if
	open extend jrnl-file
	if W90-jrnl-status = "35"
		open output jrnl-file
	end-if
	if not W90-jrnl-ok
		display "persmnt: unable to open prsjrnl, status " W90-jrnl-status
		close prsn-file
		close emp-list
		move 16 to return-code
		goback
	end-if
	accept W40-today from date yyyymmdd
	perform until W30-menu-choice = 4
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-add-change
			when 2 perform D200-inquire
			when 3 perform D300-delete
			when 4 continue
			when other display "Please choose 1 through 4."
		end-evaluate
	end-perform
	close prsn-file
	close emp-list
	close jrnl-file
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Employee Personal Details"
	display "1. Add or change personal details"
	display "2. Inquire personal details"
	display "3. Delete personal details"
	display "4. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add-change.
	display "Enter employee id: " with no advancing
	accept prs-emp-id of prsn-work
	perform F200-find-employee
	if not W10-emp-found
		display "Employee " prs-emp-id of prsn-work
			" is not on emp001 - add the employee first."
		exit paragraph
	end-if
	perform F100-find-details
	if W10-found
		display "Changing details for " emp-name of emp-list-rec
			" - every field is keyed again."
	else
		display "Adding details for " emp-name of emp-list-rec "."
	end-if
	display "Enter date of birth (yyyymmdd): " with no advancing
	accept prs-birth-date of prsn-work
	display "Enter national ID number: " with no advancing
	accept prs-natl-id of prsn-work
	display "Enter address line 1: " with no advancing
	accept prs-addr-line-1 of prsn-work
	display "Enter address line 2 (blank if none): " with no advancing
	accept prs-addr-line-2 of prsn-work
	display "Enter city: " with no advancing
	accept prs-city of prsn-work
	display "Enter postcode: " with no advancing
	accept prs-postcode of prsn-work
	display "Enter telephone: " with no advancing
	accept prs-phone of prsn-work
	display "Enter emergency contact name: " with no advancing
	accept prs-emrg-name of prsn-work
	display "Enter emergency contact relationship: " with no advancing
	accept prs-emrg-relation of prsn-work
	display "Enter emergency contact telephone: " with no advancing
	accept prs-emrg-phone of prsn-work
	move prs-birth-date of prsn-work to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID
		display "Date of birth is not a valid date - not saved."
		exit paragraph
	end-if
	if prs-birth-date of prsn-work >= emp-hire-date of emp-list-rec
			or prs-birth-date of prsn-work >= W40-today
		display "Date of birth must be before the hire date - not saved."
		exit paragraph
	end-if
	if prs-natl-id of prsn-work = spaces
		display "A national ID number is required - not saved."
		exit paragraph
	end-if
	if prs-addr-line-1 of prsn-work = spaces
			or prs-city of prsn-work = spaces
		display "An address (line 1 and city) is required - not saved."
		exit paragraph
	end-if
	if prs-emrg-name of prsn-work = spaces
			or prs-emrg-phone of prsn-work = spaces
		display "An emergency contact name and telephone are required "
			"- not saved."
		exit paragraph
	end-if
	perform E100-check-duplicate-id
	if W10-dup
		display "National ID " prs-natl-id of prsn-work
			" is already held by employee " W40-dup-emp " - not saved."
		exit paragraph
	end-if
	accept prs-changed-date of prsn-work from date yyyymmdd
	accept prs-changed-time of prsn-work from time
	*> The duplicate scan moved the file on - read the record again
	*> before rewriting it.
	perform F100-find-details
	move prsn-work to prsn-file-rec
	if W10-found
		rewrite prsn-file-rec
			invalid key
				display "Details not updated, status " W90-prsn-status
			not invalid key
				display "Personal details updated."
				move "R" to W60-jrnl-action
				perform J200-write-journal
		end-rewrite
	else
		write prsn-file-rec
			invalid key
				display "Details not added, status " W90-prsn-status
			not invalid key
				display "Personal details added."
				move "W" to W60-jrnl-action
				perform J200-write-journal
		end-write
	end-if.
D200-inquire.
	display "Enter employee id: " with no advancing
	accept prs-emp-id of prsn-work
	perform F100-find-details
	if not W10-found
		display "No personal details on file for that employee."
		exit paragraph
	end-if
	call "datefmt" using
		prs-birth-date of prsn-file-rec
		LOC-LOCALE-SWITCH
		W40-formatted-date
	end-call
	display "Id: " prs-emp-id of prsn-file-rec
	display "Date of birth: " W40-formatted-date
	display "National ID: " prs-natl-id of prsn-file-rec
	display "Address: " prs-addr-line-1 of prsn-file-rec
	if prs-addr-line-2 of prsn-file-rec not = spaces
		display "         " prs-addr-line-2 of prsn-file-rec
	end-if
	display "         " prs-city of prsn-file-rec " "
		prs-postcode of prsn-file-rec
	display "Telephone: " prs-phone of prsn-file-rec
	display "Emergency contact: " prs-emrg-name of prsn-file-rec
		" (" prs-emrg-relation of prsn-file-rec ") "
		prs-emrg-phone of prsn-file-rec
	call "datefmt" using
		prs-changed-date of prsn-file-rec
		LOC-LOCALE-SWITCH
		W40-formatted-date
	end-call
	display "Last changed: " W40-formatted-date
		" " prs-changed-time of prsn-file-rec.
D300-delete.
	display "Enter employee id: " with no advancing
	accept prs-emp-id of prsn-work
	perform F100-find-details
	if not W10-found
		display "No personal details on file for that employee."
		exit paragraph
	end-if
	display "Delete personal details for " prs-emp-id of prsn-work
		"? (Y/N): " with no advancing
	accept W30-confirm
	if W30-confirm not = "Y" and W30-confirm not = "y"
		display "Nothing deleted."
		exit paragraph
	end-if
	delete prsn-file record
		invalid key
			display "Details not deleted, status " W90-prsn-status
		not invalid key
			display "Personal details deleted."
			move "D" to W60-jrnl-action
			perform J200-write-journal
	end-delete.
E100-check-duplicate-id.
	*> Every other employee's record, looking for the same national
	*> ID - the file is small and this runs once per save.
	move "N" to W10-dup-sw
	move "N" to W10-eof-sw
	move low-values to prs-emp-id of prsn-file-rec
	start prsn-file key is >= prs-emp-id of prsn-file-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof or W10-dup
		read prsn-file next record
			at end move "Y" to W10-eof-sw
		end-read
		if not W10-eof
				and prs-emp-id of prsn-file-rec
					not = prs-emp-id of prsn-work
				and prs-natl-id of prsn-file-rec
					= prs-natl-id of prsn-work
			move "Y" to W10-dup-sw
			move prs-emp-id of prsn-file-rec to W40-dup-emp
		end-if
	end-perform.
J200-write-journal.
	*> After-image of the update just applied, stamped the
	*> DR-TIMESTAMP way, while prsn-file-rec still holds it.
	accept DR-TS-DATE from date yyyymmdd
	accept DR-TS-TIME from time
	move W60-jrnl-action to pjrn-action
	move DR-TS-DATE to pjrn-ts-date
	move DR-TS-TIME to pjrn-ts-time
	move "persmnt" to pjrn-program
	move W90-operator-id to pjrn-operator
	move prsn-file-rec to pjrn-after-image
	write jrnl-rec
	if not W90-jrnl-ok
		display "persmnt: unable to write prsjrnl, status " W90-jrnl-status
	end-if.
F100-find-details.
	move prs-emp-id of prsn-work to prs-emp-id of prsn-file-rec
	read prsn-file
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
F200-find-employee.
	move prs-emp-id of prsn-work to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-emp-found-sw
		not invalid key move "Y" to W10-emp-found-sw
	end-read
	if prs-emp-id of prsn-work = "99999"
		move "N" to W10-emp-found-sw
	end-if.
