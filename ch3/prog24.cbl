*> External customer maintenance.
*> A loan or deposit for someone outside the company used to be a
*> bare five-character id with nobody behind it. This keeps the
*> customer master custmast (cust-rec.cpy): name, address, identity
*> document number and date of birth, keyed on the id the
*> customer's loans and deposits are booked under - lonmaint and
*> depmaint refuse to book for an id that is neither staff nor on
*> here. Same menu shape, nightly lock and update-authority sign-on
*> as persmnt (ch6/prog43.cbl): an id that is already an emp-id on
*> emp001 is staff and is refused, as is an identity document
*> another customer already holds, and a customer with a loan on
*> loanmast or a deposit on depmast can't be deleted. Every write,
*> rewrite and delete is journaled as an after-image to custjrnl
*> (cust-jrnl-rec.cpy) with the operator's id.
identification division.
program-id. custmnt.
environment division.
input-output section.
file-control.
	select cust-file assign to "custmast"
		organization is indexed
		access mode is dynamic
		record key is cus-id of cust-file-rec
		file status is W90-cust-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select loan-mast assign to "loanmast"
		organization is indexed
		access mode is dynamic
		record key is lnm-id of loan-mast-rec
		file status is W90-loan-status.
	select dep-mast assign to "depmast"
		organization is indexed
		access mode is dynamic
		record key is dep-id of dep-mast-rec
		file status is W90-dep-status.
	select jrnl-file assign to "custjrnl"
		file status is W90-jrnl-status.
data division.
file section.
fd	cust-file.
01	cust-file-rec.
	copy cust-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	loan-mast.
01	loan-mast-rec.
	copy loan-mast-rec.
fd	dep-mast.
01	dep-mast-rec.
	copy dep-mast-rec.
fd	jrnl-file.
01	jrnl-rec.
	copy cust-jrnl-rec.
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
	05	W10-held-sw			pic X value "N".
		88	W10-held				value "Y".
01	W30-menu-choice			pic 9.
01	W30-confirm				pic X.
01	W40-today				pic 9(8).
01	W40-formatted-date		pic X(10).
01	W40-dup-cust			pic X(5).
01	cust-work.
	copy cust-rec.
01	W60-jrnl-action			pic X.
01	W90-cust-status			pic XX.
	88	W90-cust-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-loan-status			pic XX.
	88	W90-loan-ok				value "00".
01	W90-dep-status			pic XX.
	88	W90-dep-ok				value "00".
01	W90-jrnl-status			pic XX.
	88	W90-jrnl-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "custmnt ".
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
	move "custmnt" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "custmnt: nightly cycle in progress - try again after "
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
	*> A brand new custmast is brought into existence the way
	*> empmaint creates emp001 the first time.
	open i-o cust-file
	if W90-cust-status = "35"
		open output cust-file
		close cust-file
		open i-o cust-file
	end-if
	if not W90-cust-ok
		display "custmnt: unable to open custmast, status "
			W90-cust-status
		move 16 to return-code
		goback
	end-if
	open input emp-list
	if not W90-emp-ok
		display "custmnt: unable to open emp001, status " W90-emp-status
		close cust-file
		move 16 to return-code
		goback
	end-if
	open extend jrnl-file
	if W90-jrnl-status = "35"
		open output jrnl-file
	end-if
	if not W90-jrnl-ok
		display "custmnt: unable to open custjrnl, status "
			W90-jrnl-status
		close cust-file
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
	close cust-file
	close emp-list
	close jrnl-file
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Customer Master Maintenance"
	display "1. Add or change customer"
	display "2. Inquire customer"
	display "3. Delete customer"
	display "4. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add-change.
	display "Enter customer id: " with no advancing
	accept cus-id of cust-work
	if cus-id of cust-work = spaces
		display "A customer id is required."
		exit paragraph
	end-if
	perform F200-find-employee
	if W10-emp-found
		display "Id " cus-id of cust-work " is an employee on emp001 - "
			"staff details are kept through persmnt."
		exit paragraph
	end-if
	perform F100-find-customer
	if W10-found
		display "Changing customer " cus-name of cust-file-rec
			" - every field is keyed again."
	else
		display "Adding a new customer."
	end-if
	display "Enter name: " with no advancing
	accept cus-name of cust-work
	display "Enter address line 1: " with no advancing
	accept cus-addr-line-1 of cust-work
	display "Enter address line 2 (blank if none): " with no advancing
	accept cus-addr-line-2 of cust-work
	display "Enter city: " with no advancing
	accept cus-city of cust-work
	display "Enter postcode: " with no advancing
	accept cus-postcode of cust-work
	display "Enter identity document number: " with no advancing
	accept cus-id-doc of cust-work
	display "Enter date of birth (yyyymmdd): " with no advancing
	accept cus-birth-date of cust-work
	if cus-name of cust-work = spaces
		display "A name is required - not saved."
		exit paragraph
	end-if
	if cus-addr-line-1 of cust-work = spaces
			or cus-city of cust-work = spaces
		display "An address (line 1 and city) is required - not saved."
		exit paragraph
	end-if
	if cus-id-doc of cust-work = spaces
		display "An identity document number is required - not saved."
		exit paragraph
	end-if
	move cus-birth-date of cust-work to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID or cus-birth-date of cust-work >= W40-today
		display "Date of birth is not a valid past date - not saved."
		exit paragraph
	end-if
	perform E100-check-duplicate-doc
	if W10-dup
		display "Identity document " cus-id-doc of cust-work
			" is already held by customer " W40-dup-cust " - not saved."
		exit paragraph
	end-if
	accept cus-changed-date of cust-work from date yyyymmdd
	accept cus-changed-time of cust-work from time
	*> The duplicate scan moved the file on - read the record again
	*> before rewriting it.
	perform F100-find-customer
	move cust-work to cust-file-rec
	if W10-found
		rewrite cust-file-rec
			invalid key
				display "Customer not updated, status " W90-cust-status
			not invalid key
				display "Customer updated."
				move "R" to W60-jrnl-action
				perform J200-write-journal
		end-rewrite
	else
		write cust-file-rec
			invalid key
				display "Customer not added, status " W90-cust-status
			not invalid key
				display "Customer added."
				move "W" to W60-jrnl-action
				perform J200-write-journal
		end-write
	end-if.
D200-inquire.
	display "Enter customer id: " with no advancing
	accept cus-id of cust-work
	perform F100-find-customer
	if not W10-found
		display "No customer on file with that id."
		exit paragraph
	end-if
	display "Id: " cus-id of cust-file-rec
	display "Name: " cus-name of cust-file-rec
	display "Address: " cus-addr-line-1 of cust-file-rec
	if cus-addr-line-2 of cust-file-rec not = spaces
		display "         " cus-addr-line-2 of cust-file-rec
	end-if
	display "         " cus-city of cust-file-rec " "
		cus-postcode of cust-file-rec
	display "Identity document: " cus-id-doc of cust-file-rec
	call "datefmt" using
		cus-birth-date of cust-file-rec
		LOC-LOCALE-SWITCH
		W40-formatted-date
	end-call
	display "Date of birth: " W40-formatted-date
	call "datefmt" using
		cus-changed-date of cust-file-rec
		LOC-LOCALE-SWITCH
		W40-formatted-date
	end-call
	display "Last changed: " W40-formatted-date
		" " cus-changed-time of cust-file-rec.
D300-delete.
	display "Enter customer id: " with no advancing
	accept cus-id of cust-work
	perform F100-find-customer
	if not W10-found
		display "No customer on file with that id."
		exit paragraph
	end-if
	perform E200-check-holdings
	if W10-held
		display "Customer " cus-id of cust-work " still has a loan or "
			"deposit on file - not deleted."
		exit paragraph
	end-if
	display "Delete customer " cus-id of cust-work " "
		cus-name of cust-file-rec "? (Y/N): " with no advancing
	accept W30-confirm
	if W30-confirm not = "Y" and W30-confirm not = "y"
		display "Nothing deleted."
		exit paragraph
	end-if
	delete cust-file record
		invalid key
			display "Customer not deleted, status " W90-cust-status
		not invalid key
			display "Customer deleted."
			move "D" to W60-jrnl-action
			perform J200-write-journal
	end-delete.
E100-check-duplicate-doc.
	*> Every other customer's record, looking for the same identity
	*> document - one person, one customer id.
	move "N" to W10-dup-sw
	move "N" to W10-eof-sw
	move low-values to cus-id of cust-file-rec
	start cust-file key is >= cus-id of cust-file-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof or W10-dup
		read cust-file next record
			at end move "Y" to W10-eof-sw
		end-read
		if not W10-eof
				and cus-id of cust-file-rec not = cus-id of cust-work
				and cus-id-doc of cust-file-rec = cus-id-doc of cust-work
			move "Y" to W10-dup-sw
			move cus-id of cust-file-rec to W40-dup-cust
		end-if
	end-perform.
E200-check-holdings.
	*> Any loan or deposit booked under the id, whatever its status -
	*> closed and written-off accounts still need their owner.
	move "N" to W10-held-sw
	open input loan-mast
	if W90-loan-ok
		move cus-id of cust-work to lnm-id of loan-mast-rec
		read loan-mast
			invalid key continue
			not invalid key move "Y" to W10-held-sw
		end-read
		close loan-mast
	end-if
	open input dep-mast
	if W90-dep-ok
		move cus-id of cust-work to dep-id of dep-mast-rec
		read dep-mast
			invalid key continue
			not invalid key move "Y" to W10-held-sw
		end-read
		close dep-mast
	end-if.
J200-write-journal.
	*> After-image of the update just applied, stamped the
	*> DR-TIMESTAMP way, while cust-file-rec still holds it.
	accept DR-TS-DATE from date yyyymmdd
	accept DR-TS-TIME from time
	move W60-jrnl-action to cjrn-action
	move DR-TS-DATE to cjrn-ts-date
	move DR-TS-TIME to cjrn-ts-time
	move "custmnt" to cjrn-program
	move W90-operator-id to cjrn-operator
	move cust-file-rec to cjrn-after-image
	write jrnl-rec
	if not W90-jrnl-ok
		display "custmnt: unable to write custjrnl, status "
			W90-jrnl-status
	end-if.
F100-find-customer.
	move cus-id of cust-work to cus-id of cust-file-rec
	read cust-file
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
F200-find-employee.
	move cus-id of cust-work to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-emp-found-sw
		not invalid key move "Y" to W10-emp-found-sw
	end-read
	if cus-id of cust-work = "99999"
		move "Y" to W10-emp-found-sw
	end-if.
