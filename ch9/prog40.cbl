*> CUSTGET - loan and deposit party lookup.
*> Answers "who is this id?" for the loan and deposit programs
*> (cust-parms.cpy): a live or former employee on emp001 is staff,
*> named off emp001 with the home address off empprsn
*> (emp-prsn-rec.cpy) when persmnt has one; otherwise an external
*> customer on custmast (cust-rec.cpy), name and address and all;
*> otherwise nobody. Staff are looked for first - an id that is an
*> emp-id has always meant a staff loan. Files open and close on
*> every call, the parmget way - a missing file just means nobody
*> is found on it.
identification division.
program-id. custget.
environment division.
input-output section.
file-control.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select prsn-file assign to "empprsn"
		organization is indexed
		access mode is dynamic
		record key is prs-emp-id of prsn-file-rec
		file status is W90-prsn-status.
	select cust-file assign to "custmast"
		organization is indexed
		access mode is dynamic
		record key is cus-id of cust-file-rec
		file status is W90-cust-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	prsn-file.
01	prsn-file-rec.
	copy emp-prsn-rec.
fd	cust-file.
01	cust-file-rec.
	copy cust-rec.
working-storage section.
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-prsn-status			pic XX.
	88	W90-prsn-ok				value "00".
01	W90-cust-status			pic XX.
	88	W90-cust-ok				value "00".
linkage section.
	copy cust-parms.
procedure division using CG-PARMS.
A100-start.
	move "N" to CG-KIND
	move spaces to CG-NAME
	move spaces to CG-ADDRESS
	*> "99999" is emp001's control record, never a person.
	if CG-ID not = "99999"
		perform B100-find-staff
	end-if
	if not CG-IS-STAFF
		perform B200-find-customer
	end-if
	goback.
B100-find-staff.
	open input emp-list
	if not W90-emp-ok
		exit paragraph
	end-if
	move CG-ID to emp-id of emp-list-rec
	read emp-list
		invalid key continue
		not invalid key
			move "S" to CG-KIND
			move emp-name of emp-list-rec to CG-NAME
	end-read
	close emp-list
	if not CG-IS-STAFF
		exit paragraph
	end-if
	open input prsn-file
	if W90-prsn-ok
		move CG-ID to prs-emp-id of prsn-file-rec
		read prsn-file
			invalid key continue
			not invalid key
				move prs-address of prsn-file-rec to CG-ADDRESS
		end-read
		close prsn-file
	end-if.
B200-find-customer.
	open input cust-file
	if not W90-cust-ok
		exit paragraph
	end-if
	move CG-ID to cus-id of cust-file-rec
	read cust-file
		invalid key continue
		not invalid key
			move "C" to CG-KIND
			move cus-name of cust-file-rec to CG-NAME
			move cus-address of cust-file-rec to CG-ADDRESS
	end-read
	close cust-file.
