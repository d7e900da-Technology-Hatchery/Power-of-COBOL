*> made with the whole picture, not months later on the cheque
*> list. An id not on emp001 is not a staff loan and books as
*> always.
*> Every loan is now booked as fixed or variable rate: a variable
*> loan is the one the lonrepr (ch3/prog18.cbl) repricing run moves
*> onto each new loanrate "L" rate. Change and inquire carry the
*> flag too; a loan booked before it existed reads as fixed.
*> Inquire shows a written-off loan's write-off and what has been
*> recovered on it since (lonwoff, ch3/prog20.cbl).
*> A loan is booked only for somebody the system knows: a member
*> of staff on emp001 or an external customer on custmast (custmnt,
*> ch3/prog24.cbl), asked through custget (ch9/prog40.cbl) - the
*> borrower's name is shown before anything is keyed.
identification division.
program-id. lonmaint.
environment division.
		10	W60-perd-net		pic S9(7)v99 comp-3.
	copy locale-sw.
	copy date-routines.
	copy cust-parms.
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	if W10-found
		display "Loan " W30-loan-id " is already on the master."
	else
		move W30-loan-id to CG-ID
		call "custget" using CG-PARMS end-call
		if CG-NOT-KNOWN
			display "Id " W30-loan-id " is neither staff nor a customer "
				"on file - add the customer through custmnt first."
			exit paragraph
		end-if
		display "Borrower: " CG-NAME
		move W30-loan-id to lnm-id of loan-mast-rec
		display "Enter capital: " with no advancing
		accept lnm-capital of loan-mast-rec
		display "Enter annual rate (e.g. 0.0500): " with no advancing
		accept lnm-rate of loan-mast-rec
		perform D160-accept-rate-type
		if lnm-rate-type of loan-mast-rec not = "F"
				and lnm-rate-type of loan-mast-rec not = "V"
			display "Rate type must be F or V - loan not booked."
			exit paragraph
		end-if
		display "Enter term in months: " with no advancing
		accept lnm-term-months of loan-mast-rec
		perform D150-affordability-check
				to lnm-balance of loan-mast-rec
			move 0 to lnm-last-pay-date of loan-mast-rec
			move "A" to lnm-status of loan-mast-rec
			move 0 to lnm-provision of loan-mast-rec
			move 0 to lnm-wo-date of loan-mast-rec
			move 0 to lnm-wo-amount of loan-mast-rec
			move 0 to lnm-recovered of loan-mast-rec
			write loan-mast-rec
				invalid key
					display "Loan not booked, status " W90-mast-status
			display "Supervisor override accepted - booking proceeds."
		end-if
	end-if.
D160-accept-rate-type.
	*> Fixed keeps the booked rate for the life of the loan; variable
	*> follows every new loanrate "L" rate through lonrepr. A plain
	*> Enter books fixed, the way every loan behaved before.
	display "Rate type (F fixed / V variable): " with no advancing
	accept lnm-rate-type of loan-mast-rec
	evaluate lnm-rate-type of loan-mast-rec
		when "f" move "F" to lnm-rate-type of loan-mast-rec
		when "v" move "V" to lnm-rate-type of loan-mast-rec
		when " " move "F" to lnm-rate-type of loan-mast-rec
	end-evaluate.
E100-check-staff-borrower.
	*> A loan id that is a live employee on emp001 is a staff loan;
	*> anything else books the way it always did.
	if W10-found
		display "Enter new annual rate (e.g. 0.0500): " with no advancing
		accept lnm-rate of loan-mast-rec
		perform D160-accept-rate-type
		if lnm-rate-type of loan-mast-rec not = "F"
				and lnm-rate-type of loan-mast-rec not = "V"
			display "Rate type must be F or V - loan not updated."
			exit paragraph
		end-if
		display "Enter new term in months: " with no advancing
		accept lnm-term-months of loan-mast-rec
		rewrite loan-mast-rec
		end-call
		display "Capital:       " W40-formatted-amt
		display "Rate:          " lnm-rate of loan-mast-rec
		if lnm-rate-variable of loan-mast-rec
			display "Rate type:     Variable"
		else
			display "Rate type:     Fixed"
		end-if
		display "Term (months): " lnm-term-months of loan-mast-rec
		call "moneyfmt" using
			lnm-balance of loan-mast-rec LOC-LOCALE-SWITCH
		display "Booked:        " lnm-booked-date of loan-mast-rec
		display "Last payment:  " lnm-last-pay-date of loan-mast-rec
		display "Status:        " lnm-status of loan-mast-rec
		if lnm-is-written-off of loan-mast-rec
			call "moneyfmt" using
				lnm-wo-amount of loan-mast-rec LOC-LOCALE-SWITCH
				W40-formatted-amt
			end-call
			display "Written off:   " W40-formatted-amt " on "
				lnm-wo-date of loan-mast-rec
			call "moneyfmt" using
				lnm-recovered of loan-mast-rec LOC-LOCALE-SWITCH
				W40-formatted-amt
			end-call
			display "Recovered:     " W40-formatted-amt
		end-if
	else
		display "Loan not found."
	end-if.
