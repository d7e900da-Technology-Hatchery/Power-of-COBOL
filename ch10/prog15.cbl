*> flags the employee's routing/account pair bad on emp001
*> (emp-bank-status "B", emp-rec.cpy) so the next paybank run can't
*> resend to a dead account. A returns register prints to retnreg1.
*> Every return is raised to the PAYROLL mailbox through notify
*> (ch9/prog36.cbl) with its disposition, and a matched one to the
*> employee as well, so new bank details are asked for at once.
identification division.
program-id. bankret.
environment division.
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
	copy notify-parms.
01	W50-rpt-header.
	05	filler				pic X(80) value
		"Bank Returns Register".
			add 1 to W20-nomatch-count
			move "NO MATCHING PAYMENT - review" to W50-det-disp
	end-evaluate
	write rpt-line from W50-detail-line
	perform C200-raise-notices.
C200-raise-notices.
	move "BANKRETN" to NTF-EVENT-TYPE
	move spaces to NTF-REFERENCE
	string retn-emp-id W30-today retn-amount
		delimited by size into NTF-REFERENCE
	end-string
	move "bankret" to NTF-PROGRAM
	move "PAYROLL" to NTF-RECIPIENT
	move spaces to NTF-MESSAGE
	string "Bank return " retn-emp-id " " W50-det-amount ": "
		W50-det-disp
		delimited by size into NTF-MESSAGE
	end-string
	call "notify" using NTF-PARMS end-call
	if W10-matched
		move retn-emp-id to NTF-RECIPIENT
		move spaces to NTF-MESSAGE
		string "Pay " W50-det-amount " returned - give payroll "
			"new bank details"
			delimited by size into NTF-MESSAGE
		end-string
		call "notify" using NTF-PARMS end-call
	end-if.
D100-reverse-to-cheque.
	perform E100-find-employee
	move retn-emp-id to W50-chq-id
