*> notify-parms.cpy
*> Call layout for notify (ch9/prog36.cbl), the one place a program
*> raises an event somebody must act on. The caller fills all five
*> and calls; notify stamps the date and time and appends the event
*> to the notification queue (ntfqueue, ntf-queue-rec.cpy) for the
*> dispatcher (ntfdisp, ch9/prog37.cbl) to hand to the mail/SMS
*> gateway. The recipient is an emp-id - the gateway texts the
*> phone on empprsn - or one of the shop's mailbox names: HR,
*> PAYROLL, LOANS, SECADMIN, OPS. Event type plus reference must
*> name the event uniquely: the dispatcher never sends the same
*> event to the same recipient twice, so a program may raise it on
*> every run until somebody acts.
01	NTF-PARMS.
	05	NTF-RECIPIENT			pic X(8).
	05	NTF-EVENT-TYPE			pic X(8).
		88	NTF-PROBATION-DUE		value "PROBDUE ".
		88	NTF-LOCKOUT				value "LOCKOUT ".
		88	NTF-LEAVE-DECISION		value "LEAVEDEC".
		88	NTF-LOAN-DELINQUENT		value "LOANDELQ".
		88	NTF-BANK-RETURN			value "BANKRETN".
		88	NTF-STEP-FAILED			value "STEPFAIL".
		88	NTF-LOAN-REPRICED		value "LOANRATE".
	05	NTF-REFERENCE			pic X(24).
	05	NTF-PROGRAM				pic X(8).
	05	NTF-MESSAGE				pic X(60).
