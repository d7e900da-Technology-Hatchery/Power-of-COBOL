*> before anything is booked. Money formats through moneyfmt so the
*> schedule honors LOC-LOCALE-SWITCH; prints through the shared
*> report writer (rptwrite, ch9/prog18.cbl) onto lonsched01.
*> A schedule for a loan on file is headed with the borrower's
*> name and address (custget, ch9/prog40.cbl) - staff or external
*> customer - so it can go straight into the envelope.
identification division.
program-id. lonsched.
environment division.
	88	W90-signon-ok			value "Y".
	copy locale-sw.
	copy rpt-writer.
	copy cust-parms.
01	W50-party-line			pic X(80).
01	W50-detail-line.
	05	W50-period			pic ZZZ9.
	05	filler				pic X(2).
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	if W10-found
		perform B300-print-borrower
	end-if
	perform D100-print-schedule
	perform E100-print-totals
	close sched-rpt
	accept W30-rate
	display "Enter term in months: " with no advancing
	accept W30-term.
B300-print-borrower.
	move W30-loan-id to CG-ID
	call "custget" using CG-PARMS end-call
	move spaces to W50-party-line
	string "Borrower: " W30-loan-id "  " CG-NAME
		delimited by size into W50-party-line
	end-string
	perform X100-print-party-line
	if CG-ADDR-LINE-1 not = spaces
		move spaces to W50-party-line
		move CG-ADDR-LINE-1 to W50-party-line(11:)
		perform X100-print-party-line
	end-if
	if CG-ADDR-LINE-2 not = spaces
		move spaces to W50-party-line
		move CG-ADDR-LINE-2 to W50-party-line(11:)
		perform X100-print-party-line
	end-if
	if CG-CITY not = spaces
		move spaces to W50-party-line
		string CG-CITY " " CG-POSTCODE
			delimited by size into W50-party-line(11:)
		end-string
		perform X100-print-party-line
	end-if
	move spaces to W50-party-line
	perform X100-print-party-line.
C100-price-payment.
	*> Level payment: capital * i * (1+i)^n / ((1+i)^n - 1) at the
	*> monthly rate i. The compounding factor builds by plain
			write rpt-line from RW-OUT-TEXT(W20-rw-sub)
		end-if
	end-perform.
X100-print-party-line.
	move "LINE" to RW-FUNCTION
	move W50-party-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
