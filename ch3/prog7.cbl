*> operator-supplied (zero for today) so month-end can be run the
*> next morning as its proper date. Prints through the shared
*> report writer (rptwrite, ch9/prog18.cbl) onto londelq01.
*> Each delinquent loan is also raised to the LOANS mailbox through
*> notify (ch9/prog36.cbl), once per loan per report month.
*> The report names each borrower, and every delinquent loan also
*> gets a printed delinquency notice on londelq02 addressed to the
*> borrower - staff or external customer, name and address through
*> custget (ch9/prog40.cbl) - ready for the post.
identification division.
program-id. londelq.
environment division.
		file status is W90-mast-status.
	select delq-rpt assign to "londelq01"
		file status is W90-rpt-status.
	select notc-rpt assign to "londelq02"
		file status is W90-notc-status.
data division.
file section.
fd	loan-mast.
fd	delq-rpt
	label records are standard.
01	rpt-line			pic X(80).
fd	notc-rpt
	label records are standard.
01	notc-line			pic X(80).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
	88	W90-mast-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-notc-status			pic XX.
	88	W90-notc-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
	copy locale-sw.
	copy date-routines.
	copy rpt-writer.
	copy notify-parms.
	copy cust-parms.
01	W40-formatted-date		pic X(10).
01	W50-notice-text			pic X(80).
01	W50-detail-line.
	05	W50-id				pic X(5).
	05	filler				pic X(2).
	05	W50-days			pic ZZZZ9.
	05	filler				pic X(2).
	05	W50-bucket			pic X(12).
	05	filler				pic X(2).
	05	W50-name			pic X(25).
01	W50-total-line.
	05	filler				pic X(16) value "Active loans:   ".
	05	W50-total-loans		pic ZZZZ9.
		move 16 to return-code
		goback
	end-if
	open output notc-rpt
	if not W90-notc-ok
		display "londelq: unable to open londelq02, status "
			W90-notc-status
		close loan-mast
		close delq-rpt
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move "Loan Delinquency Report" to RW-REPORT-TITLE
	move "Loan   Balance          Last paid  Days   Ageing        Borrower"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	perform D100-print-totals
	close loan-mast
	close delq-rpt
	close notc-rpt
	display "Loan delinquency report written to londelq01, "
		W20-delq-count " delinquent loan(s) of " W20-loan-count "."
	display "Borrower notices written to londelq02."
	move 0 to return-code
	goback.
B100-days-since-epoch.
	end-if.
C300-print-one.
	move lnm-id of loan-mast-rec to W50-id
	move lnm-id of loan-mast-rec to CG-ID
	call "custget" using CG-PARMS end-call
	if CG-NOT-KNOWN
		move "(not on file)" to W50-name
	else
		move CG-NAME to W50-name
	end-if
	call "moneyfmt" using
		lnm-balance of loan-mast-rec LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	perform C400-raise-notice
	perform C500-print-notice.
C400-raise-notice.
	move "LOANS" to NTF-RECIPIENT
	move "LOANDELQ" to NTF-EVENT-TYPE
	move spaces to NTF-REFERENCE
	string lnm-id of loan-mast-rec W30-asof-date(1:6)
		delimited by size into NTF-REFERENCE
	end-string
	move "londelq" to NTF-PROGRAM
	move spaces to NTF-MESSAGE
	string "Loan " lnm-id of loan-mast-rec " unpaid since "
		W30-activity-date ", " W50-days " days, bal "
		W40-formatted-amt
		delimited by size into NTF-MESSAGE
	end-string
	call "notify" using NTF-PARMS end-call.
C500-print-notice.
	*> One page per borrower: the address block, then what is owed
	*> and since when.
	move spaces to W50-notice-text
	write notc-line from W50-notice-text after advancing page
	call "datefmt" using
		W30-asof-date LOC-LOCALE-SWITCH W40-formatted-date
	end-call
	move W40-formatted-date to W50-notice-text(61:)
	write notc-line from W50-notice-text
	move CG-NAME to W50-notice-text
	write notc-line from W50-notice-text
	move CG-ADDR-LINE-1 to W50-notice-text
	write notc-line from W50-notice-text
	if CG-ADDR-LINE-2 not = spaces
		move CG-ADDR-LINE-2 to W50-notice-text
		write notc-line from W50-notice-text
	end-if
	move spaces to W50-notice-text
	string CG-CITY " " CG-POSTCODE
		delimited by size into W50-notice-text
	end-string
	write notc-line from W50-notice-text
	move spaces to W50-notice-text
	write notc-line from W50-notice-text
	string "Loan Delinquency Notice - loan " lnm-id of loan-mast-rec
		delimited by size into W50-notice-text
	end-string
	write notc-line from W50-notice-text
	move spaces to W50-notice-text
	write notc-line from W50-notice-text
	call "datefmt" using
		W30-activity-date LOC-LOCALE-SWITCH W40-formatted-date
	end-call
	string "No payment has reached your loan since "
		W40-formatted-date ", " W50-days " days ago."
		delimited by size into W50-notice-text
	end-string
	write notc-line from W50-notice-text
	move spaces to W50-notice-text
	string "The balance outstanding is " W40-formatted-amt "."
		delimited by size into W50-notice-text
	end-string
	write notc-line from W50-notice-text
	move "Please pay the arrears or contact the loans office."
		to W50-notice-text
	write notc-line from W50-notice-text.
D100-print-totals.
	move W20-loan-count to W50-total-loans
	move W20-delq-count to W50-total-delq
