*> CSVEXT - delimited extract of a master or history file.
*> Every question finance or HR asked of the data turned into a
*> new report, because the answer sat in fixed-width records with
*> packed fields nobody outside the suite can read. This writes one
*> of emp001, payhist, leave001, leaveacc, loanmast, depmast, pay002
*> or stuinvc to <file>.csv - a header row of column names, then one
*> delimited line per record - with every packed or implied-decimal
*> amount unpacked to a plain number with a real decimal point.
*> LOC-LOCALE-SWITCH (locale-sw.cpy) decides the punctuation the way
*> it does for moneyfmt: American runs get a period and commas
*> between fields, European runs a decimal comma and semicolons
*> between fields so the two never collide. Text fields are quoted.
*> The operator may limit the extract to a from/to date range on the
*> file's own date (hire date, period end, leave start, booking,
*> opening, status or invoice date - leaveacc has none) and to a
*> list of columns in any order; blank or zero takes everything.
*> emp001 and payhist carry salaries and bank details: extracting
*> them needs a supervisor sign-on (opsignon level "A") on top of
*> the ordinary one, and each such extract is logged on actlog as
*> an "X" event naming the file.
identification division.
program-id. csvext.
environment division.
input-output section.
file-control.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-in-status.
	select pay-history assign to "payhist"
		file status is W90-in-status.
	select leave-file assign to "leave001"
		file status is W90-in-status.
	select leave-bal-file assign to "leaveacc"
		organization is indexed
		access mode is dynamic
		record key is lbal-emp-id of leave-bal-file-rec
		file status is W90-in-status.
	select loan-mast assign to "loanmast"
		organization is indexed
		access mode is dynamic
		record key is lnm-id of loan-mast-rec
		file status is W90-in-status.
	select dep-mast assign to "depmast"
		organization is indexed
		access mode is dynamic
		record key is dep-id of dep-mast-rec
		file status is W90-in-status.
	select pay-master-02 assign to "pay002"
		file status is W90-in-status.
	select invc-file assign to "stuinvc"
		file status is W90-in-status.
	select csv-file assign to W30-csv-name
		file status is W90-csv-status.
data division.
file section.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
fd	pay-history.
01	pay-history-rec.
	copy pay-det-rec.
fd	leave-file.
01	leave-file-rec.
	copy leave-rec.
fd	leave-bal-file.
01	leave-bal-file-rec.
	copy leave-bal-rec.
fd	loan-mast.
01	loan-mast-rec.
	copy loan-mast-rec.
fd	dep-mast.
01	dep-mast-rec.
	copy dep-mast-rec.
fd	pay-master-02
	label records are standard.
01	pay-record-02.
	copy student-rec.
01	ctl-record-02.
	copy ctl-rec.
	05	filler				pic X(30).
fd	invc-file.
01	invc-rec.
	copy stu-invc-rec.
fd	csv-file.
01	csv-line				pic X(1200).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-bad-sw			pic X value "N".
		88	W10-bad-field			value "Y".
01	W20-counters.
	05	W20-read-count		pic 9(7) comp value 0.
	05	W20-out-count		pic 9(7) comp value 0.
	05	W20-col-sub			pic 9(2) comp value 0.
	05	W20-sel-sub			pic 9(2) comp value 0.
	05	W20-char-sub		pic 9(3) comp value 0.
	05	W20-lead-count		pic 9(3) comp value 0.
	05	W20-text-len		pic 9(3) comp value 0.
	05	W20-line-ptr		pic 9(4) comp value 0.
	05	W20-list-ptr		pic 9(3) comp value 0.
01	W30-file-id				pic X(8).
	88	W30-file-known			value "emp001" "payhist" "leave001"
								"leaveacc" "loanmast" "depmast"
								"pay002" "stuinvc".
	88	W30-file-sensitive		value "emp001" "payhist".
01	W30-csv-name			pic X(20).
01	W30-from-date			pic 9(8).
01	W30-to-date				pic 9(8).
01	W30-field-list			pic X(200).
01	W30-delim				pic X.
*> The record's date for the range, ccyymmdd; zero where the file
*> has none.
01	W40-rec-date			pic 9(8).
01	W40-leave-date			pic 9(6).
01	filler redefines W40-leave-date.
	05	W40-leave-yy		pic 9(2).
	05	W40-leave-mmdd		pic 9(4).
01	W40-amount				pic S9(9)v99.
01	W40-amount-edit			pic -(10)9.99.
01	W40-rate				pic S9(1)v9(4).
01	W40-rate-edit			pic -9.9999.
01	W40-integer				pic S9(9).
01	W40-integer-edit		pic -(9)9.
01	W40-text				pic X(40).
01	W40-name				pic X(20).
*> The current file's columns: the header name, whether the value
*> is quoted text ("A") or a number ("N"), and this record's value.
01	W60-col-count			pic 9(2) comp value 0.
01	W60-col-table.
	05	W60-col-entry occurs 40 times.
		10	W60-col-name		pic X(20).
		10	W60-col-type		pic X.
		10	W60-col-value		pic X(40).
*> The columns asked for, in the order asked for, as column numbers.
01	W62-sel-count			pic 9(2) comp value 0.
01	W62-sel-table.
	05	W62-sel-col			pic 9(2) comp occurs 40 times.
01	W90-in-status			pic XX.
	88	W90-in-ok				value "00".
01	W90-csv-status			pic XX.
	88	W90-csv-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-super-level			pic X value "A".
01	W90-super-sw			pic X.
	88	W90-super-ok			value "Y".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "csvext  ".
01	W90-act-event			pic X.
	copy locale-sw.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	display "File to extract (emp001 payhist leave001 leaveacc"
	display "  loanmast depmast pay002 stuinvc): " with no advancing
	accept W30-file-id
	if not W30-file-known
		display "csvext: " W30-file-id " is not a file this extracts."
		move 16 to return-code
		goback
	end-if
	if W30-file-sensitive
		display "csvext: " W30-file-id " holds salary and bank data - "
			"supervisor sign-on required."
		call "opsignon" using W90-super-sw W90-super-level
			W90-operator-id W90-program-name
		end-call
		if not W90-super-ok
			display "csvext: not authorized - no extract."
			move 16 to return-code
			goback
		end-if
	end-if
	perform B100-set-columns
	display "From date (yyyymmdd, 0 for no limit): " with no advancing
	accept W30-from-date
	display "To date (yyyymmdd, 0 for no limit): " with no advancing
	accept W30-to-date
	if W30-to-date = 0
		move 99999999 to W30-to-date
	end-if
	if W30-file-id = "leaveacc" and
			(W30-from-date not = 0 or W30-to-date not = 99999999)
		display "csvext: leaveacc carries no date - the range is ignored."
	end-if
	display "Columns, separated by commas (blank for all): "
		with no advancing
	accept W30-field-list
	perform B200-select-columns
	if W10-bad-field
		move 16 to return-code
		goback
	end-if
	if LOC-EUROPEAN
		move ";" to W30-delim
	else
		move "," to W30-delim
	end-if
	move spaces to W30-csv-name
	string W30-file-id delimited by space ".csv" delimited by size
		into W30-csv-name
	end-string
	open output csv-file
	if not W90-csv-ok
		display "csvext: unable to open " W30-csv-name ", status "
			W90-csv-status
		move 16 to return-code
		goback
	end-if
	perform C100-write-header
	evaluate W30-file-id
		when "emp001"	perform D100-extract-emp001
		when "payhist"	perform D200-extract-payhist
		when "leave001"	perform D300-extract-leave001
		when "leaveacc"	perform D400-extract-leaveacc
		when "loanmast"	perform D500-extract-loanmast
		when "depmast"	perform D600-extract-depmast
		when "pay002"	perform D700-extract-pay002
		when "stuinvc"	perform D800-extract-stuinvc
	end-evaluate
	close csv-file
	if W30-file-sensitive
		move "X" to W90-act-event
		call "actlog" using W90-act-event W90-operator-id W30-file-id
		end-call
	end-if
	display "Extract written to " W30-csv-name
	display "Records read:      " W20-read-count
	display "Lines extracted:   " W20-out-count
	move 0 to return-code
	goback.
B100-set-columns.
	move 0 to W60-col-count
	evaluate W30-file-id
		when "emp001"
			move "emp_id" to W40-name	perform X100-add-text-col
			move "name" to W40-name	perform X100-add-text-col
			move "salary" to W40-name	perform X110-add-num-col
			move "dept" to W40-name	perform X100-add-text-col
			move "hire_date" to W40-name	perform X110-add-num-col
			move "grade" to W40-name	perform X100-add-text-col
			move "term_date" to W40-name	perform X110-add-num-col
			move "branch" to W40-name	perform X100-add-text-col
			move "bank_routing" to W40-name	perform X100-add-text-col
			move "bank_account" to W40-name	perform X100-add-text-col
			move "bank_status" to W40-name	perform X100-add-text-col
			move "pay_type" to W40-name	perform X100-add-text-col
			move "hourly_rate" to W40-name	perform X110-add-num-col
			move "manager" to W40-name	perform X100-add-text-col
			move "pay_freq" to W40-name	perform X100-add-text-col
			move "probation" to W40-name	perform X100-add-text-col
			move "post" to W40-name	perform X100-add-text-col
		when "payhist"
			move "emp_id" to W40-name	perform X100-add-text-col
			move "period_start" to W40-name	perform X110-add-num-col
			move "period_end" to W40-name	perform X110-add-num-col
			move "line_type" to W40-name	perform X100-add-text-col
			move "code" to W40-name	perform X100-add-text-col
			move "amount" to W40-name	perform X110-add-num-col
		when "leave001"
			move "emp_id" to W40-name	perform X100-add-text-col
			move "start_date" to W40-name	perform X110-add-num-col
			move "end_date" to W40-name	perform X110-add-num-col
			move "days" to W40-name	perform X110-add-num-col
			move "type" to W40-name	perform X100-add-text-col
			move "status" to W40-name	perform X100-add-text-col
		when "leaveacc"
			move "emp_id" to W40-name	perform X100-add-text-col
			move "annual_accrued" to W40-name	perform X110-add-num-col
			move "annual_used" to W40-name	perform X110-add-num-col
			move "annual_balance" to W40-name	perform X110-add-num-col
			move "sick_accrued" to W40-name	perform X110-add-num-col
			move "sick_used" to W40-name	perform X110-add-num-col
			move "sick_balance" to W40-name	perform X110-add-num-col
			move "unpaid_accrued" to W40-name	perform X110-add-num-col
			move "unpaid_used" to W40-name	perform X110-add-num-col
			move "unpaid_balance" to W40-name	perform X110-add-num-col
			move "toil_accrued" to W40-name	perform X110-add-num-col
			move "toil_used" to W40-name	perform X110-add-num-col
			move "toil_balance" to W40-name	perform X110-add-num-col
		when "loanmast"
			move "loan_id" to W40-name	perform X100-add-text-col
			move "capital" to W40-name	perform X110-add-num-col
			move "rate" to W40-name	perform X110-add-num-col
			move "term_months" to W40-name	perform X110-add-num-col
			move "balance" to W40-name	perform X110-add-num-col
			move "booked_date" to W40-name	perform X110-add-num-col
			move "last_pay_date" to W40-name	perform X110-add-num-col
			move "status" to W40-name	perform X100-add-text-col
			move "rate_type" to W40-name	perform X100-add-text-col
			move "provision" to W40-name	perform X110-add-num-col
			move "wo_date" to W40-name	perform X110-add-num-col
			move "wo_amount" to W40-name	perform X110-add-num-col
			move "recovered" to W40-name	perform X110-add-num-col
		when "depmast"
			move "dep_id" to W40-name	perform X100-add-text-col
			move "balance" to W40-name	perform X110-add-num-col
			move "rate" to W40-name	perform X110-add-num-col
			move "opened_date" to W40-name	perform X110-add-num-col
			move "last_trx_date" to W40-name	perform X110-add-num-col
			move "status" to W40-name	perform X100-add-text-col
			move "type" to W40-name	perform X100-add-text-col
			move "term_months" to W40-name	perform X110-add-num-col
			move "principal" to W40-name	perform X110-add-num-col
			move "term_start" to W40-name	perform X110-add-num-col
			move "maturity_date" to W40-name	perform X110-add-num-col
			move "instruction" to W40-name	perform X100-add-text-col
			move "tax_exempt" to W40-name	perform X100-add-text-col
			move "exempt_expiry" to W40-name	perform X110-add-num-col
			move "dormant" to W40-name	perform X100-add-text-col
			move "dormant_date" to W40-name	perform X110-add-num-col
			move "last_cust_date" to W40-name	perform X110-add-num-col
		when "pay002"
			move "student_no" to W40-name	perform X100-add-text-col
			move "name" to W40-name	perform X100-add-text-col
			move "average" to W40-name	perform X110-add-num-col
			move "class" to W40-name	perform X100-add-text-col
			move "status" to W40-name	perform X100-add-text-col
			move "status_date" to W40-name	perform X110-add-num-col
		when "stuinvc"
			move "student_no" to W40-name	perform X100-add-text-col
			move "term" to W40-name	perform X100-add-text-col
			move "class" to W40-name	perform X100-add-text-col
			move "amount" to W40-name	perform X110-add-num-col
			move "paid" to W40-name	perform X110-add-num-col
			move "invoice_date" to W40-name	perform X110-add-num-col
			move "status" to W40-name	perform X100-add-text-col
			move "fee" to W40-name	perform X110-add-num-col
			move "discount" to W40-name	perform X110-add-num-col
	end-evaluate.
B200-select-columns.
	*> Each name in the list must be one of the file's columns; the
	*> extract follows the order given.
	move 0 to W62-sel-count
	if W30-field-list = spaces
		perform varying W20-col-sub from 1 by 1
				until W20-col-sub > W60-col-count
			add 1 to W62-sel-count
			move W20-col-sub to W62-sel-col(W62-sel-count)
		end-perform
		exit paragraph
	end-if
	move 1 to W20-list-ptr
	perform until W20-list-ptr > 200 or W10-bad-field
		move spaces to W40-name
		unstring W30-field-list delimited by "," or " "
			into W40-name
			with pointer W20-list-ptr
		end-unstring
		if W40-name not = spaces
			perform B250-find-column
		end-if
	end-perform.
B250-find-column.
	perform varying W20-col-sub from 1 by 1
			until W20-col-sub > W60-col-count
				or W60-col-name(W20-col-sub) = W40-name
		continue
	end-perform
	if W20-col-sub > W60-col-count
		display "csvext: " W30-file-id " has no column " W40-name
			" - no extract."
		move "Y" to W10-bad-sw
	else
		if W62-sel-count < 40
			add 1 to W62-sel-count
			move W20-col-sub to W62-sel-col(W62-sel-count)
		end-if
	end-if.
C100-write-header.
	move spaces to csv-line
	move 1 to W20-line-ptr
	perform varying W20-sel-sub from 1 by 1
			until W20-sel-sub > W62-sel-count
		if W20-sel-sub > 1
			string W30-delim delimited by size
				into csv-line with pointer W20-line-ptr
			end-string
		end-if
		move W62-sel-col(W20-sel-sub) to W20-col-sub
		string W60-col-name(W20-col-sub) delimited by space
			into csv-line with pointer W20-line-ptr
		end-string
	end-perform
	write csv-line.
C200-write-line.
	*> A record dated outside the range stays out; a file without a
	*> date passes every record.
	add 1 to W20-read-count
	if W40-rec-date not = 0
		if W40-rec-date < W30-from-date or W40-rec-date > W30-to-date
			exit paragraph
		end-if
	end-if
	move spaces to csv-line
	move 1 to W20-line-ptr
	perform varying W20-sel-sub from 1 by 1
			until W20-sel-sub > W62-sel-count
		if W20-sel-sub > 1
			string W30-delim delimited by size
				into csv-line with pointer W20-line-ptr
			end-string
		end-if
		move W62-sel-col(W20-sel-sub) to W20-col-sub
		perform C250-put-value
	end-perform
	write csv-line
	add 1 to W20-out-count.
C250-put-value.
	*> Text goes out quoted, with any quote inside it turned to an
	*> apostrophe so the line still splits cleanly; numbers go out
	*> bare, already left-justified.
	move W60-col-value(W20-col-sub) to W40-text
	perform X400-text-length
	if W60-col-type(W20-col-sub) = "A"
		inspect W40-text replacing all '"' by "'"
		string '"' delimited by size
			into csv-line with pointer W20-line-ptr
		end-string
		if W20-text-len > 0
			string W40-text(1:W20-text-len) delimited by size
				into csv-line with pointer W20-line-ptr
			end-string
		end-if
		string '"' delimited by size
			into csv-line with pointer W20-line-ptr
		end-string
	else
		if W20-text-len > 0
			string W40-text(1:W20-text-len) delimited by size
				into csv-line with pointer W20-line-ptr
			end-string
		end-if
	end-if.
D100-extract-emp001.
	open input emp-list
	if not W90-in-ok
		perform X900-no-input
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	move low-values to emp-id of emp-list-rec
	start emp-list key is >= emp-id of emp-list-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read emp-list next record
			at end move "Y" to W10-eof-sw
			not at end
				*> "99999" is the control record, not an employee.
				if emp-id of emp-list-rec not = "99999"
					perform D150-format-emp
					perform C200-write-line
				end-if
		end-read
	end-perform
	close emp-list.
D150-format-emp.
	move emp-hire-date of emp-list-rec to W40-rec-date
	move emp-id of emp-list-rec to W60-col-value(1)
	move emp-name of emp-list-rec to W60-col-value(2)
	move emp-salary of emp-list-rec to W40-integer
	move 3 to W20-col-sub
	perform X220-format-integer
	move emp-dept-code of emp-list-rec to W60-col-value(4)
	move emp-hire-date of emp-list-rec to W60-col-value(5)
	move emp-job-grade of emp-list-rec to W60-col-value(6)
	move emp-term-date of emp-list-rec to W60-col-value(7)
	move emp-br-code of emp-list-rec to W60-col-value(8)
	move emp-bank-routing of emp-list-rec to W60-col-value(9)
	move emp-bank-account of emp-list-rec to W60-col-value(10)
	move emp-bank-status of emp-list-rec to W60-col-value(11)
	move emp-pay-type of emp-list-rec to W60-col-value(12)
	move emp-hourly-rate of emp-list-rec to W40-amount
	move 13 to W20-col-sub
	perform X200-format-amount
	move emp-mgr-id of emp-list-rec to W60-col-value(14)
	move emp-pay-freq of emp-list-rec to W60-col-value(15)
	move emp-prob-status of emp-list-rec to W60-col-value(16)
	move emp-post-id of emp-list-rec to W60-col-value(17).
D200-extract-payhist.
	open input pay-history
	if not W90-in-ok
		perform X900-no-input
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read pay-history
			at end move "Y" to W10-eof-sw
			not at end
				move paydet-period-end of pay-history-rec to W40-rec-date
				move paydet-emp-id of pay-history-rec to W60-col-value(1)
				move paydet-period-start of pay-history-rec
					to W60-col-value(2)
				move paydet-period-end of pay-history-rec
					to W60-col-value(3)
				move paydet-line-type of pay-history-rec
					to W60-col-value(4)
				move paydet-ded-code of pay-history-rec
					to W60-col-value(5)
				move paydet-amount of pay-history-rec to W40-amount
				move 6 to W20-col-sub
				perform X200-format-amount
				perform C200-write-line
		end-read
	end-perform
	close pay-history.
D300-extract-leave001.
	*> Leave dates are yymmdd - windowed to a century for the range.
	open input leave-file
	if not W90-in-ok
		perform X900-no-input
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read leave-file
			at end move "Y" to W10-eof-sw
			not at end
				move leave-startdate of leave-file-rec to W40-leave-date
				if W40-leave-yy < 50
					compute W40-rec-date = 20000000 + W40-leave-date
				else
					compute W40-rec-date = 19000000 + W40-leave-date
				end-if
				move leave-emp-id of leave-file-rec to W60-col-value(1)
				move leave-startdate of leave-file-rec to W60-col-value(2)
				move leave-enddate of leave-file-rec to W60-col-value(3)
				move leave-days-taken of leave-file-rec to W40-integer
				move 4 to W20-col-sub
				perform X220-format-integer
				move leave-type of leave-file-rec to W60-col-value(5)
				move leave-status of leave-file-rec to W60-col-value(6)
				perform C200-write-line
		end-read
	end-perform
	close leave-file.
D400-extract-leaveacc.
	open input leave-bal-file
	if not W90-in-ok
		perform X900-no-input
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	move low-values to lbal-emp-id of leave-bal-file-rec
	start leave-bal-file key is >= lbal-emp-id of leave-bal-file-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read leave-bal-file next record
			at end move "Y" to W10-eof-sw
			not at end perform D450-format-leaveacc
		end-read
	end-perform
	close leave-bal-file.
D450-format-leaveacc.
	move 0 to W40-rec-date
	move lbal-emp-id of leave-bal-file-rec to W60-col-value(1)
	move 1 to W20-col-sub
	perform varying W20-sel-sub from 1 by 1 until W20-sel-sub > 4
		move lbal-accrued-days of leave-bal-file-rec(W20-sel-sub)
			to W40-amount
		add 1 to W20-col-sub
		perform X200-format-amount
		move lbal-used-days of leave-bal-file-rec(W20-sel-sub)
			to W40-amount
		add 1 to W20-col-sub
		perform X200-format-amount
		move lbal-balance-days of leave-bal-file-rec(W20-sel-sub)
			to W40-amount
		add 1 to W20-col-sub
		perform X200-format-amount
	end-perform
	perform C200-write-line.
D500-extract-loanmast.
	open input loan-mast
	if not W90-in-ok
		perform X900-no-input
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	move low-values to lnm-id of loan-mast-rec
	start loan-mast key is >= lnm-id of loan-mast-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read loan-mast next record
			at end move "Y" to W10-eof-sw
			not at end perform D550-format-loan
		end-read
	end-perform
	close loan-mast.
D550-format-loan.
	move lnm-booked-date of loan-mast-rec to W40-rec-date
	move lnm-id of loan-mast-rec to W60-col-value(1)
	move lnm-capital of loan-mast-rec to W40-amount
	move 2 to W20-col-sub
	perform X200-format-amount
	move lnm-rate of loan-mast-rec to W40-rate
	move 3 to W20-col-sub
	perform X210-format-rate
	move lnm-term-months of loan-mast-rec to W60-col-value(4)
	move lnm-balance of loan-mast-rec to W40-amount
	move 5 to W20-col-sub
	perform X200-format-amount
	move lnm-booked-date of loan-mast-rec to W60-col-value(6)
	move lnm-last-pay-date of loan-mast-rec to W60-col-value(7)
	move lnm-status of loan-mast-rec to W60-col-value(8)
	move lnm-rate-type of loan-mast-rec to W60-col-value(9)
	move lnm-provision of loan-mast-rec to W40-amount
	move 10 to W20-col-sub
	perform X200-format-amount
	move lnm-wo-date of loan-mast-rec to W60-col-value(11)
	move lnm-wo-amount of loan-mast-rec to W40-amount
	move 12 to W20-col-sub
	perform X200-format-amount
	move lnm-recovered of loan-mast-rec to W40-amount
	move 13 to W20-col-sub
	perform X200-format-amount
	perform C200-write-line.
D600-extract-depmast.
	open input dep-mast
	if not W90-in-ok
		perform X900-no-input
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	move low-values to dep-id of dep-mast-rec
	start dep-mast key is >= dep-id of dep-mast-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read dep-mast next record
			at end move "Y" to W10-eof-sw
			not at end perform D650-format-dep
		end-read
	end-perform
	close dep-mast.
D650-format-dep.
	move dep-opened-date of dep-mast-rec to W40-rec-date
	move dep-id of dep-mast-rec to W60-col-value(1)
	move dep-balance of dep-mast-rec to W40-amount
	move 2 to W20-col-sub
	perform X200-format-amount
	move dep-rate of dep-mast-rec to W40-rate
	move 3 to W20-col-sub
	perform X210-format-rate
	move dep-opened-date of dep-mast-rec to W60-col-value(4)
	move dep-last-trx-date of dep-mast-rec to W60-col-value(5)
	move dep-status of dep-mast-rec to W60-col-value(6)
	move dep-type of dep-mast-rec to W60-col-value(7)
	move dep-term-months of dep-mast-rec to W60-col-value(8)
	move dep-principal of dep-mast-rec to W40-amount
	move 9 to W20-col-sub
	perform X200-format-amount
	move dep-term-start-date of dep-mast-rec to W60-col-value(10)
	move dep-maturity-date of dep-mast-rec to W60-col-value(11)
	move dep-instruction of dep-mast-rec to W60-col-value(12)
	move dep-tax-exempt of dep-mast-rec to W60-col-value(13)
	move dep-exempt-expiry of dep-mast-rec to W60-col-value(14)
	move dep-dormant-sw of dep-mast-rec to W60-col-value(15)
	move dep-dormant-date of dep-mast-rec to W60-col-value(16)
	move dep-last-cust-date of dep-mast-rec to W60-col-value(17)
	perform C200-write-line.
D700-extract-pay002.
	open input pay-master-02
	if not W90-in-ok
		perform X900-no-input
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read pay-master-02
			at end move "Y" to W10-eof-sw
			not at end
				*> A header or trailer control record is not a student.
				if not CTL-IS-HEADER and not CTL-IS-TRAILER
					move pay-statusDate to W40-rec-date
					move pay-studentNo to W60-col-value(1)
					move pay-studentName to W60-col-value(2)
					move pay-studentAverage to W60-col-value(3)
					move pay-classCode to W60-col-value(4)
					move pay-studentStatus to W60-col-value(5)
					move pay-statusDate to W60-col-value(6)
					perform C200-write-line
				end-if
		end-read
	end-perform
	close pay-master-02.
D800-extract-stuinvc.
	open input invc-file
	if not W90-in-ok
		perform X900-no-input
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read invc-file
			at end move "Y" to W10-eof-sw
			not at end
				move inv-date to W40-rec-date
				move inv-studentNo to W60-col-value(1)
				move inv-term to W60-col-value(2)
				move inv-cls-code to W60-col-value(3)
				move inv-amount to W40-amount
				move 4 to W20-col-sub
				perform X200-format-amount
				move inv-paid to W40-amount
				move 5 to W20-col-sub
				perform X200-format-amount
				move inv-date to W60-col-value(6)
				move inv-status to W60-col-value(7)
				move inv-fee to W40-amount
				move 8 to W20-col-sub
				perform X200-format-amount
				move inv-discount to W40-amount
				move 9 to W20-col-sub
				perform X200-format-amount
				perform C200-write-line
		end-read
	end-perform
	close invc-file.
X100-add-text-col.
	add 1 to W60-col-count
	move W40-name to W60-col-name(W60-col-count)
	move "A" to W60-col-type(W60-col-count).
X110-add-num-col.
	add 1 to W60-col-count
	move W40-name to W60-col-name(W60-col-count)
	move "N" to W60-col-type(W60-col-count).
X200-format-amount.
	*> W40-amount to column W20-col-sub: edited, left-justified, the
	*> locale's decimal character.
	move W40-amount to W40-amount-edit
	move W40-amount-edit to W40-text
	if LOC-EUROPEAN
		inspect W40-text replacing all "." by ","
	end-if
	perform X300-left-justify.
X210-format-rate.
	move W40-rate to W40-rate-edit
	move W40-rate-edit to W40-text
	if LOC-EUROPEAN
		inspect W40-text replacing all "." by ","
	end-if
	perform X300-left-justify.
X220-format-integer.
	move W40-integer to W40-integer-edit
	move W40-integer-edit to W40-text
	perform X300-left-justify.
X300-left-justify.
	move 0 to W20-lead-count
	inspect W40-text tallying W20-lead-count for leading spaces
	move spaces to W60-col-value(W20-col-sub)
	move W40-text(W20-lead-count + 1:) to W60-col-value(W20-col-sub).
X400-text-length.
	*> Length of W40-text without its trailing spaces.
	perform varying W20-char-sub from 40 by -1
			until W20-char-sub = 0
				or W40-text(W20-char-sub:1) not = space
		continue
	end-perform
	move W20-char-sub to W20-text-len.
X900-no-input.
	display "csvext: unable to open " W30-file-id ", status "
		W90-in-status " - header only.".
