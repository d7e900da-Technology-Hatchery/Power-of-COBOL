*> Recurring allowance maintenance.
*> Housing, transport and meal allowances were keyed through paysupp
*> (ch10/prog9.cbl) every month, and every month somebody got
*> missed. This keeps the allowmst master (allow-rec.cpy) payrun
*> (ch10/prog1.cbl) pays them from automatically - the same
*> menu-driven add/list/delete shape as dedmaint and distmnt, the
*> whole file loaded to a table and rewritten on change. The employee
*> must be live on emp001; an allowance carries its code, a
*> description, the amount per pay period, a start date, an end date
*> (zero for open-ended) and the taxable/non-taxable flag. Ending an
*> allowance is keying its end date, not deleting it - the entry
*> stays on file as the record of what was paid and when, and stops
*> paying by itself once the date passes. alwexp (ch10/prog29.cbl)
*> lists the ones about to lapse and purges the long-lapsed.
identification division.
program-id. alwmaint.
environment division.
input-output section.
file-control.
	select allow-file assign to "allowmst"
		file status is W90-alw-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
data division.
file section.
fd	allow-file.
01	allow-file-rec.
	copy allow-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-emp-open-sw		pic X value "N".
		88	W10-emp-open			value "Y".
01	W20-counters.
	05	W20-rec-count		pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
01	W30-menu-choice			pic 9.
01	W40-key-emp-id			pic X(5).
01	W40-key-code			pic X(4).
01	W40-key-start			pic 9(8).
01	W40-new-end				pic 9(8).
01	W40-formatted-amount	pic X(15).
01	W40-amount-work			pic S9(7)v99 comp-3.
01	W90-alw-status			pic XX.
	88	W90-alw-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
*> Same ceiling as payrun's load, so nothing keyed here can be
*> more than the pay run will take.
01	alw-table.
	05	alw-table-entry occurs 1000 times indexed by alw-idx.
		copy allow-rec replacing ==05== by ==10==.
01	alw-work.
	copy allow-rec.
	copy date-routines.
	copy locale-sw.
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
procedure division.
A100-start.
	*> The nightly cycle's batch lock (suitelok, ch9/prog27.cbl):
	*> online maintenance stays out while the cycle owns the files.
	move "CHK " to W35-lok-function
	move "alwmaint" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "alwmaint: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U") - this program
	*> decides what pays every period.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	perform B100-load-table
	*> Without the master a new allowance can't be validated, so adds
	*> are refused while the list, end and delete still run.
	open input emp-list
	if W90-emp-ok
		move "Y" to W10-emp-open-sw
	else
		display "alwmaint: emp001 not available (status " W90-emp-status
			") - allowances cannot be added this session."
	end-if
	perform until W30-menu-choice = 5
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-list
			when 2 perform D200-add
			when 3 perform D300-end-allowance
			when 4 perform D400-delete
			when 5 continue
			when other display "Please choose 1 through 5."
		end-evaluate
	end-perform
	if W10-emp-open
		close emp-list
	end-if
	move 0 to return-code
	goback.
B100-load-table.
	move 0 to W20-rec-count
	open input allow-file
	if W90-alw-ok
		move "N" to W10-eof-sw
		perform Z100-read-file
		perform until W10-eof
			if W20-rec-count >= 1000
				*> Saving a truncated table would truncate the file.
				display "alwmaint: allowmst outgrew its table - "
					"nothing can be changed until it is purged."
				close allow-file
				move 16 to return-code
				goback
			end-if
			add 1 to W20-rec-count
			move allow-file-rec to alw-table-entry(W20-rec-count)
			perform Z100-read-file
		end-perform
		close allow-file
	end-if.
C100-show-menu.
	display " "
	display "Recurring Allowance Maintenance"
	display "1. List allowances"
	display "2. Add allowance"
	display "3. End an allowance"
	display "4. Delete allowance"
	display "5. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-list.
	display "Id     Code Description          T      Amount    Start"
		"       End"
	perform varying alw-idx from 1 by 1 until alw-idx > W20-rec-count
		move alw-amount of alw-table-entry(alw-idx) to W40-amount-work
		call "moneyfmt" using
			W40-amount-work LOC-LOCALE-SWITCH W40-formatted-amount
		end-call
		display alw-emp-id of alw-table-entry(alw-idx) "  "
			alw-code of alw-table-entry(alw-idx) " "
			alw-desc of alw-table-entry(alw-idx) " "
			alw-taxable-sw of alw-table-entry(alw-idx) " "
			W40-formatted-amount " "
			alw-start-date of alw-table-entry(alw-idx) " "
			alw-end-date of alw-table-entry(alw-idx)
	end-perform
	display "Allowances on file: " W20-rec-count.
D200-add.
	if W20-rec-count >= 1000
		display "Allowance table is full - not added."
	else
		display "Enter employee id: " with no advancing
		accept alw-emp-id of alw-work
		perform E100-find-emp
		if not W10-found
			display "Employee not on emp001 - not added."
		else
			perform D210-accept-details
		end-if
	end-if.
D210-accept-details.
	display "Enter allowance code (e.g. HOUS, TRAN, MEAL): "
		with no advancing
	accept alw-code of alw-work
	display "Enter description: " with no advancing
	accept alw-desc of alw-work
	display "Enter amount per pay period: " with no advancing
	accept alw-amount of alw-work
	display "Taxable or non-taxable (T/N): " with no advancing
	accept alw-taxable-sw of alw-work
	if alw-code of alw-work = spaces
		display "An allowance code is required - not added."
		exit paragraph
	end-if
	if alw-amount of alw-work not > 0
		display "Amount must be greater than zero - not added."
		exit paragraph
	end-if
	if not alw-is-taxable of alw-work
			and not alw-is-nontaxable of alw-work
		display "Flag must be T or N - not added."
		exit paragraph
	end-if
	display "Enter start date (yyyymmdd): " with no advancing
	accept alw-start-date of alw-work
	move alw-start-date of alw-work to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID
		display "Start date is not a valid date - not added."
		exit paragraph
	end-if
	display "Enter end date (yyyymmdd, 0 for open-ended): "
		with no advancing
	accept alw-end-date of alw-work
	if alw-end-date of alw-work not = 0
		move alw-end-date of alw-work to DR-GREG-DATE
		move "G2J " to DR-FUNCTION
		call "daterotn" using DR-DATE-PARMS end-call
		if DR-DATE-INVALID
				or alw-end-date of alw-work < alw-start-date of alw-work
			display "End date is not a valid date on or after the "
				"start - not added."
			exit paragraph
		end-if
	end-if
	move alw-emp-id of alw-work to W40-key-emp-id
	move alw-code of alw-work to W40-key-code
	move alw-start-date of alw-work to W40-key-start
	perform E200-find-entry
	if W10-found
		display "That employee already has that allowance starting on "
			"that date - not added."
	else
		add 1 to W20-rec-count
		move alw-work to alw-table-entry(W20-rec-count)
		perform F100-save-table
		display "Allowance added - it pays from the first payrun whose "
			"period reaches the start date."
	end-if.
D300-end-allowance.
	perform D350-accept-key
	perform E200-find-entry
	if not W10-found
		display "No allowance with that employee, code and start date."
		exit paragraph
	end-if
	display "Enter last date it pays for (yyyymmdd): " with no advancing
	accept W40-new-end
	move W40-new-end to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID
			or W40-new-end < alw-start-date of alw-table-entry(W20-sub1)
		display "End date is not a valid date on or after the start - "
			"not changed."
	else
		move W40-new-end to alw-end-date of alw-table-entry(W20-sub1)
		perform F100-save-table
		display "Allowance end date set."
	end-if.
D350-accept-key.
	display "Enter employee id: " with no advancing
	accept W40-key-emp-id
	display "Enter allowance code: " with no advancing
	accept W40-key-code
	display "Enter start date of the allowance: " with no advancing
	accept W40-key-start.
D400-delete.
	*> For an allowance keyed in error. One that has paid should be
	*> ended instead, so the file still shows what it paid for.
	perform D350-accept-key
	perform E200-find-entry
	if W10-found
		perform varying W20-sub1 from W20-sub1 by 1
				until W20-sub1 >= W20-rec-count
			move alw-table-entry(W20-sub1 + 1)
				to alw-table-entry(W20-sub1)
		end-perform
		subtract 1 from W20-rec-count
		perform F100-save-table
		display "Allowance deleted."
	else
		display "No allowance with that employee, code and start date."
	end-if.
E100-find-emp.
	if not W10-emp-open
		move "N" to W10-found-sw
		exit paragraph
	end-if
	move alw-emp-id of alw-work to emp-id of emp-list-rec
	read emp-list
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if W10-found and emp-term-date of emp-list-rec not = 0
		move "N" to W10-found-sw
	end-if.
E200-find-entry.
	move "N" to W10-found-sw
	move 0 to W20-sub1
	perform varying alw-idx from 1 by 1
			until alw-idx > W20-rec-count or W10-found
		if alw-emp-id of alw-table-entry(alw-idx) = W40-key-emp-id
				and alw-code of alw-table-entry(alw-idx) = W40-key-code
				and alw-start-date of alw-table-entry(alw-idx)
					= W40-key-start
			move "Y" to W10-found-sw
			move alw-idx to W20-sub1
		end-if
	end-perform.
F100-save-table.
	open output allow-file
	if not W90-alw-ok
		display "alwmaint: unable to open allowmst, status " W90-alw-status
		goback
	end-if
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-rec-count
		move alw-table-entry(W20-sub1) to allow-file-rec
		write allow-file-rec
	end-perform
	close allow-file.
Z100-read-file.
	read allow-file
		at end move "Y" to W10-eof-sw
	end-read.
