*> Customer exposure report.
*> The loan book and the deposit book each list their own side;
*> nothing showed what one party owes and holds together. Both
*> masters are keyed on the party id, so this reads loanmast and
*> depmast side by side in id order - a matched merge, the lower
*> key going first - and prints one line per party with an active
*> loan or deposit: the name and whether staff or external customer
*> (custget, ch9/prog40.cbl), the loan balance outstanding, the
*> deposit balance held, and the net of the two, deposits less
*> loans. Totals at the foot. Prints through the shared report
*> writer (rptwrite, ch9/prog18.cbl) onto custexp1.
identification division.
program-id. custexp.
environment division.
input-output section.
file-control.
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
	select exp-rpt assign to "custexp1"
		file status is W90-rpt-status.
data division.
file section.
fd	loan-mast.
01	loan-mast-rec.
	copy loan-mast-rec.
fd	dep-mast.
01	dep-mast-rec.
	copy dep-mast-rec.
fd	exp-rpt
	label records are standard.
01	rpt-line			pic X(80).
working-storage section.
01	W20-counters.
	05	W20-party-count		pic 9(5) comp value 0.
	05	W20-rw-sub			pic 9 comp value 0.
*> The merge keys - high-values once a master runs out, so the
*> other side drains on its own.
01	W30-loan-key			pic X(5).
01	W30-dep-key				pic X(5).
01	W30-party-id			pic X(5).
01	W40-party-work.
	05	W40-loan-bal		pic S9(9)v99 comp-3.
	05	W40-dep-bal			pic S9(9)v99 comp-3.
	05	W40-net				pic S9(9)v99 comp-3.
01	W40-totals.
	05	W40-tot-loans		pic S9(11)v99 comp-3 value 0.
	05	W40-tot-deps		pic S9(11)v99 comp-3 value 0.
	05	W40-tot-net			pic S9(11)v99 comp-3 value 0.
01	W40-money				pic S9(7)v99 comp-3.
01	W40-formatted-amt		pic X(15).
01	W90-loan-status			pic XX.
	88	W90-loan-ok				value "00".
01	W90-dep-status			pic XX.
	88	W90-dep-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W70-arch-report			pic X(8).
01	W70-arch-sw				pic X.
	88	W70-arch-ok				value "Y".
	copy locale-sw.
	copy rpt-writer.
	copy cust-parms.
01	W50-detail-line.
	05	W50-id				pic X(5).
	05	filler				pic X(1).
	05	W50-name			pic X(20).
	05	filler				pic X(1).
	05	W50-kind			pic X(5).
	05	filler				pic X(1).
	05	W50-loans			pic X(15).
	05	W50-deps			pic X(15).
	05	W50-net				pic X(15).
	05	filler				pic X(2).
01	W50-total-line.
	05	filler				pic X(9) value "Parties: ".
	05	W50-tot-count		pic ZZZZ9.
	05	filler				pic X(8) value "  Loans ".
	05	W50-tot-loans		pic Z(10)9.99-.
	05	filler				pic X(11) value "  Deposits ".
	05	W50-tot-deps		pic Z(10)9.99-.
	05	filler				pic X(17).
01	W50-net-line.
	05	filler				pic X(26) value
		"Net, deposits less loans: ".
	05	W50-tot-net			pic Z(10)9.99-.
	05	filler				pic X(39).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	move high-values to W30-loan-key
	move high-values to W30-dep-key
	open input loan-mast
	if W90-loan-ok
		move low-values to lnm-id of loan-mast-rec
		start loan-mast key is >= lnm-id of loan-mast-rec
			invalid key continue
			not invalid key perform Z100-read-loan
		end-start
	else
		display "custexp: no loanmast (status " W90-loan-status
			") - deposits only."
	end-if
	open input dep-mast
	if W90-dep-ok
		move low-values to dep-id of dep-mast-rec
		start dep-mast key is >= dep-id of dep-mast-rec
			invalid key continue
			not invalid key perform Z200-read-dep
		end-start
	else
		display "custexp: no depmast (status " W90-dep-status
			") - loans only."
	end-if
	open output exp-rpt
	if not W90-rpt-ok
		display "custexp: unable to open custexp1, status " W90-rpt-status
		move 16 to return-code
		goback
	end-if
	move "INIT" to RW-FUNCTION
	move "Customer Exposure Report" to RW-REPORT-TITLE
	move "Id    Name                 Type            Loans       Deposits            Net"
		to RW-COLUMN-HEADER
	move 0 to RW-LINES-PER-PAGE
	call "rptwrite" using RW-PARMS end-call
	perform until W30-loan-key = high-values
			and W30-dep-key = high-values
		perform C100-merge-one
	end-perform
	perform D200-print-totals
	close loan-mast
	close dep-mast
	close exp-rpt
	move "custexp1" to W70-arch-report
	call "rptarch" using W70-arch-report W70-arch-sw end-call
	if not W70-arch-ok
		display "custexp: report produced but not archived."
	end-if
	display "Customer exposure report written to custexp1, "
		W20-party-count " part(ies)."
	move 0 to return-code
	goback.
C100-merge-one.
	*> The lower key is the next party; whichever masters hold it
	*> contribute their active balance.
	move 0 to W40-loan-bal
	move 0 to W40-dep-bal
	if W30-loan-key <= W30-dep-key
		move W30-loan-key to W30-party-id
	else
		move W30-dep-key to W30-party-id
	end-if
	if W30-loan-key = W30-party-id
		if lnm-is-active of loan-mast-rec
			move lnm-balance of loan-mast-rec to W40-loan-bal
		end-if
		perform Z100-read-loan
	end-if
	if W30-dep-key = W30-party-id
		if dep-is-active of dep-mast-rec
			move dep-balance of dep-mast-rec to W40-dep-bal
		end-if
		perform Z200-read-dep
	end-if
	if W40-loan-bal not = 0 or W40-dep-bal not = 0
		perform D100-print-party
	end-if.
D100-print-party.
	add 1 to W20-party-count
	compute W40-net = W40-dep-bal - W40-loan-bal
	add W40-loan-bal to W40-tot-loans
	add W40-dep-bal to W40-tot-deps
	add W40-net to W40-tot-net
	move W30-party-id to W50-id
	move W30-party-id to CG-ID
	call "custget" using CG-PARMS end-call
	evaluate true
		when CG-IS-STAFF
			move "Staff" to W50-kind
			move CG-NAME to W50-name
		when CG-IS-CUSTOMER
			move "Cust" to W50-kind
			move CG-NAME to W50-name
		when other
			move "?" to W50-kind
			move "(not on file)" to W50-name
	end-evaluate
	*> moneyfmt takes S9(7)v99 - each figure stages through it.
	move W40-loan-bal to W40-money
	call "moneyfmt" using W40-money LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-loans
	move W40-dep-bal to W40-money
	call "moneyfmt" using W40-money LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-deps
	move W40-net to W40-money
	call "moneyfmt" using W40-money LOC-LOCALE-SWITCH W40-formatted-amt
	end-call
	move W40-formatted-amt to W50-net
	move "LINE" to RW-FUNCTION
	move W50-detail-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
D200-print-totals.
	move W20-party-count to W50-tot-count
	move W40-tot-loans to W50-tot-loans
	move W40-tot-deps to W50-tot-deps
	move "LINE" to RW-FUNCTION
	move W50-total-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines
	move W40-tot-net to W50-tot-net
	move "FOOT" to RW-FUNCTION
	move W50-net-line to RW-DETAIL-LINE
	call "rptwrite" using RW-PARMS end-call
	perform W100-write-rw-lines.
W100-write-rw-lines.
	*> Put out whatever the report writer handed back - a "P" line
	*> opens a new page.
	perform varying W20-rw-sub from 1 by 1
			until W20-rw-sub > RW-OUT-COUNT
		if RW-OUT-ADVANCE(W20-rw-sub) = "P"
			write rpt-line from RW-OUT-TEXT(W20-rw-sub)
				after advancing page
		else
			write rpt-line from RW-OUT-TEXT(W20-rw-sub)
		end-if
	end-perform.
Z100-read-loan.
	read loan-mast next record
		at end move high-values to W30-loan-key
		not at end move lnm-id of loan-mast-rec to W30-loan-key
	end-read.
Z200-read-dep.
	read dep-mast next record
		at end move high-values to W30-dep-key
		not at end move dep-id of dep-mast-rec to W30-dep-key
	end-read.
