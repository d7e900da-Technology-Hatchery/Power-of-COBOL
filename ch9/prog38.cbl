*> RATETRM - effective-dated rate lookup by term.
*> rateget (ch9/prog22.cbl) with the term made explicit: "what rate
*> was in force for this product, at this term, on this date" off
*> the central rate table (loanrate, loan-rate-rec.cpy). The entry
*> with the latest effective date at or before the asked-for date
*> wins; the key is product, term, then date, so the walk starts at
*> the product-and-term's first entry and stops at the first entry
*> beyond the date or outside the term. Term zero is the product's
*> open-ended rate - rateget asks for exactly that - and a term in
*> months prices a term deposit (depmaint, ch3/prog14.cbl, and the
*> depmatur maturity run, ch3/prog21.cbl). Not-found comes back
*> when the table is missing or has nothing in force for that term
*> by the date; the caller decides what to do then.
*> A table that is there but will not open - a loanrate still in
*> the layout from before terms, status 39, until ratecnv
*> (ch3/prog27.cbl) converts it - is named on the console once per
*> run with its status, so a run of not-founds has a visible cause.
identification division.
program-id. ratetrm.
environment division.
input-output section.
file-control.
	select rate-file assign to "loanrate"
		organization is indexed
		access mode is dynamic
		record key is lrt-key of rate-rec
		file status is W90-rate-status.
data division.
file section.
fd	rate-file.
01	rate-rec.
	copy loan-rate-rec.
working-storage section.
01	W10-eof-sw				pic X value "N".
	88	W10-eof					value "Y".
01	W10-status-shown-sw		pic X value "N".
	88	W10-status-shown		value "Y".
01	W90-rate-status			pic XX.
	88	W90-rate-ok				value "00".
linkage section.
01	LK-RATE-PRODUCT			pic X.
01	LK-RATE-TERM			pic 9(3).
01	LK-RATE-DATE			pic 9(8).
01	LK-RATE-FOUND-SW		pic X.
	88	LK-RATE-FOUND			value "Y".
01	LK-RATE					pic S9(1)v9(4) comp-3.
procedure division using LK-RATE-PRODUCT LK-RATE-TERM LK-RATE-DATE
		LK-RATE-FOUND-SW LK-RATE.
A100-start.
	move "N" to LK-RATE-FOUND-SW
	move "N" to W10-eof-sw
	open input rate-file
	if not W90-rate-ok
		if W90-rate-status not = "35" and not W10-status-shown
			display "ratetrm: loanrate will not open, status "
				W90-rate-status
			move "Y" to W10-status-shown-sw
		end-if
		goback
	end-if
	move LK-RATE-PRODUCT to lrt-product of rate-rec
	move LK-RATE-TERM to lrt-term-months of rate-rec
	move 0 to lrt-eff-date of rate-rec
	start rate-file key is >= lrt-key of rate-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read rate-file next record
			at end
				move "Y" to W10-eof-sw
			not at end
				if lrt-product of rate-rec not = LK-RATE-PRODUCT
						or lrt-term-months of rate-rec not = LK-RATE-TERM
						or lrt-eff-date of rate-rec > LK-RATE-DATE
					move "Y" to W10-eof-sw
				else
					*> Still at or before the asked-for date - this
					*> entry is the best answer so far.
					move lrt-rate of rate-rec to LK-RATE
					move "Y" to LK-RATE-FOUND-SW
				end-if
		end-read
	end-perform
	close rate-file
	goback.
