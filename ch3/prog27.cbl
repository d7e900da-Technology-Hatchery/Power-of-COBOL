*> Rate table term conversion.
*> The loanrate key grew a term (lrt-term-months, loan-rate-rec.cpy)
*> between the product and the effective date when term deposits
*> arrived, so a loanrate written before then no longer opens under
*> the new key (status 39) - rateget and ratetrm would answer
*> not-found for every product and loanproc would price on its
*> fallback. This is the one-time conversion: the old file, renamed
*> to loanrold first, is read under its old product-and-date key and
*> every entry is written to a new loanrate as term 000 - the
*> open-ended rate it always was. It will not run over a loanrate
*> that already opens under the new key, so a second run can't wipe
*> entries keyed since; the old file is left for the operator to
*> remove once ratemnt lists the converted table.
identification division.
program-id. ratecnv.
environment division.
input-output section.
file-control.
	select old-rate-file assign to "loanrold"
		organization is indexed
		access mode is sequential
		record key is old-lrt-key of old-rate-rec
		file status is W90-old-status.
	select rate-file assign to "loanrate"
		organization is indexed
		access mode is dynamic
		record key is lrt-key of rate-rec
		file status is W90-rate-status.
data division.
file section.
fd	old-rate-file.
*> The loanrate record before the term was added.
01	old-rate-rec.
	05	old-lrt-key.
		10	old-lrt-product		pic X.
		10	old-lrt-eff-date	pic 9(8).
	05	old-lrt-rate		pic S9(1)v9(4) comp-3.
fd	rate-file.
01	rate-rec.
	copy loan-rate-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
01	W20-counters.
	05	W20-read-count		pic 9(5) comp value 0.
	05	W20-write-count		pic 9(5) comp value 0.
	05	W20-error-count		pic 9(5) comp value 0.
01	W90-old-status			pic XX.
	88	W90-old-ok				value "00".
01	W90-rate-status			pic XX.
	88	W90-rate-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> rebuilds master data.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> A loanrate that opens is already in the new layout; status 39
	*> is the old file still standing under the new name.
	open input rate-file
	if W90-rate-ok
		close rate-file
		display "ratecnv: loanrate already opens with the term key - "
			"nothing converted."
		move 8 to return-code
		goback
	end-if
	if W90-rate-status not = "35"
		display "ratecnv: loanrate will not open, status "
			W90-rate-status " - rename the old file to loanrold "
			"and run again."
		move 16 to return-code
		goback
	end-if
	open input old-rate-file
	if not W90-old-ok
		display "ratecnv: unable to open loanrold, status "
			W90-old-status " - nothing converted."
		move 16 to return-code
		goback
	end-if
	open output rate-file
	if not W90-rate-ok
		display "ratecnv: unable to create loanrate, status "
			W90-rate-status " - nothing converted."
		close old-rate-file
		move 16 to return-code
		goback
	end-if
	perform Z100-read-old
	perform until W10-eof
		add 1 to W20-read-count
		perform B100-convert-one
		perform Z100-read-old
	end-perform
	close old-rate-file
	close rate-file
	display "Rate table converted to the term key."
	display "Entries read:      " W20-read-count
	display "Entries written:   " W20-write-count
	display "Entries in error:  " W20-error-count
	if W20-error-count > 0
		move 8 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B100-convert-one.
	move spaces to rate-rec
	move old-lrt-product to lrt-product of rate-rec
	move 0 to lrt-term-months of rate-rec
	move old-lrt-eff-date to lrt-eff-date of rate-rec
	move old-lrt-rate to lrt-rate of rate-rec
	write rate-rec
		invalid key
			add 1 to W20-error-count
			display "ratecnv: entry " old-lrt-product " "
				old-lrt-eff-date " not written, status "
				W90-rate-status
		not invalid key
			add 1 to W20-write-count
	end-write.
Z100-read-old.
	read old-rate-file next record
		at end move "Y" to W10-eof-sw
	end-read.
