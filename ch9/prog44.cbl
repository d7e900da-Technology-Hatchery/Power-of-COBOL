*> Processing calendar region conversion.
*> The prcscal key grew a region (cal-region, prcs-cal-rec.cpy)
*> behind the date when regional holidays arrived, so a prcscal
*> written before then no longer opens under the new key (status
*> 39) - calchk would fall back to the bare weekday rule and the
*> night would run straight through every company holiday. This is
*> the one-time conversion: the old file, renamed to prcscold
*> first, is read under its old date key and every entry is written
*> to a new prcscal with cal-region spaces - company-wide, which is
*> what every entry was. It will not run over a prcscal that
*> already opens under the new key, so a second run can't wipe
*> entries keyed since; the old file is left for the operator to
*> remove once calmaint lists the converted calendar.
identification division.
program-id. calcnv.
environment division.
input-output section.
file-control.
	select old-cal-file assign to "prcscold"
		organization is indexed
		access mode is sequential
		record key is old-cal-date of old-cal-rec
		file status is W90-old-status.
	select cal-file assign to "prcscal"
		organization is indexed
		access mode is dynamic
		record key is cal-key of cal-rec
		file status is W90-cal-status.
data division.
file section.
fd	old-cal-file.
*> The prcscal record before the region was added.
01	old-cal-rec.
	05	old-cal-date		pic 9(8).
	05	old-cal-type		pic X.
	05	old-cal-desc		pic X(20).
fd	cal-file.
01	cal-rec.
	copy prcs-cal-rec.
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
01	W90-cal-status			pic XX.
	88	W90-cal-ok				value "00".
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
	*> A prcscal that opens is already in the new layout; status 39
	*> is the old file still standing under the new name.
	open input cal-file
	if W90-cal-ok
		close cal-file
		display "calcnv: prcscal already opens with the region key - "
			"nothing converted."
		move 8 to return-code
		goback
	end-if
	if W90-cal-status not = "35"
		display "calcnv: prcscal will not open, status "
			W90-cal-status " - rename the old file to prcscold "
			"and run again."
		move 16 to return-code
		goback
	end-if
	open input old-cal-file
	if not W90-old-ok
		display "calcnv: unable to open prcscold, status "
			W90-old-status " - nothing converted."
		move 16 to return-code
		goback
	end-if
	open output cal-file
	if not W90-cal-ok
		display "calcnv: unable to create prcscal, status "
			W90-cal-status " - nothing converted."
		close old-cal-file
		move 16 to return-code
		goback
	end-if
	perform Z100-read-old
	perform until W10-eof
		add 1 to W20-read-count
		perform B100-convert-one
		perform Z100-read-old
	end-perform
	close old-cal-file
	close cal-file
	display "Processing calendar converted to the region key."
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
	move spaces to cal-rec
	move old-cal-date to cal-date of cal-rec
	move spaces to cal-region of cal-rec
	move old-cal-type to cal-type of cal-rec
	move old-cal-desc to cal-desc of cal-rec
	write cal-rec
		invalid key
			add 1 to W20-error-count
			display "calcnv: entry " old-cal-date " not written, status "
				W90-cal-status
		not invalid key
			add 1 to W20-write-count
	end-write.
Z100-read-old.
	read old-cal-file next record
		at end move "Y" to W10-eof-sw
	end-read.
