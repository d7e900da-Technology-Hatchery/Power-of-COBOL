*> even on a weekend. Same menu-driven add/delete shape as opmaint
*> (ch9/prog10.cbl), with each date validated through daterotn
*> before it is allowed onto the file.
*> Each entry is company-wide (region left blank) or belongs to one
*> branch region - a region some branch on brmast (br-mast-rec.cpy)
*> actually carries in brm-region, so a mistyped region can't hide
*> a holiday nobody will ever be given. The same date may be keyed
*> once for the company and once for each region; delete asks for
*> both halves of the key.
identification division.
program-id. calmaint.
environment division.
	select cal-file assign to "prcscal"
		organization is indexed
		access mode is dynamic
		record key is cal-key of cal-rec
		file status is W90-cal-status.
	select br-mast assign to "brmast"
		organization is indexed
		access mode is dynamic
		record key is brm-code of br-mast-rec
		file status is W90-br-status.
data division.
file section.
fd	cal-file.
01	cal-rec.
	copy prcs-cal-rec.
fd	br-mast.
01	br-mast-rec.
	copy br-mast-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-region-ok-sw	pic X value "N".
		88	W10-region-ok			value "Y".
	05	W10-br-eof-sw		pic X value "N".
		88	W10-br-eof				value "Y".
01	W20-list-count			pic 9(4) comp value 0.
01	W30-menu-choice			pic 9.
01	W40-cal-date			pic 9(8).
01	W40-cal-type			pic X.
01	W40-cal-region			pic X(10).
01	W50-region-text			pic X(10).
01	W90-cal-status			pic XX.
	88	W90-cal-ok				value "00".
01	W90-br-status			pic XX.
	88	W90-br-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
	display "4. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
C200-accept-region.
	*> Blank is the company-wide calendar; anything else must be a
	*> region at least one branch on brmast is in.
	display "Enter region (blank = company-wide): " with no advancing
	accept W40-cal-region
	move "Y" to W10-region-ok-sw
	move W40-cal-region to W50-region-text
	if W40-cal-region = spaces
		move "(company)" to W50-region-text
	else
		perform F200-check-region
	end-if.
D100-add.
	display "Enter date (yyyymmdd): " with no advancing
	accept W40-cal-date
	call "daterotn" using DR-DATE-PARMS end-call
	if not DR-DATE-OK
		display "Not a valid Gregorian date - not added."
		exit paragraph
	end-if
	perform C200-accept-region
	if not W10-region-ok
		display "Region " W40-cal-region " is not on any branch - not added."
		exit paragraph
	end-if
	perform F100-find-entry
	if W10-found
		display "Date " W40-cal-date " is already on the calendar for "
			W50-region-text " (" cal-type of cal-rec " "
			cal-desc of cal-rec ")."
	else
		display "Enter type (H holiday / P processing date): "
			with no advancing
		accept W40-cal-type
		if W40-cal-type not = "H" and W40-cal-type not = "P"
			display "Type must be H or P - not added."
		else
			move W40-cal-date to cal-date of cal-rec
			move W40-cal-region to cal-region of cal-rec
			move W40-cal-type to cal-type of cal-rec
			display "Enter description: " with no advancing
			accept cal-desc of cal-rec
			write cal-rec
				invalid key
					display "Entry not added, status " W90-cal-status
				not invalid key
					display "Calendar entry added."
			end-write
		end-if
	end-if.
D200-delete.
	display "Enter date (yyyymmdd): " with no advancing
	accept W40-cal-date
	perform C200-accept-region
	perform F100-find-entry
	if W10-found
		delete cal-file record
				display "Calendar entry deleted."
		end-delete
	else
		display "Date " W40-cal-date " is not on the calendar for "
			W50-region-text "."
	end-if.
D300-list.
	display "Date      Region      Type  Description"
	move 0 to W20-list-count
	move "N" to W10-eof-sw
	move low-values to cal-key of cal-rec
	start cal-file key is >= cal-key of cal-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
		perform Z100-read-next
		if not W10-eof
			add 1 to W20-list-count
			move cal-region of cal-rec to W50-region-text
			if W50-region-text = spaces
				move "(company)" to W50-region-text
			end-if
			display cal-date of cal-rec "  " W50-region-text "  "
				cal-type of cal-rec "     " cal-desc of cal-rec
		end-if
	end-perform
	if W20-list-count = 0
	end-if.
F100-find-entry.
	move W40-cal-date to cal-date of cal-rec
	move W40-cal-region to cal-region of cal-rec
	read cal-file
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
F200-check-region.
	move "N" to W10-region-ok-sw
	open input br-mast
	if not W90-br-ok
		display "calmaint: unable to open brmast, status " W90-br-status
		exit paragraph
	end-if
	move "N" to W10-br-eof-sw
	move low-values to brm-code of br-mast-rec
	start br-mast key is >= brm-code of br-mast-rec
		invalid key
			move "Y" to W10-br-eof-sw
	end-start
	perform until W10-br-eof or W10-region-ok
		read br-mast next record
			at end
				move "Y" to W10-br-eof-sw
			not at end
				if brm-region of br-mast-rec = W40-cal-region
					move "Y" to W10-region-ok-sw
				end-if
		end-read
	end-perform
	close br-mast.
Z100-read-next.
	read cal-file next record
		at end move "Y" to W10-eof-sw
