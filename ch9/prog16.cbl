*> Saturday is still recognized as one. With no calendar on file at
*> all the weekday rule stands alone, which is exactly the
*> behavior the cycles always had.
*> A caller may name a branch region (brm-region, looked up through
*> brregion ch9/prog43.cbl) as an optional fourth argument: that
*> region's own entry for the date is consulted first, then the
*> company-wide one, then the weekday rule. Without it - or with it
*> blank, as nitecycl and empbatch call it for the whole night -
*> only company-wide entries count, and a regional holiday neither
*> stops the night nor is seen by anyone outside its region.
*> A calendar that is there but will not open - a prcscal still in
*> the layout from before regions, status 39, until calcnv
*> (ch9/prog44.cbl) converts it - is named on the console once per
*> run with its status, rather than passing silently for "no
*> calendar" while the night runs through every holiday.
identification division.
program-id. calchk.
environment division.
	select cal-file assign to "prcscal"
		organization is indexed
		access mode is dynamic
		record key is cal-key of cal-rec
		file status is W90-cal-status.
data division.
file section.
	05	W20-dow				pic 9 comp.
		88	W20-saturday			value 0.
		88	W20-sunday				value 1.
01	W10-status-shown-sw		pic X value "N".
	88	W10-status-shown		value "Y".
01	W30-region				pic X(10).
01	W90-cal-status			pic XX.
	88	W90-cal-ok				value "00".
linkage section.
	88	LK-CAL-RUN				value "Y".
	88	LK-CAL-SKIP				value "N".
01	LK-CAL-REASON			pic X(30).
01	LK-CAL-REGION			pic X(10).
procedure division using LK-CAL-DATE LK-CAL-RUN-SW LK-CAL-REASON
		optional LK-CAL-REGION.
A100-start.
	move spaces to LK-CAL-REASON
	move "N" to W10-found-sw
	move spaces to W30-region
	if LK-CAL-REGION is not omitted
		move LK-CAL-REGION to W30-region
	end-if
	open input cal-file
	if W90-cal-ok
		*> The region's own entry outranks the company-wide one.
		if W30-region not = spaces
			move W30-region to cal-region of cal-rec
			perform F100-read-entry
		end-if
		if not W10-found
			move spaces to cal-region of cal-rec
			perform F100-read-entry
		end-if
		close cal-file
	else
		if W90-cal-status not = "35" and not W10-status-shown
			display "calchk: prcscal will not open, status "
				W90-cal-status " - weekday rule only"
			move "Y" to W10-status-shown-sw
		end-if
	end-if
	if W10-found
		if cal-is-holiday
		move "Y" to LK-CAL-RUN-SW
		move "ordinary processing weekday" to LK-CAL-REASON
	end-if.
F100-read-entry.
	move LK-CAL-DATE to cal-date of cal-rec
	read cal-file
		invalid key
			continue
		not invalid key
			move "Y" to W10-found-sw
	end-read.
