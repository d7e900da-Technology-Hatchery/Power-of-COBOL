*> the ones already due or due within a week, and ends with return
*> code 4 when anything is flagged so nitecycl's log shows there
*> are decisions waiting for empmaint's probation action.
*> Each flagged review is also raised through notify (ch9/prog36.cbl)
*> to the employee's manager - HR when emp-mgr-id is blank - so it
*> reaches someone who does not read the tickler; the dispatcher
*> sends each employee's due date once, however many nights it is
*> flagged.
identification division.
program-id. probtick.
environment division.
	05	W50-det-flag		pic X(14).
	05	filler				pic X(29).
	copy date-routines.
	copy notify-parms.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
		when W30-due-date <= W30-run-date
			add 1 to W20-due-count
			move "** DUE NOW" to W50-det-flag
			perform B200-raise-notice
		when W30-due-date <= W30-soon-date
			add 1 to W20-due-count
			move "due this week" to W50-det-flag
			perform B200-raise-notice
		when other
			move spaces to W50-det-flag
	end-evaluate
	write rpt-line from W50-detail-line.
B200-raise-notice.
	if emp-mgr-id of emp-list-rec = spaces
		move "HR" to NTF-RECIPIENT
	else
		move emp-mgr-id of emp-list-rec to NTF-RECIPIENT
	end-if
	move "PROBDUE " to NTF-EVENT-TYPE
	move spaces to NTF-REFERENCE
	string emp-id of emp-list-rec W30-due-date
		delimited by size into NTF-REFERENCE
	end-string
	move "probtick" to NTF-PROGRAM
	move spaces to NTF-MESSAGE
	string "Probation review due " W30-due-date " for "
		emp-id of emp-list-rec " " emp-name of emp-list-rec
		delimited by size into NTF-MESSAGE
	end-string
	call "notify" using NTF-PARMS end-call.
C200-add-days.
	*> W30-due-date plus W40-add-days calendar days, through
	*> daterotn's Julian form one day at a time - the walk the rest
