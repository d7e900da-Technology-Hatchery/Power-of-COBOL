*> leave001. A rate change is entered as a new row with a later
*> effective date, never keyed over an old one, so the table keeps
*> the history the pay run's effective-date pick depends on.
*> A percentage entry also carries the cumulative-withholding flag
*> (ded-cum-sw): "Y" has payrun price the code on the year-to-date
*> taxable gross off payhist rather than the period gross alone.
*> Every bracket entry of one code should carry the same answer -
*> the add prompt says so when an existing entry disagrees.
identification division.
program-id. dedmaint.
environment division.
			ded-eff-date of ded-table-entry(ded-idx)
			" gross " ded-bracket-low of ded-table-entry(ded-idx)
			" to " ded-bracket-high of ded-table-entry(ded-idx)
			" cum " ded-cum-sw of ded-table-entry(ded-idx)
	else
	if ded-is-employer of ded-table-entry(ded-idx)
			and ded-rate of ded-table-entry(ded-idx) not = 0
	move 0 to ded-flat-amount of ded-work
	move 0 to ded-bracket-low of ded-work
	move 0 to ded-bracket-high of ded-work
	move "N" to ded-cum-sw of ded-work
	evaluate true
		when ded-is-percent of ded-work
			display "Enter percentage rate: " with no advancing
			accept ded-bracket-low of ded-work
			display "Enter bracket high gross (0 for none): " with no advancing
			accept ded-bracket-high of ded-work
			display "Withhold cumulatively on year-to-date gross (Y/N): "
				with no advancing
			accept ded-cum-sw of ded-work
			if ded-cum-sw of ded-work not = "Y"
				move "N" to ded-cum-sw of ded-work
			end-if
			perform D215-check-cum-agrees
		when ded-is-employer of ded-work
			*> Employer contribution: a non-zero rate prices it as a
			*> percentage of period gross, a zero rate takes the flat
			display "Deduction entry added."
		end-if
	end-if.
D215-check-cum-agrees.
	*> The cumulative method works the code out as a whole - one
	*> bracket priced cumulatively and another by period would mix
	*> two answers in the same year. Said out loud, not refused: the
	*> operator may be mid-way through re-keying a whole code.
	perform varying ded-idx from 1 by 1 until ded-idx > W20-rec-count
		if ded-code of ded-table-entry(ded-idx) = ded-code of ded-work
				and ded-is-percent of ded-table-entry(ded-idx)
				and ded-cum-sw of ded-table-entry(ded-idx)
					not = ded-cum-sw of ded-work
			display "Warning: entry effective "
				ded-eff-date of ded-table-entry(ded-idx)
				" for this code has cumulative flag '"
				ded-cum-sw of ded-table-entry(ded-idx) "'."
		end-if
	end-perform.
D220-check-duplicate.
	move "N" to W10-found-sw
	perform varying ded-idx from 1 by 1
