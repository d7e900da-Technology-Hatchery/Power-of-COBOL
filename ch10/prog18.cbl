*> to chqout01 for the bank reconciliation. Non-positive fallout
*> amounts are reported and never printed - nobody cuts a cheque
*> for money the employee owes.
*> The bank learns which cheques are genuine from the positive-pay
*> file ppaybld (ch10/prog36.cbl) builds off this register - every
*> new cheque and every void or reissue since the last one - so
*> each print, void and reissue reminds the operator to run it
*> before the paper leaves the building.
identification division.
program-id. chqprint.
environment division.
			end-if
	end-evaluate
	display "Cheques printed to chqprn01:  " W20-printed-count
	display "Fallout lines skipped:        " W20-skipped-count
	if W20-printed-count > 0
		perform E300-remind-positive-pay
	end-if.
E100-print-one-cheque.
	*> The register is the final word on who already has a cheque:
	*> an OUTSTANDING one for the same employee and amount means
	move W30-run-date to chq-issue-date of reg-table-entry(W20-reg-count)
	move "I" to chq-status of reg-table-entry(W20-reg-count)
	move 0 to chq-replaced-by of reg-table-entry(W20-reg-count)
	move 0 to chq-ppay-issue-seq of reg-table-entry(W20-reg-count)
	move 0 to chq-ppay-void-seq of reg-table-entry(W20-reg-count)
	add 1 to W20-printed-count
	write prn-line from W50-chq-rule
	move W30-next-number to W50-chq-number
			move "V" to chq-status of reg-table-entry(W20-hit)
			perform F100-save-register
			display "Cheque " W30-void-number " voided."
			perform E300-remind-positive-pay
		end-if
	end-if.
D300-reissue-cheque.
				perform F100-save-register
				display "Cheque " W30-void-number " voided and "
					"reissued as " W30-next-number "."
				perform E300-remind-positive-pay
			else
				move "I" to chq-status of reg-table-entry(W20-hit)
				display "Cheque " W30-void-number " NOT reissued - "
	end-if
	end-if
	end-if.
E300-remind-positive-pay.
	display "Run ppaybld to send the bank its positive-pay file "
		"before these cheques are released.".
E200-find-cheque.
	move "N" to W10-found-sw
	perform varying reg-idx from 1 by 1
