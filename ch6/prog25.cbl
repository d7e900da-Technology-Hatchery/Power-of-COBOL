			display " "
			display "Your leave balances"
			display "Type  Accrued  Used     Balance"
			*> The time off in lieu entry only shows once something
			*> has been banked into it (leave-bal-rec.cpy).
			perform varying W20-type-sub from 1 by 1
					until W20-type-sub > 4
				if W20-type-sub < 4 or lbal-type-code(4) = "T"
					display lbal-type-code(W20-type-sub) "     "
						with no advancing
					move lbal-accrued-days(W20-type-sub)
						to W40-balance-show
					display W40-balance-show "  " with no advancing
					move lbal-used-days(W20-type-sub) to W40-balance-show
					display W40-balance-show "  " with no advancing
					move lbal-balance-days(W20-type-sub)
						to W40-balance-show
					display W40-balance-show
				end-if
			end-perform
		else
			display " "
