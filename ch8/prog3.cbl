*> dates is posted and debited, checked against the restored
*> balance first. Nothing is ever deleted from leave001, so the
*> history still tells the whole story.
*> Time off in lieu ("T") restores and redebits leaveacc's fourth
*> entry the same way - cancelled TOIL goes back into the balance
*> toilexp (ch10/prog32.cbl) ages.
identification division.
program-id. leavamnd.
environment division.
			" - balances cannot be adjusted."
		close leave-bal-file
		goback
	end-if
	if lbal-type-code(4) not = "T"
		move "T" to lbal-type-code(4)
		move 0 to lbal-accrued-days(4)
		move 0 to lbal-used-days(4)
		move 0 to lbal-balance-days(4)
	end-if.
F200-set-type-sub.
	*> Entry order in leave-bal-rec.cpy: 1 annual, 2 sick, 3 unpaid,
	*> 4 time off in lieu.
	evaluate true
		when leave-is-annual of leave-table-entry(W20-hit)
			move 1 to W20-type-sub
			move 2 to W20-type-sub
		when leave-is-unpaid of leave-table-entry(W20-hit)
			move 3 to W20-type-sub
		when leave-is-toil of leave-table-entry(W20-hit)
			move 4 to W20-type-sub
	end-evaluate.
G100-restore-balance.
	subtract leave-days-taken of leave-table-entry(W20-hit)
