		move 0 to lbal-accrued-days(3)
		move 0 to lbal-used-days(3)
		move 0 to lbal-balance-days(3)
		move "T" to lbal-type-code(4)
		move 0 to lbal-accrued-days(4)
		move 0 to lbal-used-days(4)
		move 0 to lbal-balance-days(4)
		write leave-bal-file-rec
			invalid key
				display "leavaccr: unable to create leaveacc record, status "
