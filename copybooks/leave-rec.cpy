*> posted as unpaid ("U") instead of being rejected outright -
*> unpaid records never touch the leaveacc balance, and the pay run
*> (payrun, ch10/prog1.cbl) reads them back to dock the period's
*> pay. Time off in lieu ("T") draws on the overtime banked in
*> leaveacc's fourth entry rather than any accrual. Records
*> written before this field existed are blank, which
*> reads as ordinary paid annual leave.
	05	leave-type				pic X.
		88	leave-is-annual			value "A" " ".
		88	leave-is-sick			value "S".
		88	leave-is-unpaid			value "U".
		88	leave-is-toil			value "T".
*> Record status. A cancellation (leavamnd, ch8/prog3.cbl) marks
*> the original "C" and writes a reversal record "R" alongside it,
*> restoring the leaveacc balance - both stay on file so the
