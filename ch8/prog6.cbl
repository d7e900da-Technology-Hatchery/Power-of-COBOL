*> moves with the real balances instead of with somebody's
*> estimate. Both accounts (LEAVEXP, LEAVLIAB) prove against the
*> chart of accounts first, same as paygl.
*> Encashed leave (leavencs, ch8/prog10.cbl) is released through the
*> payroll journal - paygl debits LEAVLIAB when payrun pays it - so
*> leavencs takes the encashed money off the leavliac checkpoint as
*> it draws the balances down, and the movement booked here never
*> releases those days a second time.
identification division.
program-id. leavlia.
environment division.
