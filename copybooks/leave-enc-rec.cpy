*> leave-enc-rec.cpy
*> One request to sell back annual leave, on leavenc. leavencm
*> (ch8/prog9.cbl) captures the request with status "P" and is where
*> the employee's supervisor approves ("A") or rejects ("R") it. The
*> encashment run (leavencs, ch8/prog10.cbl) takes every approved
*> request, checks the days against the annual entry of leaveacc
*> above the ENCRETN retention threshold, prices them at empterm's
*> daily rate, draws the balance down and flips the request to
*> encashed ("Q") with the days and money it actually allowed - a
*> request the balance cannot support is rejected there with the
*> reason. The next pay run (payrun, ch10/prog1.cbl) pays every
*> encashed request as its own "L" line and flips it to paid ("C")
*> with the period it landed in, the retroadj discipline - so an
*> encashment can never pay twice.
	05	lenc-emp-id				pic X(5).
	05	lenc-req-date			pic 9(8).
	05	lenc-req-days			pic S9(3)v99 comp-3.
	05	lenc-status				pic X.
		88	lenc-is-pending			value "P".
		88	lenc-is-approved		value "A".
		88	lenc-is-rejected		value "R".
		88	lenc-is-encashed		value "Q".
		88	lenc-is-paid			value "C".
	05	lenc-reviewer-id		pic X(5).
	05	lenc-reason				pic X(30).
	05	lenc-enc-date			pic 9(8).
	05	lenc-enc-days			pic S9(3)v99 comp-3.
	05	lenc-amount				pic S9(7)v99 comp-3.
	05	lenc-paid-period		pic 9(8).
