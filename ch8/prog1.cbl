*> This program just captures the request cleanly: employee id,
*> dates, type, and the day count under the suite's usual 30/360
*> convention.
*> Time off in lieu is a fourth type ("T"): the overtime payrun
*> (ch10/prog1.cbl) banked instead of paying, drawn down on
*> approval like annual or sick leave.
identification division.
program-id. leavpost.
environment division.
	accept leave-startdate of leave-work
	display "Enter leave end date (yymmdd): " with no advancing
	accept leave-enddate of leave-work
	display "Enter leave type (A annual / S sick / U unpaid / "
		"T time off in lieu): " with no advancing
	accept leave-type of leave-work
	if leave-type of leave-work = "a" move "A" to leave-type of leave-work
	end-if
	end-if
	if leave-type of leave-work = "u" move "U" to leave-type of leave-work
	end-if
	if leave-type of leave-work = "t" move "T" to leave-type of leave-work
	end-if
	if leave-type of leave-work = space
		move "A" to leave-type of leave-work
	end-if
	if not leave-is-annual of leave-work
			and not leave-is-sick of leave-work
			and not leave-is-unpaid of leave-work
			and not leave-is-toil of leave-work
		display "Rejected - leave type must be A, S, U or T."
		close pend-file
		goback
	end-if
