*> empmaint (ch6/prog1.cbl). dptedit (ch9/prog13.cbl) validates
*> entry-time department codes against it, and deptbud
*> (ch6/prog23.cbl) reports budget against actual each month.
*> Also keeps the department's minimum cover - the fewest staff it
*> can run a working day with - which leavappr (ch8/prog2.cbl)
*> enforces when approving leave.
identification division.
program-id. deptmnt.
environment division.
		accept dpm-budget-heads of dept-mast-rec
		display "Enter budgeted salary total: " with no advancing
		accept dpm-budget-salary of dept-mast-rec
		display "Enter minimum cover (staff per day, 0 = none): "
			with no advancing
		accept dpm-min-cover of dept-mast-rec
		write dept-mast-rec
			invalid key
				display "Department not added, status " W90-dept-status
		accept dpm-budget-heads of dept-mast-rec
		display "Enter new budgeted salary total: " with no advancing
		accept dpm-budget-salary of dept-mast-rec
		display "Enter new minimum cover (0 = none): " with no advancing
		accept dpm-min-cover of dept-mast-rec
		rewrite dept-mast-rec
			invalid key
				display "Department not updated, status " W90-dept-status
		display "Name: " dpm-name of dept-mast-rec
		display "Budgeted headcount: " dpm-budget-heads of dept-mast-rec
		display "Budgeted salary:    " dpm-budget-salary of dept-mast-rec
		display "Minimum cover:      " dpm-min-cover of dept-mast-rec
	else
		display "Department not found."
	end-if.
