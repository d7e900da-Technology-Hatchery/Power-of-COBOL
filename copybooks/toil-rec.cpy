*> toil-rec.cpy
*> One lot of time off in lieu on toilbank: what one pay run banked
*> for one hourly employee instead of paying the overtime. payrun
*> (ch10/prog1.cbl) writes a lot for every period in which the
*> timesheets flagged hours "T" and credits the days to the TOIL
*> entry of leaveacc (leave-bal-rec.cpy, entry 4); a rerun of the
*> same period replaces its own lot and moves the balance only by
*> the difference. Leave taken comes off the balance, never off a
*> lot - the lots exist to date the balance: taken oldest first, any
*> balance above what the lots of the last TOILMTHS months banked
*> must have been earned before them, and that is what toilexp
*> (ch10/prog32.cbl) pays out or forfeits before dropping the
*> lots that have aged past the window.
	05	toil-emp-id				pic X(5).
	05	toil-period-end			pic 9(8).
	05	toil-hours				pic 9(3)v99 comp-3.
	05	toil-days				pic S9(3)v99 comp-3.
