*> pay run to price. Rejections stay on tmspend with status "R" and
*> the manager's reason so the branch can be told why. payrun only
*> ever reads tmsacc, so it only ever prices approved hours.
*> The project or job code tmsedit proved travels with the hours
*> onto tmsacc for the labour cost distribution (labdist,
*> ch10/prog34.cbl).
*> Hours tmsedit held back for a day with no rostered shift (status
*> "H") never reach this queue until a supervisor has accepted them
*> in rostmnt (ch10/prog45.cbl); the purge leaves them alone too.
identification division.
program-id. tmsappr.
environment division.
	end-if
	*> Decided timesheets have done their telling - left on file
	*> forever they only march tmspend toward the table limit. The
	*> purge keeps pending and held records untouched.
	display "Purge decided (approved/rejected) timesheets from "
		"tmspend? (Y/N): " with no advancing
	accept W30-decision
	move 0 to W20-keep-count
	perform varying pend-idx from 1 by 1 until pend-idx > W20-pend-count
		if tpnd-is-pending of pend-table-entry(pend-idx)
				or tpnd-is-held of pend-table-entry(pend-idx)
			add 1 to W20-keep-count
			if W20-keep-count not = pend-idx
				move pend-table-entry(pend-idx)
	compute W20-sub1 = W20-pend-count - W20-keep-count
	move W20-keep-count to W20-pend-count
	display "Purged " W20-sub1 " decided timesheet(s); "
		W20-pend-count " still pending or held.".
B100-load-pending.
	move 0 to W20-pend-count
	open input pend-file
	move 0 to W20-pending-left
	display " "
	display "Pending timesheets"
	display "No.   Emp    Work date  Hours  OT  Project"
	perform varying pend-idx from 1 by 1 until pend-idx > W20-pend-count
		if tpnd-is-pending of pend-table-entry(pend-idx)
			move tpnd-emp-id of pend-table-entry(pend-idx)
					"  " tpnd-work-date of pend-table-entry(pend-idx)
					"   " tpnd-hours of pend-table-entry(pend-idx)
					"  " tpnd-ot-sw of pend-table-entry(pend-idx)
					"   " tpnd-proj-code of pend-table-entry(pend-idx)
			end-if
		end-if
	end-perform
		to tms-hours of tmsacc-rec
	move tpnd-ot-sw of pend-table-entry(W20-pick)
		to tms-ot-sw of tmsacc-rec
	move tpnd-proj-code of pend-table-entry(W20-pick)
		to tms-proj-code of tmsacc-rec
	write tmsacc-rec
	if not W90-acc-ok
		display "tmsappr: unable to write tmsacc, status " W90-acc-status
