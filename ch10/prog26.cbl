*> an OUT with no IN) and overlapping pairs go to the exception
*> report punchex1 with the reason, and that day writes nothing -
*> a person looks before the pay run does.
*> Clocks that take a job code export it on each punch: the minutes
*> of a pair belong to the project on its IN punch, and the day
*> writes one tms-rec per project it touched, each rounded on its
*> own, so the hours reach tmsedit already split for the labour
*> cost distribution. A clock with no job codes exports blanks and
*> the day writes one record with no project, as always.
identification division.
program-id. tmspunch.
environment division.
	05	pch-dir				pic X.
		88	pch-is-in			value "I".
		88	pch-is-out			value "O".
	05	pch-proj-code		pic X(4).
fd	tms-out.
01	tms-out-rec.
	copy tms-rec.
		10	W60-pch-date		pic 9(8).
		10	W60-pch-time		pic 9(4).
		10	W60-pch-dir			pic X.
		10	W60-pch-proj		pic X(4).
01	W60-swap-entry.
	05	W60-swap-emp-id		pic X(5).
	05	W60-swap-date		pic 9(8).
	05	W60-swap-time		pic 9(4).
	05	W60-swap-dir		pic X.
	05	W60-swap-proj		pic X(4).
*> Minutes worked per project in the day being paired.
01	W30-proj-work.
	05	W30-in-proj			pic X(4).
	05	W30-bkt-count		pic 9(2) comp value 0.
	05	W30-bkt-entry occurs 10 times indexed by bkt-idx.
		10	W30-bkt-proj		pic X(4).
		10	W30-bkt-minutes		pic S9(5) comp.
	05	W10-bkt-found-sw	pic X value "N".
		88	W10-bkt-found			value "Y".
01	W90-pch-status			pic XX.
	88	W90-pch-ok				value "00".
01	W90-tms-status			pic XX.
			move pch-date to W60-pch-date(W20-punch-count)
			move pch-time to W60-pch-time(W20-punch-count)
			move pch-dir to W60-pch-dir(W20-punch-count)
			move pch-proj-code to W60-pch-proj(W20-punch-count)
			perform Z100-read-punch
		end-if
	end-perform.
	*> of the pay run guessing.
	move "N" to W10-day-bad-sw
	move 0 to W30-day-minutes
	move 0 to W30-bkt-count
	move -1 to W30-in-minutes
	move -1 to W30-last-out
	perform varying W20-sub1 from W20-day-start by 1
					compute W30-in-minutes =
						(W60-pch-time(W20-sub1) / 100) * 60
						+ function mod(W60-pch-time(W20-sub1) 100)
					move W60-pch-proj(W20-sub1) to W30-in-proj
					if W30-last-out not = -1
							and W30-in-minutes < W30-last-out
						move "Overlapping punch pair" to W50-exc-reason
					else
						compute W30-day-minutes = W30-day-minutes
							+ W30-out-minutes - W30-in-minutes
						perform D150-bucket-by-project
						move W30-out-minutes to W30-last-out
						move -1 to W30-in-minutes
					end-if
	if not W10-day-bad and W30-day-minutes > 0
		perform D200-write-timesheet
	end-if.
D150-bucket-by-project.
	move "N" to W10-bkt-found-sw
	perform varying bkt-idx from 1 by 1
			until bkt-idx > W30-bkt-count or W10-bkt-found
		if W30-bkt-proj(bkt-idx) = W30-in-proj
			move "Y" to W10-bkt-found-sw
			compute W30-bkt-minutes(bkt-idx) = W30-bkt-minutes(bkt-idx)
				+ W30-out-minutes - W30-in-minutes
		end-if
	end-perform
	if not W10-bkt-found
		if W30-bkt-count >= 10
			move "More than 10 job codes in one day" to W50-exc-reason
			perform E100-report-exception
		else
			add 1 to W30-bkt-count
			move W30-in-proj to W30-bkt-proj(W30-bkt-count)
			compute W30-bkt-minutes(W30-bkt-count) =
				W30-out-minutes - W30-in-minutes
		end-if
	end-if.
D200-write-timesheet.
	*> Quarter-hour rule: each project's minutes round to the NEAREST
	*> quarter hour before they become hours.
	perform varying bkt-idx from 1 by 1 until bkt-idx > W30-bkt-count
		compute W30-quarters rounded = W30-bkt-minutes(bkt-idx) / 15
		compute W30-day-hours = W30-quarters * 15 / 60
		if W30-day-hours > 0
			move W60-pch-emp-id(W20-day-start)
				to tms-emp-id of tms-out-rec
			move W60-pch-date(W20-day-start)
				to tms-work-date of tms-out-rec
			move W30-day-hours to tms-hours of tms-out-rec
			move "N" to tms-ot-sw of tms-out-rec
			move W30-bkt-proj(bkt-idx) to tms-proj-code of tms-out-rec
			write tms-out-rec
			add 1 to W20-tms-count
		end-if
	end-perform.
E100-report-exception.
	move "Y" to W10-day-bad-sw
	add 1 to W20-exc-count
