*> Benefit plan maintenance.
*> Medical, dental and life cover used to be deducted through
*> dedmaint (ch10/prog2.cbl) as one flat code per plan, with no
*> record of who was covered under which tier and nothing for the
*> carrier. This keeps the benplan master (ben-plan-rec.cpy) the
*> enrollments on benenrl (benmaint, ch10/prog40.cbl) price
*> against: one entry per plan, coverage tier and effective date,
*> carrying the plan type, the carrier, and the monthly employee and
*> employer premiums. It is the same menu-driven list/add/delete
*> shape as alwmaint (ch10/prog28.cbl), the whole file loaded to a
*> table and rewritten on change. A premium change is keyed as a
*> new entry with the date it takes effect - payrun (ch10/prog1.cbl)
*> picks the latest one in force for each period, so the old price
*> stays on file for the periods it priced. Every tier of a plan
*> must carry the same plan type and carrier as its other entries.
identification division.
program-id. bplnmnt.
environment division.
input-output section.
file-control.
	select plan-file assign to "benplan"
		file status is W90-plan-status.
data division.
file section.
fd	plan-file.
01	plan-file-rec.
	copy ben-plan-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-clash-sw		pic X value "N".
		88	W10-clash				value "Y".
01	W20-counters.
	05	W20-rec-count		pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
01	W30-menu-choice			pic 9.
01	W40-key-plan			pic X(4).
01	W40-key-tier			pic X.
01	W40-key-eff				pic 9(8).
01	W40-formatted-ee		pic X(15).
01	W40-formatted-er		pic X(15).
01	W40-amount-work			pic S9(7)v99 comp-3.
01	W90-plan-status			pic XX.
	88	W90-plan-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
*> Same ceiling as payrun's load.
01	bpl-table.
	05	bpl-table-entry occurs 200 times indexed by bpl-idx.
		copy ben-plan-rec replacing ==05== by ==10==.
01	bpl-work.
	copy ben-plan-rec.
	copy date-routines.
	copy locale-sw.
01	W35-lok-work.
	05	W35-lok-function	pic X(4).
	05	W35-lok-program		pic X(8).
	05	W35-lok-locked-sw	pic X.
		88	W35-lok-locked			value "Y".
procedure division.
A100-start.
	*> The nightly cycle's batch lock (suitelok, ch9/prog27.cbl).
	move "CHK " to W35-lok-function
	move "bplnmnt" to W35-lok-program
	call "suitelok" using W35-lok-function W35-lok-program
		W35-lok-locked-sw
	end-call
	if W35-lok-locked
		display "bplnmnt: nightly cycle in progress - try again after "
			"it completes (lokclear clears a crashed cycle's lock)."
		move 8 to return-code
		goback
	end-if
	*> Update authority required (opsignon level "U") - the premiums
	*> here are deducted from every enrolled employee's pay.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	perform B100-load-table
	perform until W30-menu-choice = 4
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-list
			when 2 perform D200-add
			when 3 perform D400-delete
			when 4 continue
			when other display "Please choose 1 through 4."
		end-evaluate
	end-perform
	move 0 to return-code
	goback.
B100-load-table.
	move 0 to W20-rec-count
	open input plan-file
	if W90-plan-ok
		move "N" to W10-eof-sw
		perform Z100-read-file
		perform until W10-eof
			if W20-rec-count >= 200
				*> Saving a truncated table would truncate the file.
				display "bplnmnt: benplan outgrew its table - "
					"nothing can be changed until it is purged."
				close plan-file
				move 16 to return-code
				goback
			end-if
			add 1 to W20-rec-count
			move plan-file-rec to bpl-table-entry(W20-rec-count)
			perform Z100-read-file
		end-perform
		close plan-file
	end-if.
C100-show-menu.
	display " "
	display "Benefit Plan Maintenance"
	display "1. List plans"
	display "2. Add plan tier or premium change"
	display "3. Delete plan entry"
	display "4. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-list.
	display "Plan T Ty Description          Carrier   Employee prem"
		"  Employer prem Effective"
	perform varying bpl-idx from 1 by 1 until bpl-idx > W20-rec-count
		move bpl-ee-premium of bpl-table-entry(bpl-idx)
			to W40-amount-work
		call "moneyfmt" using
			W40-amount-work LOC-LOCALE-SWITCH W40-formatted-ee
		end-call
		move bpl-er-premium of bpl-table-entry(bpl-idx)
			to W40-amount-work
		call "moneyfmt" using
			W40-amount-work LOC-LOCALE-SWITCH W40-formatted-er
		end-call
		display bpl-plan-code of bpl-table-entry(bpl-idx) " "
			bpl-tier of bpl-table-entry(bpl-idx) " "
			bpl-plan-type of bpl-table-entry(bpl-idx) "  "
			bpl-desc of bpl-table-entry(bpl-idx) " "
			bpl-carrier of bpl-table-entry(bpl-idx) "  "
			W40-formatted-ee W40-formatted-er " "
			bpl-eff-date of bpl-table-entry(bpl-idx)
	end-perform
	display "Plan entries on file: " W20-rec-count.
D200-add.
	if W20-rec-count >= 200
		display "Plan table is full - not added."
		exit paragraph
	end-if
	display "Enter plan code: " with no advancing
	accept bpl-plan-code of bpl-work
	display "Enter tier (E employee, S +spouse, C +children, "
		"F family): " with no advancing
	accept bpl-tier of bpl-work
	display "Enter plan type (M medical, D dental, L life): "
		with no advancing
	accept bpl-plan-type of bpl-work
	display "Enter description: " with no advancing
	accept bpl-desc of bpl-work
	display "Enter carrier code: " with no advancing
	accept bpl-carrier of bpl-work
	display "Enter employee premium per month: " with no advancing
	accept bpl-ee-premium of bpl-work
	display "Enter employer premium per month: " with no advancing
	accept bpl-er-premium of bpl-work
	if bpl-plan-code of bpl-work = spaces
		display "A plan code is required - not added."
		exit paragraph
	end-if
	if not bpl-tier-valid of bpl-work
		display "Tier must be E, S, C or F - not added."
		exit paragraph
	end-if
	if not bpl-type-valid of bpl-work
		display "Plan type must be M, D or L - not added."
		exit paragraph
	end-if
	if bpl-carrier of bpl-work = spaces
		display "A carrier code is required - not added."
		exit paragraph
	end-if
	if bpl-ee-premium of bpl-work < 0 or bpl-er-premium of bpl-work < 0
		display "Premiums cannot be negative - not added."
		exit paragraph
	end-if
	display "Enter effective date (yyyymmdd): " with no advancing
	accept bpl-eff-date of bpl-work
	move bpl-eff-date of bpl-work to DR-GREG-DATE
	move "G2J " to DR-FUNCTION
	call "daterotn" using DR-DATE-PARMS end-call
	if DR-DATE-INVALID
		display "Effective date is not a valid date - not added."
		exit paragraph
	end-if
	*> One plan code is one plan: its tiers can't disagree about
	*> what kind of cover it is or who underwrites it.
	move "N" to W10-clash-sw
	perform varying bpl-idx from 1 by 1 until bpl-idx > W20-rec-count
		if bpl-plan-code of bpl-table-entry(bpl-idx)
				= bpl-plan-code of bpl-work
			and (bpl-plan-type of bpl-table-entry(bpl-idx)
					not = bpl-plan-type of bpl-work
				or bpl-carrier of bpl-table-entry(bpl-idx)
					not = bpl-carrier of bpl-work)
			move "Y" to W10-clash-sw
		end-if
	end-perform
	if W10-clash
		display "That plan is already on file with a different type or "
			"carrier - not added."
		exit paragraph
	end-if
	move bpl-plan-code of bpl-work to W40-key-plan
	move bpl-tier of bpl-work to W40-key-tier
	move bpl-eff-date of bpl-work to W40-key-eff
	perform E200-find-entry
	if W10-found
		display "That plan and tier already has an entry effective on "
			"that date - not added."
	else
		add 1 to W20-rec-count
		move bpl-work to bpl-table-entry(W20-rec-count)
		perform F100-save-table
		display "Plan entry added - it prices from the first payrun "
			"whose period reaches the effective date."
	end-if.
D400-delete.
	*> For an entry keyed in error. A superseded premium should stay
	*> on file as the record of what the earlier periods charged.
	display "Enter plan code: " with no advancing
	accept W40-key-plan
	display "Enter tier: " with no advancing
	accept W40-key-tier
	display "Enter effective date of the entry: " with no advancing
	accept W40-key-eff
	perform E200-find-entry
	if W10-found
		perform varying W20-sub1 from W20-sub1 by 1
				until W20-sub1 >= W20-rec-count
			move bpl-table-entry(W20-sub1 + 1)
				to bpl-table-entry(W20-sub1)
		end-perform
		subtract 1 from W20-rec-count
		perform F100-save-table
		display "Plan entry deleted."
	else
		display "No entry with that plan, tier and effective date."
	end-if.
E200-find-entry.
	move "N" to W10-found-sw
	move 0 to W20-sub1
	perform varying bpl-idx from 1 by 1
			until bpl-idx > W20-rec-count or W10-found
		if bpl-plan-code of bpl-table-entry(bpl-idx) = W40-key-plan
				and bpl-tier of bpl-table-entry(bpl-idx) = W40-key-tier
				and bpl-eff-date of bpl-table-entry(bpl-idx)
					= W40-key-eff
			move "Y" to W10-found-sw
			set W20-sub1 to bpl-idx
		end-if
	end-perform.
F100-save-table.
	open output plan-file
	if not W90-plan-ok
		display "bplnmnt: unable to open benplan, status "
			W90-plan-status
		goback
	end-if
	perform varying W20-sub1 from 1 by 1 until W20-sub1 > W20-rec-count
		move bpl-table-entry(W20-sub1) to plan-file-rec
		write plan-file-rec
	end-perform
	close plan-file.
Z100-read-file.
	read plan-file
		at end move "Y" to W10-eof-sw
	end-read.
