*> Benefit carrier enrollment file.
*> The carriers learned of adds, changes and terminations from
*> whatever benefits administration remembered to e-mail them - an
*> employee dropped at the carrier was still paying premiums here,
*> and a leaver stayed covered on the carrier's books for months.
*> Run once a month, this builds bencarr off benenrl
*> (ben-enrl-rec.cpy, kept by benmaint ch10/prog40.cbl): a header
*> with the run date and transmission sequence, then an "ADD" for
*> every coverage row the carriers have not been sent, a "CHG" where
*> that row replaced the employee's earlier row of the same plan
*> type, a "TRM" for every row that ended - dropped or terminated -
*> since the carriers were last told, and a trailer with the record
*> count. A row closed by a change is not sent as a termination: its
*> successor's "CHG" says it. Each record carries the plan's carrier
*> code (benplan, ben-plan-rec.cpy) so one file serves every carrier.
*> Before selecting, every open row belonging to an employee
*> terminated on emp001 is closed at the termination date - that is
*> how a leaver's cover comes off, with nobody having to remember it.
*> The generation registers on xmitreg through xmitctl
*> (ch9/prog25.cbl) the ppaybld (ch10/prog36.cbl) way: one sent and
*> not yet acknowledged regenerates only under a supervisor sign-on,
*> and a rebuild of a generation the carriers have not acknowledged
*> carries that generation's rows again under the new sequence. The
*> enrollments are saved with their stamps before the generation is
*> registered - a file that cannot be saved leaves bencarr
*> unregistered and the operator told not to send it.
identification division.
program-id. bencarr.
environment division.
input-output section.
file-control.
	select enrl-file assign to "benenrl"
		file status is W90-enrl-status.
	select plan-file assign to "benplan"
		file status is W90-plan-status.
	select emp-list assign to "emp001"
		organization is indexed
		access mode is dynamic
		record key is emp-id of emp-list-rec
		file status is W90-emp-status.
	select carr-file assign to "bencarr"
		file status is W90-carr-status.
data division.
file section.
fd	enrl-file.
01	enrl-file-rec.
	copy ben-enrl-rec.
fd	plan-file.
01	plan-file-rec.
	copy ben-plan-rec.
fd	emp-list.
01	emp-list-rec.
	copy emp-rec.
01	emp-ctl-record.
	copy emp-ctl-rec.
fd	carr-file
	label records are standard.
*> The carriers' fixed 60-byte enrollment record.
01	carr-header-rec.
	05	carr-hdr-marker		pic X(3).
	05	carr-hdr-file-id	pic X(8).
	05	carr-hdr-run-date	pic 9(8).
	05	carr-hdr-seq		pic 9(6).
	05	filler				pic X(35).
01	carr-detail-rec.
*> "ADD" new cover, "CHG" cover replacing earlier cover of the same
*> type, "TRM" cover ended. The date is the start date for ADD and
*> CHG, the last covered day for TRM.
	05	carr-det-marker		pic X(3).
	05	carr-det-carrier	pic X(8).
	05	carr-det-emp-id		pic X(5).
	05	carr-det-name		pic X(10).
	05	carr-det-plan		pic X(4).
	05	carr-det-tier		pic X.
	05	carr-det-dependents	pic 9(2).
	05	carr-det-date		pic 9(8).
	05	carr-det-reason		pic X.
	05	carr-det-event		pic X(4).
	05	filler				pic X(14).
01	carr-trailer-rec.
	05	carr-trl-marker		pic X(3).
	05	carr-trl-count		pic 9(7).
	05	carr-trl-adds		pic 9(7).
	05	carr-trl-changes	pic 9(7).
	05	carr-trl-terms		pic 9(7).
	05	filler				pic X(29).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-enrl-over-sw	pic X value "N".
		88	W10-enrl-over			value "Y".
	05	W10-write-sw		pic X value "N".
		88	W10-writing				value "Y".
	05	W10-save-ok-sw		pic X value "N".
		88	W10-save-ok				value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-emp-open-sw		pic X value "N".
		88	W10-emp-open			value "Y".
01	W20-counters.
	05	W20-enrl-count		pic 9(4) comp value 0.
	05	W20-plan-count		pic 9(4) comp value 0.
	05	W20-add-count		pic 9(5) comp value 0.
	05	W20-chg-count		pic 9(5) comp value 0.
	05	W20-trm-count		pic 9(5) comp value 0.
	05	W20-closed-count	pic 9(5) comp value 0.
	05	W20-rec-count		pic 9(7) value 0.
	05	W20-sub1			pic 9(4) comp value 0.
01	W30-run-date			pic 9(8).
*> The generation being rebuilt, when the latest one on xmitreg is
*> not yet acknowledged - its rows go again. Zero when there is none
*> to rebuild.
01	W30-rebuild-seq			pic 9(6) value 0.
01	W35-xmit-work.
	05	W35-xmit-function	pic X(4).
	05	W35-xmit-file-id	pic X(8).
	05	W35-xmit-seq		pic 9(6).
	05	W35-xmit-blocked-sw	pic X.
		88	W35-xmit-blocked		value "Y".
01	W90-super-level			pic X value "A".
01	W90-super-sw			pic X.
	88	W90-super-ok			value "Y".
01	W90-enrl-status			pic XX.
	88	W90-enrl-ok				value "00".
01	W90-plan-status			pic XX.
	88	W90-plan-ok				value "00".
01	W90-emp-status			pic XX.
	88	W90-emp-ok				value "00".
01	W90-carr-status			pic XX.
	88	W90-carr-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	ben-table.
	05	ben-table-entry occurs 3000 times indexed by ben-idx.
		copy ben-enrl-rec replacing ==05== by ==10==.
01	bpl-table.
	05	bpl-table-entry occurs 200 times indexed by bpl-idx.
		copy ben-plan-rec replacing ==05== by ==10==.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	perform B100-load-enrollments
	if W10-enrl-over
		*> The stamps are saved by rewriting benenrl whole - a
		*> truncated load would destroy enrollment history.
		display "bencarr: benenrl outgrew its table - bencarr NOT "
			"built. Purge long-ended coverage and retry."
		move 8 to return-code
		goback
	end-if
	perform B200-load-plans
	open input emp-list
	if W90-emp-ok
		move "Y" to W10-emp-open-sw
	else
		display "bencarr: emp001 not available (status " W90-emp-status
			") - terminated employees' cover NOT closed this run."
	end-if
	perform B300-close-leavers
	move "STAT" to W35-xmit-function
	move "BENCARR " to W35-xmit-file-id
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	if W35-xmit-blocked-sw = "G" or W35-xmit-blocked-sw = "T"
		move W35-xmit-seq to W30-rebuild-seq
	end-if
	*> A counting pass first: nothing new means no file at all.
	move "N" to W10-write-sw
	perform C100-select-rows
	if W20-add-count = 0 and W20-chg-count = 0 and W20-trm-count = 0
		if W20-closed-count > 0
			perform F100-save-enrollments
		end-if
		display "bencarr: no coverage added, changed or ended since the "
			"last carrier file - bencarr NOT built."
		move 0 to return-code
		goback
	end-if
	move "NEXT" to W35-xmit-function
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	if W35-xmit-blocked
		display "bencarr: bencarr generation " W35-xmit-seq " - 1 is "
			"marked TRANSMITTED and not acknowledged."
		display "Supervisor sign-on required to regenerate."
		call "opsignon" using W90-super-sw W90-super-level end-call
		if not W90-super-ok
			display "bencarr: regeneration refused - bencarr NOT rebuilt."
			move 8 to return-code
			goback
		end-if
	end-if
	open output carr-file
	if not W90-carr-ok
		display "bencarr: unable to open bencarr, status "
			W90-carr-status
		move 16 to return-code
		goback
	end-if
	move spaces to carr-header-rec
	move "HDR" to carr-hdr-marker
	move "BENCARR " to carr-hdr-file-id
	move W30-run-date to carr-hdr-run-date
	move W35-xmit-seq to carr-hdr-seq
	write carr-header-rec
	move "Y" to W10-write-sw
	perform C100-select-rows
	move spaces to carr-trailer-rec
	move "TRL" to carr-trl-marker
	move W20-rec-count to carr-trl-count
	move W20-add-count to carr-trl-adds
	move W20-chg-count to carr-trl-changes
	move W20-trm-count to carr-trl-terms
	write carr-trailer-rec
	close carr-file
	if W10-emp-open
		close emp-list
	end-if
	perform F100-save-enrollments
	if not W10-save-ok
		display "bencarr: benenrl NOT saved - bencarr generation "
			W35-xmit-seq " is NOT registered. Do not send it; fix "
			"benenrl and rerun."
		move 16 to return-code
		goback
	end-if
	move "GEN " to W35-xmit-function
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	display "bencarr generation " W35-xmit-seq " registered on xmitreg."
	display "Carrier file written: " W20-add-count " add(s), "
		W20-chg-count " change(s), " W20-trm-count " termination(s)."
	if W20-closed-count > 0
		display "Coverage closed for terminated employees: "
			W20-closed-count
	end-if
	move 0 to return-code
	goback.
B100-load-enrollments.
	move 0 to W20-enrl-count
	open input enrl-file
	if W90-enrl-ok
		move "N" to W10-eof-sw
		perform Z100-read-enrl
		perform until W10-eof or W10-enrl-over
			if W20-enrl-count >= 3000
				move "Y" to W10-enrl-over-sw
			else
				add 1 to W20-enrl-count
				move enrl-file-rec to ben-table-entry(W20-enrl-count)
				perform Z100-read-enrl
			end-if
		end-perform
		close enrl-file
	end-if.
B200-load-plans.
	move 0 to W20-plan-count
	open input plan-file
	if W90-plan-ok
		move "N" to W10-eof-sw
		perform Z200-read-plan
		perform until W10-eof or W20-plan-count >= 200
			add 1 to W20-plan-count
			move plan-file-rec to bpl-table-entry(W20-plan-count)
			perform Z200-read-plan
		end-perform
		close plan-file
	end-if.
B300-close-leavers.
	*> A leaver's open cover ends on the termination date. Without
	*> emp001 nobody can be closed - the run goes on with what
	*> benmaint keyed.
	if not W10-emp-open
		exit paragraph
	end-if
	perform varying ben-idx from 1 by 1 until ben-idx > W20-enrl-count
		if ben-end-date of ben-table-entry(ben-idx) = 0
			move ben-emp-id of ben-table-entry(ben-idx)
				to emp-id of emp-list-rec
			read emp-list
				invalid key continue
				not invalid key perform B350-close-one
			end-read
		end-if
	end-perform.
B350-close-one.
	if emp-term-date of emp-list-rec not = 0
		if emp-term-date of emp-list-rec
				< ben-eff-date of ben-table-entry(ben-idx)
			*> Left before the cover ever started: it ends the day it
			*> would have begun, and the carrier is told so.
			move ben-eff-date of ben-table-entry(ben-idx)
				to ben-end-date of ben-table-entry(ben-idx)
		else
			move emp-term-date of emp-list-rec
				to ben-end-date of ben-table-entry(ben-idx)
		end-if
		move "T" to ben-end-reason of ben-table-entry(ben-idx)
		add 1 to W20-closed-count
	end-if.
C100-select-rows.
	*> Run twice with the same rules: once to count, once (writing
	*> on) to write the records and stamp the enrollments.
	move 0 to W20-add-count
	move 0 to W20-chg-count
	move 0 to W20-trm-count
	perform varying ben-idx from 1 by 1 until ben-idx > W20-enrl-count
		if ben-add-seq of ben-table-entry(ben-idx) = 0
				or (W30-rebuild-seq not = 0
					and ben-add-seq of ben-table-entry(ben-idx)
						= W30-rebuild-seq)
			if ben-is-change of ben-table-entry(ben-idx)
				add 1 to W20-chg-count
			else
				add 1 to W20-add-count
			end-if
			if W10-writing
				move spaces to carr-detail-rec
				if ben-is-change of ben-table-entry(ben-idx)
					move "CHG" to carr-det-marker
				else
					move "ADD" to carr-det-marker
				end-if
				move ben-eff-date of ben-table-entry(ben-idx)
					to carr-det-date
				perform C200-write-detail
				move W35-xmit-seq
					to ben-add-seq of ben-table-entry(ben-idx)
			end-if
		end-if
		if ben-end-date of ben-table-entry(ben-idx) not = 0
				and not ben-ended-by-change of ben-table-entry(ben-idx)
			if ben-term-seq of ben-table-entry(ben-idx) = 0
				or (W30-rebuild-seq not = 0
					and ben-term-seq of ben-table-entry(ben-idx)
						= W30-rebuild-seq)
				add 1 to W20-trm-count
				if W10-writing
					move spaces to carr-detail-rec
					move "TRM" to carr-det-marker
					move ben-end-date of ben-table-entry(ben-idx)
						to carr-det-date
					perform C200-write-detail
					move W35-xmit-seq
						to ben-term-seq of ben-table-entry(ben-idx)
				end-if
			end-if
		end-if
	end-perform.
C200-write-detail.
	move ben-emp-id of ben-table-entry(ben-idx) to carr-det-emp-id
	move ben-plan-code of ben-table-entry(ben-idx) to carr-det-plan
	move ben-tier of ben-table-entry(ben-idx) to carr-det-tier
	move ben-dependents of ben-table-entry(ben-idx)
		to carr-det-dependents
	move ben-reason of ben-table-entry(ben-idx) to carr-det-reason
	move ben-event-code of ben-table-entry(ben-idx) to carr-det-event
	move "N" to W10-found-sw
	perform varying bpl-idx from 1 by 1
			until bpl-idx > W20-plan-count or W10-found
		if bpl-plan-code of bpl-table-entry(bpl-idx)
				= ben-plan-code of ben-table-entry(ben-idx)
			move "Y" to W10-found-sw
			move bpl-carrier of bpl-table-entry(bpl-idx)
				to carr-det-carrier
		end-if
	end-perform
	*> The name is a courtesy to the carrier's clerks; the emp-id is
	*> what they match on.
	move ben-emp-id of ben-table-entry(ben-idx)
		to emp-id of emp-list-rec
	move spaces to carr-det-name
	if W10-emp-open
		read emp-list
			invalid key continue
			not invalid key
				move emp-name of emp-list-rec to carr-det-name
		end-read
	end-if
	write carr-detail-rec
	add 1 to W20-rec-count.
F100-save-enrollments.
	move "N" to W10-save-ok-sw
	open output enrl-file
	if not W90-enrl-ok
		display "bencarr: unable to rewrite benenrl, status "
			W90-enrl-status
	else
		perform varying W20-sub1 from 1 by 1
				until W20-sub1 > W20-enrl-count
			move ben-table-entry(W20-sub1) to enrl-file-rec
			write enrl-file-rec
		end-perform
		close enrl-file
		move "Y" to W10-save-ok-sw
	end-if.
Z100-read-enrl.
	read enrl-file
		at end move "Y" to W10-eof-sw
	end-read.
Z200-read-plan.
	read plan-file
		at end move "Y" to W10-eof-sw
	end-read.
