*> term is skipped, so the run can be repeated safely after new
*> enrollments. A billing register prints to stubill1 with the
*> term's total. Receipts post through sturecpt (ch7/prog17.cbl).
*> A student promoted off a class waitlist (stuwait,
*> stu-wait-rec.cpy) into the class they are billed for owes from
*> the day the place became theirs: the invoice is dated with the
*> promotion date instead of the run date, so the ageing in
*> sturecpt counts from then, and the register marks it.
*> Scholarship and bursary awards on schmast (sch-rec.cpy) current
*> for the term - active, and the term inside their first/last
*> terms - come off the fee as discount lines: a percentage of the
*> fee, or the fixed amount, taken in award order and never more
*> than what is left of the fee. The invoice carries the fee, the
*> total discount and the balance the student owes; the fee line
*> and each discount line, with its award and sponsor, go to
*> stuinvl (stu-invl-rec.cpy) for spnbill (ch7/prog21.cbl) to bill
*> the sponsors from. An invoice the awards cover in full is raised
*> already paid. The register shows each discount under its fee.
identification division.
program-id. stubill.
environment division.
		file status is W90-cls-status.
	select invc-file assign to "stuinvc"
		file status is W90-invc-status.
	select wait-file assign to "stuwait"
		file status is W90-wait-status.
	select sch-mast assign to "schmast"
		organization is indexed
		access mode is dynamic
		record key is sch-id of sch-mast-rec
		file status is W90-sch-status.
	select invl-file assign to "stuinvl"
		file status is W90-invl-status.
	select bill-rpt assign to "stubill1"
		file status is W90-rpt-status.
data division.
fd	invc-file.
01	invc-rec.
	copy stu-invc-rec.
fd	wait-file.
01	wait-rec.
	copy stu-wait-rec.
fd	sch-mast.
01	sch-mast-rec.
	copy sch-rec.
fd	invl-file.
01	invl-rec.
	copy stu-invl-rec.
fd	bill-rpt
	label records are standard.
01	rpt-line			pic X(80).
		88	W10-invc-eof			value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-promo-sw		pic X value "N".
		88	W10-promoted			value "Y".
01	W20-counters.
	05	W20-stu-count		pic 9(4) comp value 0.
	05	W20-billed-count	pic 9(4) comp value 0.
	05	W20-prior-count		pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-sub2			pic 9(4) comp value 0.
	05	W20-promo-count		pic 9(4) comp value 0.
	05	W20-promo-billed	pic 9(4) comp value 0.
	05	W20-award-count		pic 9(4) comp value 0.
	05	W20-award-sub		pic 9(4) comp value 0.
	05	W20-disc-count		pic 9(2) comp value 0.
	05	W20-disc-sub		pic 9(2) comp value 0.
	05	W20-applied-count	pic 9(4) comp value 0.
01	W30-term				pic X(6).
01	W30-run-date			pic 9(8).
01	W30-total-billed		pic S9(9)v99 comp-3 value 0.
01	W30-total-awards		pic S9(9)v99 comp-3 value 0.
01	W40-fee					pic S9(7)v99 comp-3.
01	W40-discount			pic S9(7)v99 comp-3.
01	W40-award-amt			pic S9(7)v99 comp-3.
*> The awards current for the term being billed.
01	W62-award-table.
	05	W62-award-entry occurs 2000 times.
		10	W62-award-id		pic X(6).
		10	W62-award-student	pic X(5).
		10	W62-award-sponsor	pic X(20).
		10	W62-award-basis		pic X.
		10	W62-award-pct		pic 9(3)v99.
		10	W62-award-amount	pic S9(7)v99 comp-3.
*> The discounts applied to the invoice being raised.
01	W64-disc-table.
	05	W64-disc-entry occurs 10 times.
		10	W64-disc-id			pic X(6).
		10	W64-disc-sponsor	pic X(20).
		10	W64-disc-amount		pic S9(7)v99 comp-3.
*> Invoices already raised for this term - billing is repeatable,
*> never doubled.
01	W60-prior-table.
	05	W60-prior-no occurs 2000 times pic X(5).
*> Waitlist promotions - student, class and the date promoted.
01	W60-promo-table.
	05	W60-promo-entry occurs 2000 times.
		10	W60-promo-no		pic X(5).
		10	W60-promo-class		pic X(4).
		10	W60-promo-date		pic 9(8).
01	W60-stu-table.
	05	W60-stu-entry occurs 2000 times.
		copy student-rec replacing ==05== by ==10==.
	88	W90-cls-ok				value "00".
01	W90-invc-status			pic XX.
	88	W90-invc-ok				value "00".
01	W90-wait-status			pic XX.
	88	W90-wait-ok				value "00".
01	W90-sch-status			pic XX.
	88	W90-sch-ok				value "00".
01	W90-invl-status			pic XX.
	88	W90-invl-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W50-total-line.
	05	filler				pic X(23) value "Total billed this term:".
	05	W50-total			pic Z(8)9.99-.
01	W50-awards-line.
	05	filler				pic X(23) value "Less scholarships:     ".
	05	W50-tot-awards		pic Z(8)9.99-.
01	W50-owed-line.
	05	filler				pic X(23) value "Owed by students:      ".
	05	W50-tot-owed		pic Z(8)9.99-.
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
		goback
	end-if
	perform B200-load-prior-invoices
	perform B300-load-promotions
	perform B400-load-awards
	open input cls-mast
	if not W90-cls-ok
		display "stubill: unable to open clsmast, status " W90-cls-status
		move 16 to return-code
		goback
	end-if
	open extend invl-file
	if W90-invl-status = "35"
		open output invl-file
	end-if
	if not W90-invl-ok
		display "stubill: unable to open stuinvl, status " W90-invl-status
		close cls-mast
		close invc-file
		move 16 to return-code
		goback
	end-if
	open output bill-rpt
	if not W90-rpt-ok
		display "stubill: unable to open stubill1, status " W90-rpt-status
		close cls-mast
		close invc-file
		close invl-file
		move 16 to return-code
		goback
	end-if
	write rpt-line
	move W30-total-billed to W50-total
	write rpt-line from W50-total-line
	move W30-total-awards to W50-tot-awards
	write rpt-line from W50-awards-line
	compute W30-total-billed = W30-total-billed - W30-total-awards
	move W30-total-billed to W50-tot-owed
	write rpt-line from W50-owed-line
	close cls-mast
	close invc-file
	close invl-file
	close bill-rpt
	display "Tuition billing complete for term " W30-term "."
	display "Invoices raised:        " W20-billed-count
	display "Already invoiced:       " W20-skip-count
	display "  from a promotion:     " W20-promo-billed
	display "Classes with no fee:    " W20-nofee-count
	display "Awards applied:         " W20-applied-count
	display "Scholarships:           " W30-total-awards
	display "Owed by students:       " W30-total-billed
	move 0 to return-code
	goback.
B100-load-students.
		end-perform
		close invc-file
	end-if.
B300-load-promotions.
	move 0 to W20-promo-count
	open input wait-file
	if W90-wait-ok
		move "N" to W10-eof-sw
		perform until W10-eof
			read wait-file
				at end move "Y" to W10-eof-sw
				not at end
					if wl-is-promoted of wait-rec
							and W20-promo-count < 2000
						add 1 to W20-promo-count
						move wl-studentNo of wait-rec
							to W60-promo-no(W20-promo-count)
						move wl-cls-code of wait-rec
							to W60-promo-class(W20-promo-count)
						move wl-status-date of wait-rec
							to W60-promo-date(W20-promo-count)
					end-if
			end-read
		end-perform
		close wait-file
	end-if.
B400-load-awards.
	*> No schmast yet - nobody holds an award.
	move 0 to W20-award-count
	open input sch-mast
	if not W90-sch-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	move low-values to sch-id of sch-mast-rec
	start sch-mast key is >= sch-id of sch-mast-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read sch-mast next record
			at end move "Y" to W10-eof-sw
			not at end
				if sch-is-active of sch-mast-rec
						and sch-from-term of sch-mast-rec <= W30-term
						and (sch-to-term of sch-mast-rec = spaces
							or sch-to-term of sch-mast-rec >= W30-term)
						and W20-award-count < 2000
					add 1 to W20-award-count
					move sch-id of sch-mast-rec
						to W62-award-id(W20-award-count)
					move sch-studentNo of sch-mast-rec
						to W62-award-student(W20-award-count)
					move sch-sponsor of sch-mast-rec
						to W62-award-sponsor(W20-award-count)
					move sch-basis of sch-mast-rec
						to W62-award-basis(W20-award-count)
					move sch-pct of sch-mast-rec
						to W62-award-pct(W20-award-count)
					move sch-amount of sch-mast-rec
						to W62-award-amount(W20-award-count)
				end-if
		end-read
	end-perform
	close sch-mast.
C100-bill-one-student.
	perform C150-check-prior
	if W10-found
	move W30-term to inv-term of invc-rec
	move pay-classCode of W60-stu-entry(W20-sub1)
		to inv-cls-code of invc-rec
	move cls-term-fee of cls-mast-rec to W40-fee
	perform C170-apply-awards
	move W40-fee to inv-fee of invc-rec
	move W40-discount to inv-discount of invc-rec
	compute inv-amount of invc-rec = W40-fee - W40-discount
	move 0 to inv-paid of invc-rec
	move space to inv-gl-sw of invc-rec
	move 0 to inv-gl-paid of invc-rec
	move W30-run-date to inv-date of invc-rec
	perform C160-check-promotion
	if inv-amount of invc-rec = 0
		move "P" to inv-status of invc-rec
	else
		move "O" to inv-status of invc-rec
	end-if
	write invc-rec
	if not W90-invc-ok
		display "stubill: unable to write stuinvc, status "
		exit paragraph
	end-if
	add 1 to W20-billed-count
	add W40-fee to W30-total-billed
	add W40-discount to W30-total-awards
	add W20-disc-count to W20-applied-count
	move W40-fee to W50-det-amount
	if W10-promoted
		add 1 to W20-promo-billed
		move "  invoiced, promoted" to W50-det-note
	else
		move "  invoiced" to W50-det-note
	end-if
	write rpt-line from W50-detail-line
	perform C180-write-lines.
C150-check-prior.
	move "N" to W10-found-sw
	perform varying W20-sub2 from 1 by 1
			move "Y" to W10-found-sw
		end-if
	end-perform.
C160-check-promotion.
	*> The latest promotion into the class being billed, if any.
	move "N" to W10-promo-sw
	perform varying W20-sub2 from 1 by 1 until W20-sub2 > W20-promo-count
		if W60-promo-no(W20-sub2)
				= pay-studentNo of W60-stu-entry(W20-sub1)
				and W60-promo-class(W20-sub2)
					= pay-classCode of W60-stu-entry(W20-sub1)
			if not W10-promoted
					or W60-promo-date(W20-sub2) > inv-date of invc-rec
				move W60-promo-date(W20-sub2) to inv-date of invc-rec
				move "Y" to W10-promo-sw
			end-if
		end-if
	end-perform.
C170-apply-awards.
	*> Each current award of the student's in turn, capped at what
	*> is left of the fee.
	move 0 to W40-discount
	move 0 to W20-disc-count
	perform varying W20-award-sub from 1 by 1
			until W20-award-sub > W20-award-count
		if W62-award-student(W20-award-sub)
				= pay-studentNo of W60-stu-entry(W20-sub1)
				and W20-disc-count < 10
			if W62-award-basis(W20-award-sub) = "P"
				compute W40-award-amt rounded =
					W40-fee * W62-award-pct(W20-award-sub) / 100
			else
				move W62-award-amount(W20-award-sub) to W40-award-amt
			end-if
			if W40-award-amt > W40-fee - W40-discount
				compute W40-award-amt = W40-fee - W40-discount
			end-if
			if W40-award-amt > 0
				add 1 to W20-disc-count
				move W62-award-id(W20-award-sub)
					to W64-disc-id(W20-disc-count)
				move W62-award-sponsor(W20-award-sub)
					to W64-disc-sponsor(W20-disc-count)
				move W40-award-amt to W64-disc-amount(W20-disc-count)
				add W40-award-amt to W40-discount
			end-if
		end-if
	end-perform.
C180-write-lines.
	*> The fee line, then one discount line per award applied.
	move spaces to invl-rec
	move inv-studentNo of invc-rec to invl-studentNo
	move inv-term of invc-rec to invl-term
	move inv-cls-code of invc-rec to invl-cls-code
	move "F" to invl-type
	move W40-fee to invl-amount
	move inv-date of invc-rec to invl-date
	write invl-rec
	perform varying W20-disc-sub from 1 by 1
			until W20-disc-sub > W20-disc-count
		move "D" to invl-type
		move W64-disc-id(W20-disc-sub) to invl-sch-id
		move W64-disc-sponsor(W20-disc-sub) to invl-sponsor
		move W64-disc-amount(W20-disc-sub) to invl-amount
		write invl-rec
		move spaces to W50-detail-line
		string "  " delimited by size
			W64-disc-id(W20-disc-sub) delimited by size
			" " delimited by size
			W64-disc-sponsor(W20-disc-sub) delimited by size
			into W50-det-name
		end-string
		compute W50-det-amount = 0 - W64-disc-amount(W20-disc-sub)
		move "  scholarship" to W50-det-note
		write rpt-line from W50-detail-line
	end-perform.
Z100-read-master.
	read pay-master-02
		at end move "Y" to W10-eof-sw
