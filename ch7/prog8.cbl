*> averages by scorcalc), so the scores file starts the new term
*> empty. The transcript report (transrpt, ch7/prog9.cbl) is how
*> the archived terms are read back.
*> Once the term is safely archived, each active scholarship award
*> on schmast (sch-rec.cpy) that covered the closing term and
*> carries a renewal condition is tested against the average the
*> student closed the term on: below sch-min-avg, the award lapses
*> - status "L", stamped with this term and today - and prints on
*> the lapsed awards report schlaps1, so the next billing run
*> charges the full fee and the office can tell the sponsor.
*> Leavers are not tested; their awards end with them.
*> The class waitlist stuwait (stu-wait-rec.cpy) keeps only its
*> waiting entries into the new term. A promotion dated the closing
*> term told stubill (ch7/prog16.cbl) to bill that term from the
*> promotion date, and must not cut short the new term's invoice;
*> a cancelled entry was finished with when it was cancelled.
identification division.
program-id. termroll.
environment division.
		file status is W90-hist-status.
	select score-file assign to "stuscore"
		file status is W90-score-status.
	select sch-mast assign to "schmast"
		organization is indexed
		access mode is dynamic
		record key is sch-id of sch-mast-rec
		file status is W90-sch-status.
	select laps-rpt assign to "schlaps1"
		file status is W90-rpt-status.
	select wait-file assign to "stuwait"
		file status is W90-wait-status.
data division.
file section.
fd	pay-master-02
fd	score-file.
01	score-rec.
	copy stu-score-rec.
fd	sch-mast.
01	sch-mast-rec.
	copy sch-rec.
fd	laps-rpt
	label records are standard.
01	rpt-line			pic X(80).
fd	wait-file.
01	wait-rec.
	copy stu-wait-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-first-rec			value "Y".
	05	W10-arch-ok-sw		pic X value "N".
		88	W10-arch-ok				value "Y".
	05	W10-sch-eof-sw		pic X value "N".
		88	W10-sch-eof				value "Y".
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
01	W20-counters.
	05	W20-stu-count		pic 9(4) comp value 0.
	05	W20-kept-count		pic 9(4) comp value 0.
	05	W20-dropped-count	pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-found-sub		pic 9(4) comp value 0.
	05	W20-tested-count	pic 9(4) comp value 0.
	05	W20-lapsed-count	pic 9(4) comp value 0.
	05	W20-wait-count		pic 9(4) comp value 0.
	05	W20-wait-dropped	pic 9(4) comp value 0.
	05	W20-wait-sub		pic 9(4) comp value 0.
01	W30-term-code			pic X(6).
01	W30-confirm				pic X.
01	W40-run-date			pic 9(8).
01	W60-stu-table.
	05	W60-stu-entry occurs 2000 times.
		copy student-rec replacing ==05== by ==10==.
01	W62-wait-table.
	05	W62-wait-entry occurs 2000 times.
		copy stu-wait-rec replacing ==05== by ==10==.
01	W90-pay-status			pic XX.
	88	W90-pay-ok				value "00".
01	W90-hist-status			pic XX.
	88	W90-hist-ok				value "00".
01	W90-score-status		pic XX.
	88	W90-score-ok			value "00".
01	W90-sch-status			pic XX.
	88	W90-sch-ok				value "00".
01	W90-rpt-status			pic XX.
	88	W90-rpt-ok				value "00".
01	W90-wait-status			pic XX.
	88	W90-wait-ok				value "00".
01	W50-rpt-header.
	05	filler				pic X(31) value
		"Lapsed Scholarship Awards, term".
	05	filler				pic X(1).
	05	W50-hdr-term		pic X(6).
	05	filler				pic X(42).
01	W50-column-header.
	05	filler				pic X(80) value
		"Award  No.   Name                 Sponsor              Avg  Min".
01	W50-detail-line.
	05	W50-det-id			pic X(6).
	05	filler				pic X(1).
	05	W50-det-no			pic X(5).
	05	filler				pic X(1).
	05	W50-det-name		pic X(20).
	05	filler				pic X(1).
	05	W50-det-sponsor		pic X(20).
	05	filler				pic X(1).
	05	W50-det-avg			pic ZZ9.
	05	filler				pic X(2).
	05	W50-det-min			pic ZZ9.
	05	filler				pic X(17).
01	W50-total-line.
	05	filler				pic X(24) value "Awards tested:          ".
	05	W50-tot-tested		pic ZZZ9.
	05	filler				pic X(11) value "   lapsed: ".
	05	W50-tot-lapsed		pic ZZZ9.
	05	filler				pic X(37).
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
		move 8 to return-code
		goback
	end-if
	perform E100-lapse-awards
	perform D100-clear-for-new-term
	perform E200-clear-waitlist
	display "termroll: " W20-stu-count " student(s) archived under term "
		W30-term-code ", averages cleared for the new term."
	display "termroll: " W20-dropped-count " leaver(s) archived with "
	if W90-score-ok
		close score-file
	end-if.
E100-lapse-awards.
	*> No schmast - no awards to renew.
	open i-o sch-mast
	if not W90-sch-ok
		exit paragraph
	end-if
	open output laps-rpt
	if not W90-rpt-ok
		display "termroll: unable to open schlaps1, status "
			W90-rpt-status " - awards not renewed."
		close sch-mast
		exit paragraph
	end-if
	move W30-term-code to W50-hdr-term
	write rpt-line from W50-rpt-header after advancing page
	write rpt-line from W50-column-header
	move "N" to W10-sch-eof-sw
	move low-values to sch-id of sch-mast-rec
	start sch-mast key is >= sch-id of sch-mast-rec
		invalid key move "Y" to W10-sch-eof-sw
	end-start
	perform until W10-sch-eof
		read sch-mast next record
			at end move "Y" to W10-sch-eof-sw
			not at end
				if sch-is-active of sch-mast-rec
						and sch-min-avg of sch-mast-rec > 0
						and sch-from-term of sch-mast-rec <= W30-term-code
						and (sch-to-term of sch-mast-rec = spaces
							or sch-to-term of sch-mast-rec >= W30-term-code)
					perform E200-test-award
				end-if
		end-read
	end-perform
	move spaces to rpt-line
	write rpt-line
	move W20-tested-count to W50-tot-tested
	move W20-lapsed-count to W50-tot-lapsed
	write rpt-line from W50-total-line
	close laps-rpt
	close sch-mast
	display "termroll: " W20-lapsed-count " scholarship award(s) of "
		W20-tested-count " lapsed - see schlaps1.".
E200-test-award.
	move "N" to W10-found-sw
	perform varying W20-sub1 from 1 by 1
			until W20-sub1 > W20-stu-count or W10-found
		if pay-studentNo of W60-stu-entry(W20-sub1)
				= sch-studentNo of sch-mast-rec
			move "Y" to W10-found-sw
			move W20-sub1 to W20-found-sub
		end-if
	end-perform
	if not W10-found
		exit paragraph
	end-if
	if stu-is-withdrawn of W60-stu-entry(W20-found-sub)
			or stu-is-graduated of W60-stu-entry(W20-found-sub)
		exit paragraph
	end-if
	add 1 to W20-tested-count
	if pay-studentAverage of W60-stu-entry(W20-found-sub)
			>= sch-min-avg of sch-mast-rec
		exit paragraph
	end-if
	move "L" to sch-status of sch-mast-rec
	move W30-term-code to sch-lapse-term of sch-mast-rec
	accept sch-lapse-date of sch-mast-rec from date yyyymmdd
	rewrite sch-mast-rec
		invalid key
			display "termroll: award " sch-id of sch-mast-rec
				" not lapsed, status " W90-sch-status
			exit paragraph
	end-rewrite
	add 1 to W20-lapsed-count
	move sch-id of sch-mast-rec to W50-det-id
	move sch-studentNo of sch-mast-rec to W50-det-no
	move pay-studentName of W60-stu-entry(W20-found-sub) to W50-det-name
	move sch-sponsor of sch-mast-rec to W50-det-sponsor
	move pay-studentAverage of W60-stu-entry(W20-found-sub)
		to W50-det-avg
	move sch-min-avg of sch-mast-rec to W50-det-min
	write rpt-line from W50-detail-line.
E200-clear-waitlist.
	*> No stuwait - nobody queued.
	open input wait-file
	if not W90-wait-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform until W10-eof
		read wait-file
			at end move "Y" to W10-eof-sw
			not at end
				evaluate true
					when not wl-is-waiting of wait-rec
						add 1 to W20-wait-dropped
					when W20-wait-count < 2000
						add 1 to W20-wait-count
						move wait-rec to W62-wait-entry(W20-wait-count)
					when other
						move 2001 to W20-wait-count
						move "Y" to W10-eof-sw
				end-evaluate
		end-read
	end-perform
	close wait-file
	if W20-wait-count > 2000
		display "termroll: stuwait holds more than 2000 waiting "
			"entries - left as it is."
		exit paragraph
	end-if
	if W20-wait-dropped = 0
		exit paragraph
	end-if
	open output wait-file
	if not W90-wait-ok
		display "termroll: unable to rewrite stuwait, status "
			W90-wait-status
		exit paragraph
	end-if
	perform varying W20-wait-sub from 1 by 1
			until W20-wait-sub > W20-wait-count
		move W62-wait-entry(W20-wait-sub) to wait-rec
		write wait-rec
	end-perform
	close wait-file
	display "termroll: " W20-wait-dropped " promoted or cancelled "
		"waitlist entr(ies) cleared, " W20-wait-count " still waiting.".
Z100-read-master.
	read pay-master-02
		at end move "Y" to W10-eof-sw
