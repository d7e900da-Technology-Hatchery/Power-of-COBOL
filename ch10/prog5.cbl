*> unsigned amount would read a negative net as a CREDIT of the
*> absolute value, so money never moves on one of those without a
*> person looking first.
*> The run now signs on naming itself, so its start and end land
*> on the activity log (actlog) against the operator - the
*> segregation-of-duties report (sodrpt, ch9/prog34.cbl) needs to
*> know who ran paybank, not just that it ran. Update authority
*> (opsignon level "U") is required, as for the other batch cycles.
*> The value date now respects regional holidays too. The bank
*> file carries one value date for every employee on it, so the run
*> date rolls backward (valdate, ch9/prog24.cbl) until it is a
*> business day company-wide AND in every branch region on brmast
*> (br-mast-rec.cpy) - no branch's staff are paid on their own
*> region's holiday, and nobody is paid later than the date they
*> expect.
identification division.
program-id. paybank.
environment division.
		file status is W90-dist-status.
	select chq-fall assign to "chqfall"
		file status is W90-fall-status.
	select br-mast assign to "brmast"
		organization is indexed
		access mode is dynamic
		record key is brm-code of br-mast-rec
		file status is W90-br-status.
data division.
file section.
fd	pay-detail
fd	chq-fall.
01	chq-fall-rec.
	copy chq-fall-rec.
fd	br-mast.
01	br-mast-rec.
	copy br-mast-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-dist-eof			value "Y".
	05	W10-dist-usable-sw	pic X value "Y".
		88	W10-dist-usable			value "Y".
	05	W10-br-eof-sw		pic X value "N".
		88	W10-br-eof				value "Y".
	05	W10-date-settled-sw	pic X value "N".
		88	W10-date-settled		value "Y".
	05	W10-region-found-sw	pic X value "N".
		88	W10-region-found		value "Y".
01	W20-counters.
	05	W20-net-count		pic 9(5) comp value 0.
	05	W20-paid-count		pic 9(7) value 0.
	05	W20-prenote-count	pic 9(5) comp value 0.
01	W30-run-date			pic 9(8) value 0.
01	W30-value-date			pic 9(8) value 0.
01	W30-try-date			pic 9(8) value 0.
01	W35-xmit-work.
	05	W35-xmit-function	pic X(4).
	05	W35-xmit-file-id	pic X(8).
	88	W90-dist-ok				value "00".
01	W90-fall-status			pic XX.
	88	W90-fall-ok				value "00".
01	W90-br-status			pic XX.
	88	W90-br-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	W90-auth-level			pic X value "U".
01	W90-operator-id			pic X(5).
01	W90-program-name		pic X(8) value "paybank ".
01	W90-act-event			pic X.
*> Net pay distributions off bankdist (bank-dist-rec.cpy, distmnt
*> ch10/prog17.cbl). An employee with lines here splits their net
*> across them in sequence order, remainder to the highest
	05	W60-seq				pic 9(2) comp value 0.
	05	W60-remaining		pic S9(9)v99 comp-3.
	05	W60-take			pic S9(9)v99 comp-3.
*> Every distinct brm-region on brmast - the value date must be a
*> business day in each of them. No brmast leaves the table empty
*> and the roll company-wide, as it always was.
01	W61-region-work.
	05	W61-region-count	pic 9(3) comp value 0.
	05	W61-settle-count	pic 9(2) comp value 0.
	05	W61-region occurs 100 times indexed by reg-idx
							pic X(10).
01	W60-dist-table.
	05	W60-dist-entry occurs 500 times indexed by dist-idx.
		copy bank-dist-rec replacing ==05== by ==10==.
	05	filler				pic X(52).
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw W90-auth-level
		W90-operator-id W90-program-name
	end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
		" payment(s), hash total " W30-hash-total "."
	display "Cheque list written:       " W20-cheque-count " employee(s)."
	display "Pre-notes sent:            " W20-prenote-count " account(s)."
	move "E" to W90-act-event
	call "actlog" using W90-act-event W90-operator-id W90-program-name
	end-call
	move 0 to return-code
	goback.
B100-write-bank-header.
	*> the cheque list so the two outputs name the run they belong to.
	*> The value date rides beside it so the bank pays the previous
	*> business day when the run date isn't one.
	perform B400-load-regions
	perform B450-settle-value-date
	if W30-value-date not = W30-run-date
		display "paybank: run date " W30-run-date " is not a business "
			"day - value date rolled to " W30-value-date "."
		end-perform
		close dist-file
	end-if.
B400-load-regions.
	move 0 to W61-region-count
	open input br-mast
	if not W90-br-ok
		exit paragraph
	end-if
	move "N" to W10-br-eof-sw
	move low-values to brm-code of br-mast-rec
	start br-mast key is >= brm-code of br-mast-rec
		invalid key
			move "Y" to W10-br-eof-sw
	end-start
	perform until W10-br-eof
		read br-mast next record
			at end
				move "Y" to W10-br-eof-sw
			not at end
				if brm-region of br-mast-rec not = spaces
					perform B410-add-region
				end-if
		end-read
	end-perform
	close br-mast.
B410-add-region.
	move "N" to W10-region-found-sw
	perform varying reg-idx from 1 by 1
			until reg-idx > W61-region-count or W10-region-found
		if W61-region(reg-idx) = brm-region of br-mast-rec
			move "Y" to W10-region-found-sw
		end-if
	end-perform
	if not W10-region-found and W61-region-count < 100
		add 1 to W61-region-count
		move brm-region of br-mast-rec to W61-region(W61-region-count)
	end-if.
B450-settle-value-date.
	*> Roll company-wide first, then through each region in turn;
	*> any region that moves the date sends it round again, so a
	*> date one region rolls onto is still checked by all the rest.
	*> Each pass only ever moves the date backward.
	move W30-run-date to W30-value-date
	move "N" to W10-date-settled-sw
	move 0 to W61-settle-count
	perform until W10-date-settled or W61-settle-count > 20
		add 1 to W61-settle-count
		move "Y" to W10-date-settled-sw
		call "valdate" using W30-value-date W30-try-date end-call
		if W30-try-date not = W30-value-date
			move W30-try-date to W30-value-date
			move "N" to W10-date-settled-sw
		end-if
		perform varying reg-idx from 1 by 1
				until reg-idx > W61-region-count
			call "valdate" using W30-value-date W30-try-date
				W61-region(reg-idx)
			end-call
			if W30-try-date not = W30-value-date
				move W30-try-date to W30-value-date
				move "N" to W10-date-settled-sw
			end-if
		end-perform
	end-perform.
Z200-read-dist.
	read dist-file
		at end move "Y" to W10-dist-eof-sw
