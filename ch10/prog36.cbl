*> Positive-pay issued-cheque file.
*> chqprint (ch10/prog18.cbl) keeps every cheque it prints on the
*> chqreg register, but the bank never saw that list - a cheque
*> altered or forged after it left the building cleared the same as
*> a real one. Run after each cheque run, this builds the bank's
*> positive-pay file (pospay) off chqreg: a header with the run date
*> and transmission sequence, one issue record for every cheque the
*> bank has not been told about yet, one void record for every
*> cheque voided - or voided by a reissue, whose replacement goes
*> as an issue of its own - since the bank was last told, and a
*> trailer with the record count and the amount hash the bank
*> verifies on receipt, the bankpay way. A cheque that cleared
*> before it was ever reported is not news to the bank and is
*> left out.
*> Each cheque carries the generation that reported its issue and
*> its void (chq-ppay-issue-seq, chq-ppay-void-seq on
*> chq-reg-rec.cpy); the generation registers on xmitreg through
*> xmitctl (ch9/prog25.cbl) like bankpay, so one sent and not yet
*> acknowledged regenerates only under a supervisor sign-on, and a
*> rebuild of a generation the bank has not acknowledged carries
*> that generation's cheques again under the new sequence. Nothing
*> new since the last file builds nothing. The register is saved
*> with its new stamps before the generation is registered - a
*> register that cannot be saved leaves pospay unregistered and the
*> operator told not to send it.
identification division.
program-id. ppaybld.
environment division.
input-output section.
file-control.
	select chq-reg assign to "chqreg"
		file status is W90-reg-status.
	select ppay-file assign to "pospay"
		file status is W90-ppay-status.
data division.
file section.
fd	chq-reg.
01	chq-reg-rec.
	copy chq-reg-rec.
fd	ppay-file
	label records are standard.
*> The bank's fixed 40-byte positive-pay record: unsigned display
*> amounts, the same as bankpay.
01	ppay-header-rec.
	05	ppay-hdr-marker		pic X(3).
	05	ppay-hdr-file-id	pic X(8).
	05	ppay-hdr-run-date	pic 9(8).
	05	ppay-hdr-seq		pic 9(6).
	05	filler				pic X(15).
01	ppay-detail-rec.
*> "ISS" an issued cheque the bank may pay, "VOD" one it must not.
	05	ppay-det-marker		pic X(3).
	05	ppay-det-number		pic 9(6).
	05	ppay-det-amount		pic 9(9)v99.
	05	ppay-det-issue-date	pic 9(8).
	05	ppay-det-payee		pic X(10).
	05	filler				pic X(2).
01	ppay-trailer-rec.
	05	ppay-trl-marker		pic X(3).
	05	ppay-trl-count		pic 9(7).
	05	ppay-trl-hash		pic 9(11)v99.
	05	filler				pic X(17).
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-reg-over-sw		pic X value "N".
		88	W10-reg-over			value "Y".
	05	W10-write-sw		pic X value "N".
		88	W10-writing				value "Y".
	05	W10-save-ok-sw		pic X value "N".
		88	W10-save-ok				value "Y".
01	W20-counters.
	05	W20-reg-count		pic 9(4) comp value 0.
	05	W20-issue-count		pic 9(5) comp value 0.
	05	W20-void-count		pic 9(5) comp value 0.
	05	W20-rec-count		pic 9(7) value 0.
	05	W20-sub1			pic 9(4) comp value 0.
01	W30-run-date			pic 9(8).
01	W30-hash-total			pic 9(11)v99 comp-3 value 0.
*> The generation being rebuilt, when the latest one on xmitreg is
*> not yet acknowledged - its cheques go again. Zero when there is
*> none to rebuild.
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
01	W90-reg-status			pic XX.
	88	W90-reg-ok				value "00".
01	W90-ppay-status			pic XX.
	88	W90-ppay-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
01	chq-reg-table.
	05	reg-table-entry occurs 2000 times indexed by reg-idx.
		copy chq-reg-rec replacing ==05== by ==10==.
procedure division.
A100-start.
	call "opsignon" using W90-signon-sw end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-run-date from date yyyymmdd
	perform B100-load-register
	if W10-reg-over
		*> The stamps are saved by rewriting chqreg whole - a
		*> truncated load would destroy register history.
		display "ppaybld: chqreg outgrew its table - pospay NOT built. "
			"Archive cleared/void cheques off chqreg and retry."
		move 8 to return-code
		goback
	end-if
	move "STAT" to W35-xmit-function
	move "POSPAY  " to W35-xmit-file-id
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	if W35-xmit-blocked-sw = "G" or W35-xmit-blocked-sw = "T"
		move W35-xmit-seq to W30-rebuild-seq
	end-if
	*> A counting pass first: nothing new means no file at all.
	move "N" to W10-write-sw
	perform C100-select-cheques
	if W20-issue-count = 0 and W20-void-count = 0
		display "ppaybld: no cheque issued or voided since the last "
			"positive-pay file - pospay NOT built."
		move 0 to return-code
		goback
	end-if
	move "NEXT" to W35-xmit-function
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	if W35-xmit-blocked
		display "ppaybld: pospay generation " W35-xmit-seq " - 1 is "
			"marked TRANSMITTED and not acknowledged."
		display "Supervisor sign-on required to regenerate."
		call "opsignon" using W90-super-sw W90-super-level end-call
		if not W90-super-ok
			display "ppaybld: regeneration refused - pospay NOT rebuilt."
			move 8 to return-code
			goback
		end-if
	end-if
	open output ppay-file
	if not W90-ppay-ok
		display "ppaybld: unable to open pospay, status " W90-ppay-status
		move 16 to return-code
		goback
	end-if
	move spaces to ppay-header-rec
	move "HDR" to ppay-hdr-marker
	move "POSPAY  " to ppay-hdr-file-id
	move W30-run-date to ppay-hdr-run-date
	move W35-xmit-seq to ppay-hdr-seq
	write ppay-header-rec
	move "Y" to W10-write-sw
	perform C100-select-cheques
	move spaces to ppay-trailer-rec
	move "TRL" to ppay-trl-marker
	move W20-rec-count to ppay-trl-count
	move W30-hash-total to ppay-trl-hash
	write ppay-trailer-rec
	close ppay-file
	perform F100-save-register
	if not W10-save-ok
		display "ppaybld: chqreg NOT saved - pospay generation "
			W35-xmit-seq " is NOT registered. Do not send it; fix "
			"chqreg and rerun."
		move 16 to return-code
		goback
	end-if
	move "GEN " to W35-xmit-function
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	display "pospay generation " W35-xmit-seq " registered on xmitreg."
	display "Positive-pay file written: " W20-issue-count " issue(s), "
		W20-void-count " void(s), hash total " W30-hash-total "."
	move 0 to return-code
	goback.
B100-load-register.
	move 0 to W20-reg-count
	open input chq-reg
	if W90-reg-ok
		move "N" to W10-eof-sw
		perform Z100-read-register
		perform until W10-eof or W10-reg-over
			if W20-reg-count >= 2000
				move "Y" to W10-reg-over-sw
			else
				add 1 to W20-reg-count
				move chq-reg-rec to reg-table-entry(W20-reg-count)
				perform Z100-read-register
			end-if
		end-perform
		close chq-reg
	end-if.
C100-select-cheques.
	*> Run twice with the same rules: once to count, once (writing
	*> on) to write the records and stamp the register.
	move 0 to W20-issue-count
	move 0 to W20-void-count
	perform varying reg-idx from 1 by 1 until reg-idx > W20-reg-count
		if (chq-ppay-issue-seq of reg-table-entry(reg-idx) = 0
				and not chq-is-cleared of reg-table-entry(reg-idx))
			or (W30-rebuild-seq not = 0
				and chq-ppay-issue-seq of reg-table-entry(reg-idx)
					= W30-rebuild-seq)
			add 1 to W20-issue-count
			if W10-writing
				move spaces to ppay-detail-rec
				move "ISS" to ppay-det-marker
				perform C200-write-detail
				move W35-xmit-seq
					to chq-ppay-issue-seq of reg-table-entry(reg-idx)
			end-if
		end-if
		if chq-is-void of reg-table-entry(reg-idx)
			if chq-ppay-void-seq of reg-table-entry(reg-idx) = 0
				or (W30-rebuild-seq not = 0
					and chq-ppay-void-seq of reg-table-entry(reg-idx)
						= W30-rebuild-seq)
				add 1 to W20-void-count
				if W10-writing
					move spaces to ppay-detail-rec
					move "VOD" to ppay-det-marker
					perform C200-write-detail
					move W35-xmit-seq
						to chq-ppay-void-seq of reg-table-entry(reg-idx)
				end-if
			end-if
		end-if
	end-perform.
C200-write-detail.
	move chq-number of reg-table-entry(reg-idx) to ppay-det-number
	move chq-amount of reg-table-entry(reg-idx) to ppay-det-amount
	move chq-issue-date of reg-table-entry(reg-idx)
		to ppay-det-issue-date
	move chq-payee of reg-table-entry(reg-idx) to ppay-det-payee
	write ppay-detail-rec
	add 1 to W20-rec-count
	add chq-amount of reg-table-entry(reg-idx) to W30-hash-total.
F100-save-register.
	move "N" to W10-save-ok-sw
	open output chq-reg
	if not W90-reg-ok
		display "ppaybld: unable to rewrite chqreg, status " W90-reg-status
	else
		perform varying W20-sub1 from 1 by 1
				until W20-sub1 > W20-reg-count
			move reg-table-entry(W20-sub1) to chq-reg-rec
			write chq-reg-rec
		end-perform
		close chq-reg
		move "Y" to W10-save-ok-sw
	end-if.
Z100-read-register.
	read chq-reg
		at end move "Y" to W10-eof-sw
	end-read.
