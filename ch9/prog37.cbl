*> NTFDISP - notification dispatcher.
*> Drains the notification queue (ntfqueue, ntf-queue-rec.cpy) that
*> notify (ch9/prog36.cbl) fills and formats every event onto
*> ntfgate (ntf-gate-rec.cpy), the file the mail/SMS gateway picks
*> up. An employee recipient with a phone on empprsn is texted;
*> anything else - a mailbox name, or an employee with no phone on
*> file - goes as mail to the recipient's mailbox. Every event sent
*> is written to the delivery register (ntfreg, ntf-reg-rec.cpy),
*> and an event already on the register is skipped, so a tickler
*> that raises the same review every night until it is done, or a
*> rerun after a failure, never reaches anybody twice. ntfgate is
*> appended to - anything the gateway has not yet collected stays
*> put - and the queue is emptied only once the whole of it has
*> been written out.
identification division.
program-id. ntfdisp.
environment division.
input-output section.
file-control.
	select queue-file assign to "ntfqueue"
		file status is W90-queue-status.
	select reg-file assign to "ntfreg"
		organization is indexed
		access mode is dynamic
		record key is ntfr-key of reg-file-rec
		file status is W90-reg-status.
	select prsn-file assign to "empprsn"
		organization is indexed
		access mode is dynamic
		record key is prs-emp-id of prsn-file-rec
		file status is W90-prsn-status.
	select gate-file assign to "ntfgate"
		file status is W90-gate-status.
data division.
file section.
fd	queue-file.
01	queue-rec.
	copy ntf-queue-rec.
fd	reg-file.
01	reg-file-rec.
	copy ntf-reg-rec.
fd	prsn-file.
01	prsn-file-rec.
	copy emp-prsn-rec.
fd	gate-file.
01	gate-rec.
	copy ntf-gate-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-sent-sw			pic X value "N".
		88	W10-sent				value "Y".
	05	W10-prsn-open-sw	pic X value "N".
		88	W10-prsn-open			value "Y".
	05	W10-gate-fail-sw	pic X value "N".
		88	W10-gate-fail			value "Y".
01	W20-counters.
	05	W20-queued-count	pic 9(5) comp value 0.
	05	W20-sent-count		pic 9(5) comp value 0.
	05	W20-repeat-count	pic 9(5) comp value 0.
	05	W20-sms-count		pic 9(5) comp value 0.
	05	W20-mail-count		pic 9(5) comp value 0.
01	W30-today				pic 9(8).
01	W30-now					pic 9(8).
01	W90-queue-status		pic XX.
	88	W90-queue-ok			value "00".
01	W90-reg-status			pic XX.
	88	W90-reg-ok				value "00".
01	W90-prsn-status			pic XX.
	88	W90-prsn-ok				value "00".
01	W90-gate-status			pic XX.
	88	W90-gate-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> writes the delivery register.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	accept W30-today from date yyyymmdd
	accept W30-now from time
	open input queue-file
	if W90-queue-status = "35"
		display "ntfdisp: no ntfqueue on hand - nothing to send."
		move 0 to return-code
		goback
	end-if
	if not W90-queue-ok
		display "ntfdisp: unable to open ntfqueue, status "
			W90-queue-status
		move 16 to return-code
		goback
	end-if
	*> A brand new ntfreg that has never been created can't be
	*> opened i-o at all (status 35) - open it output once to bring
	*> it into existence, then reopen i-o the normal way.
	open i-o reg-file
	if W90-reg-status = "35"
		open output reg-file
		close reg-file
		open i-o reg-file
	end-if
	if not W90-reg-ok
		display "ntfdisp: unable to open ntfreg, status " W90-reg-status
		close queue-file
		move 16 to return-code
		goback
	end-if
	*> No empprsn only costs the phone numbers - everything goes as
	*> mail.
	open input prsn-file
	if W90-prsn-ok
		move "Y" to W10-prsn-open-sw
	end-if
	*> ntfgate is appended so an uncollected batch is never lost -
	*> OPEN EXTEND does not create it when the gateway has taken the
	*> last one away, so fall back to OPEN OUTPUT the usual way.
	open extend gate-file
	if W90-gate-status = "35"
		open output gate-file
	end-if
	if not W90-gate-ok
		display "ntfdisp: unable to open ntfgate, status "
			W90-gate-status " - nothing sent, queue kept."
		close queue-file
		close reg-file
		if W10-prsn-open
			close prsn-file
		end-if
		move 16 to return-code
		goback
	end-if
	perform Z100-read-queue
	perform until W10-eof
		add 1 to W20-queued-count
		perform B100-dispatch-one
		perform Z100-read-queue
	end-perform
	close queue-file
	close reg-file
	close gate-file
	if W10-prsn-open
		close prsn-file
	end-if
	*> Everything on the queue is now on the gateway file or was
	*> already sent, so the queue starts empty for the next events -
	*> unless a write failed, in which case it is kept whole and the
	*> register keeps the rerun from sending the rest twice.
	if W10-gate-fail
		display "ntfdisp: ntfgate write failed - queue kept for a rerun."
	else
		open output queue-file
		if W90-queue-ok
			close queue-file
		else
			display "ntfdisp: unable to empty ntfqueue, status "
				W90-queue-status " - the register stops repeats."
		end-if
	end-if
	display "Notification dispatch complete."
	display "Events queued:         " W20-queued-count
	display "Sent to the gateway:   " W20-sent-count
	display "  by text message:     " W20-sms-count
	display "  by mail:             " W20-mail-count
	display "Already sent, skipped: " W20-repeat-count
	if W10-gate-fail
		move 8 to return-code
	else
		move 0 to return-code
	end-if
	goback.
B100-dispatch-one.
	move ntfq-event-type to ntfr-event-type of reg-file-rec
	move ntfq-reference to ntfr-reference of reg-file-rec
	move ntfq-recipient to ntfr-recipient of reg-file-rec
	read reg-file
		invalid key move "N" to W10-sent-sw
		not invalid key move "Y" to W10-sent-sw
	end-read
	if W10-sent
		add 1 to W20-repeat-count
		exit paragraph
	end-if
	move spaces to gate-rec
	perform C100-resolve-channel
	move ntfq-recipient to ngw-recipient
	move ntfq-event-type to ngw-event-type
	move ntfq-reference to ngw-reference
	move ntfq-ts-date to ngw-raised-date
	move ntfq-ts-time to ngw-raised-time
	move ntfq-program to ngw-program
	move ntfq-message to ngw-message
	write gate-rec
	if not W90-gate-ok
		display "ntfdisp: unable to write ntfgate, status "
			W90-gate-status " - " ntfq-event-type " " ntfq-reference
			" not sent."
		move "Y" to W10-gate-fail-sw
		exit paragraph
	end-if
	add 1 to W20-sent-count
	if ngw-channel = "S"
		add 1 to W20-sms-count
	else
		add 1 to W20-mail-count
	end-if
	move ntfq-event-type to ntfr-event-type of reg-file-rec
	move ntfq-reference to ntfr-reference of reg-file-rec
	move ntfq-recipient to ntfr-recipient of reg-file-rec
	move ntfq-program to ntfr-program of reg-file-rec
	move ntfq-ts-date to ntfr-queued-date of reg-file-rec
	move ntfq-ts-time to ntfr-queued-time of reg-file-rec
	move W30-today to ntfr-sent-date of reg-file-rec
	move W30-now to ntfr-sent-time of reg-file-rec
	move ngw-channel to ntfr-channel of reg-file-rec
	move ngw-address to ntfr-address of reg-file-rec
	write reg-file-rec
		invalid key
			display "ntfdisp: unable to register " ntfq-event-type " "
				ntfq-reference ", status " W90-reg-status
	end-write.
C100-resolve-channel.
	*> A five-character numeric recipient is an emp-id: text the
	*> phone on empprsn when there is one. Everything else is mail.
	move "M" to ngw-channel
	move spaces to ngw-address
	if not W10-prsn-open
		exit paragraph
	end-if
	if ntfq-recipient(1:5) is not numeric
			or ntfq-recipient(6:3) not = spaces
		exit paragraph
	end-if
	move ntfq-recipient(1:5) to prs-emp-id of prsn-file-rec
	read prsn-file
		invalid key
			continue
		not invalid key
			if prs-phone of prsn-file-rec not = spaces
				move "S" to ngw-channel
				move prs-phone of prsn-file-rec to ngw-address
			end-if
	end-read.
Z100-read-queue.
	read queue-file
		at end move "Y" to W10-eof-sw
	end-read.
