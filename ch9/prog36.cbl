*> NOTIFY - raise an event for the notification queue.
*> Probation reviews falling due, operator lockouts, leave
*> decisions, delinquent loans, bank returns and failed nightly
*> steps all need a person to act, and until now they only ever
*> reached a printed report or the console. The program that finds
*> one fills notify-parms.cpy and calls this; the event is stamped
*> and appended to ntfqueue (ntf-queue-rec.cpy) for the dispatcher
*> (ntfdisp, ch9/prog37.cbl) to hand to the mail/SMS gateway. Same
*> call-and-forget shape as actlog (ch9/prog29.cbl): a queue that
*> can't be written never stops the caller, the failure is just
*> said out loud.
identification division.
program-id. notify.
environment division.
input-output section.
file-control.
	select queue-file assign to "ntfqueue"
		file status is W90-queue-status.
data division.
file section.
fd	queue-file.
01	queue-rec.
	copy ntf-queue-rec.
working-storage section.
01	W90-queue-status		pic XX.
	88	W90-queue-ok			value "00".
	copy date-routines.
linkage section.
	copy notify-parms.
procedure division using NTF-PARMS.
A100-start.
	open extend queue-file
	if W90-queue-status = "35"
		open output queue-file
	end-if
	if not W90-queue-ok
		display "notify: unable to open ntfqueue, status "
			W90-queue-status " - " NTF-EVENT-TYPE " " NTF-REFERENCE
			" not queued."
	else
		accept DR-TS-DATE from date yyyymmdd
		accept DR-TS-TIME from time
		move DR-TS-DATE to ntfq-ts-date
		move DR-TS-TIME to ntfq-ts-time
		move NTF-RECIPIENT to ntfq-recipient
		move NTF-EVENT-TYPE to ntfq-event-type
		move NTF-REFERENCE to ntfq-reference
		move NTF-PROGRAM to ntfq-program
		move NTF-MESSAGE to ntfq-message
		write queue-rec
		close queue-file
	end-if
	goback.
