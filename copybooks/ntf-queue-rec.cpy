*> ntf-queue-rec.cpy
*> One raised event on the notification queue ntfqueue, appended by
*> notify (ch9/prog36.cbl) with the fields its caller passed in
*> notify-parms.cpy and the date and time it was raised. The
*> dispatcher (ntfdisp, ch9/prog37.cbl) empties the queue each run
*> once every event on it is delivered or known to be a repeat.
	05	ntfq-ts-date			pic 9(8).
	05	ntfq-ts-time			pic 9(8).
	05	ntfq-recipient			pic X(8).
	05	ntfq-event-type			pic X(8).
	05	ntfq-reference			pic X(24).
	05	ntfq-program			pic X(8).
	05	ntfq-message			pic X(60).
