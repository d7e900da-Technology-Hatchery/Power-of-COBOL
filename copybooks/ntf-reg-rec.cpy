*> ntf-reg-rec.cpy
*> One delivered event on the notification delivery register ntfreg
*> (indexed by ntfr-key: event type, reference and recipient). The
*> dispatcher (ntfdisp, ch9/prog37.cbl) writes one of these for
*> every event it hands the gateway, and checks here first - an
*> event already on the register is never sent again, however many
*> times the raising program queues it.
	05	ntfr-key.
		10	ntfr-event-type		pic X(8).
		10	ntfr-reference		pic X(24).
		10	ntfr-recipient		pic X(8).
	05	ntfr-program			pic X(8).
	05	ntfr-queued-date		pic 9(8).
	05	ntfr-queued-time		pic 9(8).
	05	ntfr-sent-date			pic 9(8).
	05	ntfr-sent-time			pic 9(8).
	05	ntfr-channel			pic X.
		88	ntfr-by-sms				value "S".
		88	ntfr-by-mail			value "M".
	05	ntfr-address			pic X(15).
