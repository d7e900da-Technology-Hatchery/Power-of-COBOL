*> ntf-gate-rec.cpy
*> One outbound message on ntfgate, the file the mail/SMS gateway
*> picks up - fixed 160 bytes, display fields only. Channel "S" is
*> a text to ngw-address (the employee's phone off empprsn); "M" is
*> mail to the mailbox named in ngw-recipient, resolved by the
*> gateway's own directory. Written by ntfdisp (ch9/prog37.cbl).
	05	ngw-channel				pic X.
	05	ngw-recipient			pic X(8).
	05	ngw-address				pic X(15).
	05	ngw-event-type			pic X(8).
	05	ngw-reference			pic X(24).
	05	ngw-raised-date			pic 9(8).
	05	ngw-raised-time			pic 9(8).
	05	ngw-program				pic X(8).
	05	ngw-message				pic X(60).
	05	filler					pic X(20).
