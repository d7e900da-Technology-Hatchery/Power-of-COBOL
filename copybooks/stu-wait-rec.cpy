*> stu-wait-rec.cpy
*> One student's place in the queue for a full class, on the class
*> waitlist stuwait. cls-capacity used to be something clsrost only
*> reported against - a full class turned the student away and a
*> place given up later stayed empty. stumaint (ch7/prog5.cbl)
*> queues a student here, dated, when the class they are being put
*> into is full, and promotes the longest-waiting student when a
*> withdrawal or suspension frees a place: the entry goes "P" with
*> the promotion date, which stubill (ch7/prog16.cbl) dates the
*> student's invoice from. An entry whose student has since left or
*> gone goes "C". waitrpt (ch7/prog19.cbl) lists each class's queue
*> with position and days waiting. termroll (ch7/prog8.cbl) clears
*> the "P" and "C" entries at term end, so a promotion only ever
*> dates the invoice of the term it happened in.
	05	wl-cls-code			pic X(4).
	05	wl-studentNo		pic X(5).
	05	wl-date				pic 9(8).
	05	wl-status			pic X.
		88	wl-is-waiting		value "W".
		88	wl-is-promoted		value "P".
		88	wl-is-cancelled		value "C".
	05	wl-status-date		pic 9(8).
