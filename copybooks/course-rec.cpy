*> course-rec.cpy
*> One training course or certificate on the coursmst course master
*> (indexed by crs-code), kept by crsmnt (ch6/prog50.cbl). The
*> validity period is what turns a completion into an expiry date
*> on certreg (cert-rec.cpy) - zero months is a course that never
*> lapses. A course withdrawn from use is made inactive rather than
*> deleted, so the completions already recorded against it still
*> read.
	05	crs-code				pic X(6).
	05	crs-name				pic X(30).
	05	crs-valid-months		pic 9(3).
	05	crs-status				pic X.
		88	crs-is-active			value "A".
		88	crs-is-inactive			value "I".
	05	crs-changed-date		pic 9(8).
	05	crs-changed-by			pic X(5).
