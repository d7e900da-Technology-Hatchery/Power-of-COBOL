*> guard-rec.cpy
*> One student's guardian on stuguard (indexed by gdn-studentNo, the
*> pay002 student number it belongs to). Guardians' names and
*> addresses were kept in a spreadsheet beside the suite and report
*> cards were addressed by hand. gdnmaint (ch7/prog29.cbl) keeps
*> the file, in the name/address shape emp-prsn-rec.cpy gives an
*> employee; the report card run rptcard (ch7/prog30.cbl) sorts the
*> cards by gdn-postcode and prints a mailing label for each. A
*> guardian with no postal address (line 1 or postcode blank) is on
*> the run's exception list, with the phone and e-mail to reach
*> them by instead. gdn-contact-pref is how they ask to be reached
*> for anything else - blank, every record keyed without one, reads
*> as post.
	05	gdn-studentNo			pic X(5).
	05	gdn-name				pic X(30).
	05	gdn-relation			pic X(15).
	05	gdn-address.
		10	gdn-addr-line-1		pic X(30).
		10	gdn-addr-line-2		pic X(30).
		10	gdn-city			pic X(20).
		10	gdn-postcode		pic X(10).
	05	gdn-phone				pic X(15).
	05	gdn-email				pic X(40).
	05	gdn-contact-pref		pic X.
		88	gdn-by-post				value "P" " ".
		88	gdn-by-email			value "E".
		88	gdn-by-phone			value "T".
		88	gdn-pref-valid			value "P" " " "E" "T".
	05	gdn-changed-date		pic 9(8).
