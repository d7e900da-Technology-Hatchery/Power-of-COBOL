*> cert-rec.cpy
*> One course completion on the certreg training register (indexed
*> by cert-key - employee, course, then completion date, so every
*> renewal is kept and the latest for an employee and course is
*> the last of its group in key order). The certificates some job
*> grades legally need used to live in a binder. certmnt
*> (ch6/prog51.cbl) records each completion and works out the
*> expiry from the course's validity on coursmst (course-rec.cpy);
*> zero is a certificate that never expires. certtick
*> (ch6/prog52.cbl) ticklers what is about to lapse and certcomp
*> (ch6/prog53.cbl) lists who is working without what their grade
*> demands (grade-cert-tab.cpy).
	05	cert-key.
		10	cert-emp-id			pic X(5).
		10	cert-course-code	pic X(6).
		10	cert-completed-date	pic 9(8).
	05	cert-expiry-date		pic 9(8).
	05	cert-keyed-by			pic X(5).
	05	cert-keyed-date			pic 9(8).
