*> subj-preq-rec.cpy
*> The prerequisites of one subject on subjpreq (indexed by
*> prq-subject, the sbj-code on subjmast it belongs to). Nothing
*> used to stop a student going into a class whose subjects build
*> on ones they never passed. Each entry names a subject that must
*> have been passed first and the minimum mark that counts as a
*> pass for this purpose; a blank entry is unused. subjmnt
*> (ch7/prog13.cbl) keys them, prereqck (ch9/prog42.cbl) checks a
*> student against them for stumaint (ch7/prog5.cbl) and the
*> term-start exceptions report preqrpt (ch7/prog18.cbl).
	05	prq-subject			pic X(4).
	05	prq-entry occurs 5 times.
		10	prq-req-subject		pic X(4).
		10	prq-min-score		pic 9(3).
