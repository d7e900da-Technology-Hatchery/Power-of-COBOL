*> preq-parms.cpy
*> Call parameters for prereqck (ch9/prog42.cbl): the caller sets
*> PQ-STUDENT-NO and the PQ-CLS-CODE it means to put the student
*> into, and gets back whether every prerequisite of every subject
*> in that class is met - and, where not, each missing prerequisite
*> (up to ten) with the subject that needs it, the mark required
*> and the best mark the student has on record for it.
01	PQ-PARMS.
	05	PQ-STUDENT-NO		pic X(5).
	05	PQ-CLS-CODE			pic X(4).
	05	PQ-RESULT			pic X.
		88	PQ-ALL-MET			value "Y".
		88	PQ-NOT-MET			value "N".
	05	PQ-MISSING-COUNT	pic 9(2).
	05	PQ-MISSING occurs 10 times.
		10	PQ-FOR-SUBJECT		pic X(4).
		10	PQ-REQ-SUBJECT		pic X(4).
		10	PQ-MIN-SCORE		pic 9(3).
		10	PQ-BEST-SCORE		pic 9(3).
