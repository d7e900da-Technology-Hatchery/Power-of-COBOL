*> appr-rec.cpy
*> One employee's annual performance appraisal on the apprais file
*> (indexed by apr-key - emp-id then appraisal year, so an
*> employee's ratings read back in year order). emp-incr-hold-sw
*> used to be keyed by hand with no record of why; the rating here
*> is the why. apprmnt (ch6/prog48.cbl) keys it with the reviewer -
*> the employee's manager (emp-mgr-id) - and an unsatisfactory
*> rating sets the increment hold itself. The merit run (meritrun,
*> ch6/prog49.cbl) prices each rating through the merit matrix
*> (merit-tab.cpy) into the year's proposed increases.
	05	apr-key.
		10	apr-emp-id			pic X(5).
		10	apr-year			pic 9(4).
	05	apr-rating				pic 9.
		88	apr-outstanding			value 5.
		88	apr-exceeds				value 4.
		88	apr-meets				value 3.
		88	apr-needs-improvement	value 2.
		88	apr-unsatisfactory		value 1.
		88	apr-rating-valid		value 1 thru 5.
	05	apr-reviewer			pic X(5).
	05	apr-review-date			pic 9(8).
	05	apr-comment				pic X(40).
	05	apr-keyed-by			pic X(5).
	05	apr-keyed-date			pic 9(8).
