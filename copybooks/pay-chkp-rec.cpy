*> pay-chkp-rec.cpy
*> payrun's commit-point checkpoint (payrchkp, or payrckN for a
*> branch partition). Every CHKPINT employees (suiteparm) payrun
*> flushes paydet, payhist and loanrpay, saves the queue files it
*> rewrites (dedarrs, garnord, advmast, retroadj, leavenc, toilbank)
*> and credits the banked TOIL, then records here the last emp-id
*> completed, the paydet lines written so far and the running
*> control totals. A run that dies restarts from this record:
*> paydet is cut back to the committed lines, the period's payhist
*> and loanrpay lines for employees after chkp-last-emp-id come back
*> off, and pricing resumes after that employee, so nothing is
*> written twice. The commit is bracketed - "P" goes down
*> before the files are saved and "I" only once they all are - so a
*> failure inside the commit itself is recognized and refused
*> rather than resumed over. "C" is a run that completed.
	05	chkp-status				pic X.
		88	chkp-committing			value "P".
		88	chkp-in-progress		value "I".
		88	chkp-complete			value "C".
	05	chkp-period-start		pic 9(8).
	05	chkp-period-end			pic 9(8).
	05	chkp-run-freq			pic X.
	05	chkp-partition			pic 9.
	05	chkp-ts-date			pic 9(8).
	05	chkp-ts-time			pic 9(8).
	05	chkp-last-emp-id		pic X(5).
*> paydet's detail lines at the commit, its header not counted.
	05	chkp-det-count			pic 9(7).
	05	chkp-rec-count			pic 9(5).
	05	chkp-paid-count			pic 9(5).
	05	chkp-skip-count			pic 9(5).
	05	chkp-freq-skip-count	pic 9(5).
	05	chkp-in-range-count		pic 9(7).
	05	chkp-out-range-count	pic 9(7).
	05	chkp-page-count			pic 9(3).
	05	chkp-trueup-count		pic 9(5).
	05	chkp-adv-recovered		pic 9(5).
	05	chkp-retro-applied		pic 9(3).
	05	chkp-garn-applied		pic 9(3).
	05	chkp-enc-applied		pic 9(4).
	05	chkp-banked-count		pic 9(4).
	05	chkp-total-salary		pic S9(9) comp-3.
	05	chkp-total-gross		pic S9(9)v99 comp-3.
	05	chkp-total-ded			pic S9(9)v99 comp-3.
	05	chkp-total-net			pic S9(9)v99 comp-3.
	05	chkp-total-emplr		pic S9(9)v99 comp-3.
	05	chkp-total-nontax		pic S9(9)v99 comp-3.
