*> prcs-cal-rec.cpy
*> One processing-calendar entry on prcscal (indexed by cal-key).
*> "H" marks a public holiday the batch cycles must not run on;
*> "P" marks a scheduled processing date that runs even on a
*> weekend - the quarter-end that falls on a Sunday, the catch-up
*> calmaint (ch9/prog15.cbl) and consulted through calchk
*> (ch9/prog16.cbl) by empbatch and nitecycl in place of their raw
*> ACCEPT FROM DAY-OF-WEEK checks.
*> cal-region spaces is a company-wide entry; a brm-region value off
*> brmast (br-mast-rec.cpy) makes it apply to that region's branches
*> only - a regional public holiday no longer stops the whole night
*> or goes unseen everywhere. The same date may carry one entry for
*> the company and one per region.
*> A prcscal from before the region was added is converted once by
*> calcnv (ch9/prog44.cbl), every entry becoming company-wide.
	05	cal-key.
		10	cal-date		pic 9(8).
		10	cal-region		pic X(10).
	05	cal-type			pic X.
		88	cal-is-holiday			value "H".
		88	cal-is-processing		value "P".
