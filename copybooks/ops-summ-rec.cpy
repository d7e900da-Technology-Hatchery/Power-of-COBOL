*> ops-summ-rec.cpy
*> One day's figures off the daily operations summary (opssumm,
*> ch6/prog57.cbl). The snapshot file opssnap carries two sets -
*> the run date's figures and the prior day's they were measured
*> against - so each morning's summary prints yesterday's number
*> beside today's, and a rerun for the same run date still compares
*> against the day before rather than against itself. Copied under
*> a 05 group (10-level items), once for each day.
	10	osn-steps-run			pic 9(3).
	10	osn-steps-failed		pic 9(3).
	10	osn-worst-rc			pic S9(4).
	10	osn-headcount			pic 9(6).
	10	osn-starters			pic 9(4).
	10	osn-leavers				pic 9(4).
	10	osn-open-periods		pic 9(3).
	10	osn-exc-total			pic 9(5).
	10	osn-delq-total			pic 9(5).
	10	osn-delq-new			pic 9(5).
	10	osn-leave-pending		pic 9(5).
	10	osn-tms-pending			pic 9(5).
	10	osn-tms-held			pic 9(5).
	10	osn-inv-past-due		pic 9(5).
	10	osn-inv-past-due-amt	pic S9(9)v99 comp-3.
	10	osn-xmit-waiting		pic 9(3).
*> Unacknowledged excpt01 entries by the program that wrote them.
	10	osn-exc-prog-count		pic 9(2).
	10	osn-exc-prog-entry occurs 20 times.
		15	osn-exc-program		pic X(8).
		15	osn-exc-prog-total	pic 9(5).
