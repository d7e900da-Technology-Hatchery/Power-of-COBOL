*> pay-part-rec.cpy
*> Control record for one partition of a branch-partitioned pay run.
*> payrun (ch10/prog1.cbl) run for a partition - an emp-br-code range
*> given at the prompt - writes its own partial paydet, register and
*> true-up report under the partition's number (paydetN, payrgpN,
*> taxtrpN) and, as its very last act, this one record on paypctN
*> with the figures it wrote. paymerge (ch10/prog38.cbl) proves the
*> partitions against these before it builds the single paydet,
*> payreg01 and payhist append the rest of the pipeline reads: a
*> partition with no control record never finished.
	05	ppt-partition			pic 9.
	05	ppt-br-from				pic X(3).
	05	ppt-br-to				pic X(3).
	05	ppt-period-start		pic 9(8).
	05	ppt-period-end			pic 9(8).
	05	ppt-run-freq			pic X.
	05	ppt-run-date			pic 9(8).
*> emp001 records whose branch fell inside the range, paid or
*> skipped - across all partitions these must add to the whole of
*> emp001, which proves the ranges neither overlap nor leave a gap.
	05	ppt-in-range-count		pic 9(7).
	05	ppt-paid-count			pic 9(5).
	05	ppt-det-count			pic 9(7).
	05	ppt-total-salary		pic S9(9) comp-3.
	05	ppt-total-gross			pic S9(9)v99 comp-3.
	05	ppt-total-ded			pic S9(9)v99 comp-3.
	05	ppt-total-net			pic S9(9)v99 comp-3.
	05	ppt-total-emplr			pic S9(9)v99 comp-3.
	05	ppt-total-nontax		pic S9(9)v99 comp-3.
