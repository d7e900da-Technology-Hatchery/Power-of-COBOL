*> tms-rec.cpy
*> One timesheet transaction: the hours one employee worked on one
*> date, with an overtime flag - "Y" to be paid at the premium, "T"
*> to bank the hours as time off in lieu instead (payrun,
*> ch10/prog1.cbl). Keyed into tmshr01 by the branches, validated
*> by tmsedit (ch10/prog7.cbl) the same way newhire
*> (ch6/prog4.cbl) edits new-hire transactions - accepted records
*> land on tmsacc for the pay run to price, rejects on tmsrej with
*> the reason.
	05	tms-hours				pic 9(2)v99.
	05	tms-ot-sw				pic X.
		88	tms-is-overtime			value "Y".
		88	tms-is-toil				value "T".
*> Project or job the hours were worked on (proj-rec.cpy), proven
*> against projmast by tmsedit. Blank - and every record keyed
*> before the field existed - is no project: the hours cost to the
*> employee's department the way they always did.
	05	tms-proj-code			pic X(4).
