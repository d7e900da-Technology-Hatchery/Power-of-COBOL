*> scorcalc work on ENROLLED students only; termroll archives
*> leavers with their final status and drops withdrawn/graduated
*> records from the new term's master. Blank - every record written
*> before these fields existed - reads as enrolled. A student
*> stumaint has put on a full class's waitlist (stu-wait-rec.cpy)
*> with no place in any class yet is "L" - on file under the class
*> they wait for but counted nowhere, until promotion enrolls them.
	05	pay-studentStatus		pic X.
		88	stu-is-enrolled			value "E" " ".
		88	stu-is-withdrawn		value "W".
		88	stu-is-graduated		value "G".
		88	stu-is-suspended		value "S".
		88	stu-is-waitlisted		value "L".
	05	pay-statusDate			pic 9(8).
