*> emp-prsn-rec.cpy
*> One employee's personal details on empprsn (indexed by
*> prs-emp-id, the emp-id it belongs to). emp-rec.cpy carries the
*> job - id, short name, pay and department - and nothing about the
*> person: no address, no date of birth, no national ID number, no
*> one to call in an emergency. They live here instead, kept by
*> persmnt (ch6/prog43.cbl) under opsignon with every change
*> journaled to prsjrnl (prs-jrnl-rec.cpy) the empjrnl way. paycert
*> (ch10/prog12.cbl) carries prs-natl-id onto the revenue office's
*> taxsubm as the taxpayer number, and retproj (ch6/prog44.cbl)
*> projects retirement dates off prs-birth-date.
	05	prs-emp-id				pic X(5).
	05	prs-birth-date			pic 9(8).
	05	prs-natl-id				pic X(15).
	05	prs-address.
		10	prs-addr-line-1		pic X(30).
		10	prs-addr-line-2		pic X(30).
		10	prs-city			pic X(20).
		10	prs-postcode		pic X(10).
	05	prs-phone				pic X(15).
	05	prs-emergency.
		10	prs-emrg-name		pic X(30).
		10	prs-emrg-relation	pic X(15).
		10	prs-emrg-phone		pic X(15).
	05	prs-changed-date		pic 9(8).
	05	prs-changed-time		pic 9(8).
