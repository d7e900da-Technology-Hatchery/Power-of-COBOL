*> cust-rec.cpy
*> One external customer on custmast (indexed by cus-id) - a
*> borrower or depositor from outside the company. lnm-id and
*> dep-id are the party's five-character id; for staff that is
*> the emp-id and the person is on emp001 and empprsn, for anyone
*> else it is a cus-id here, with the name, address, identity
*> document and date of birth emp001 could never give them. Kept
*> by custmnt (ch3/prog24.cbl), journaled to custjrnl
*> (cust-jrnl-rec.cpy); read through custget (ch9/prog40.cbl).
	05	cus-id				pic X(5).
	05	cus-name			pic X(30).
	05	cus-address.
		10	cus-addr-line-1	pic X(30).
		10	cus-addr-line-2	pic X(30).
		10	cus-city		pic X(20).
		10	cus-postcode	pic X(10).
	05	cus-id-doc			pic X(15).
	05	cus-birth-date		pic 9(8).
	05	cus-changed-date	pic 9(8).
	05	cus-changed-time	pic 9(8).
