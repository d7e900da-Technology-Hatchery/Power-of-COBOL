*> cust-parms.cpy
*> Call parameters for custget (ch9/prog40.cbl): the caller sets
*> CG-ID to a loan or deposit party id and gets back who it is -
*> staff (on emp001, with the address off empprsn when persmnt has
*> one), an external customer off custmast, or nobody the system
*> knows - with the name and address to print.
01	CG-PARMS.
	05	CG-ID				pic X(5).
	05	CG-KIND				pic X.
		88	CG-IS-STAFF			value "S".
		88	CG-IS-CUSTOMER		value "C".
		88	CG-IS-KNOWN			value "S" "C".
		88	CG-NOT-KNOWN		value "N".
	05	CG-NAME				pic X(30).
	05	CG-ADDRESS.
		10	CG-ADDR-LINE-1	pic X(30).
		10	CG-ADDR-LINE-2	pic X(30).
		10	CG-CITY			pic X(20).
		10	CG-POSTCODE		pic X(10).
