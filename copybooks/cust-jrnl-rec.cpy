*> cust-jrnl-rec.cpy
*> After-image journal record for every write, rewrite and delete
*> against custmast (cust-rec.cpy) - the prsjrnl shape
*> (prs-jrnl-rec.cpy). custmnt (ch3/prog24.cbl) appends one to
*> custjrnl after each successful update, stamped the DR-TIMESTAMP
*> way and carrying the operator opsignon returned. For a delete
*> the after-image is the record as it stood when it was removed.
	05	cjrn-action			pic X.
		88	cjrn-is-write		value "W".
		88	cjrn-is-rewrite		value "R".
		88	cjrn-is-delete		value "D".
	05	cjrn-ts-date		pic 9(8).
	05	cjrn-ts-time		pic 9(8).
	05	cjrn-program		pic X(8).
	05	cjrn-after-image.
		copy cust-rec replacing ==05== by ==10== ==10== by ==15==.
	05	cjrn-operator		pic X(5).
