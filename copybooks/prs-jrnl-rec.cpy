*> prs-jrnl-rec.cpy
*> After-image journal record for every write, rewrite and delete
*> against empprsn (emp-prsn-rec.cpy) - the same shape empjrnl
*> (emp-jrnl-rec.cpy) gives emp001. persmnt (ch6/prog43.cbl) appends
*> one to prsjrnl after each successful update, stamped the
*> DR-TIMESTAMP way (ccyymmdd, hhmmsshh) and carrying the operator
*> opsignon returned, so who changed an address or national ID - and
*> what it was changed to - can always be answered. For a delete the
*> after-image is the record as it stood when it was removed.
	05	pjrn-action			pic X.
		88	pjrn-is-write		value "W".
		88	pjrn-is-rewrite		value "R".
		88	pjrn-is-delete		value "D".
	05	pjrn-ts-date		pic 9(8).
	05	pjrn-ts-time		pic 9(8).
	05	pjrn-program		pic X(8).
	05	pjrn-after-image.
		copy emp-prsn-rec replacing ==05== by ==10== ==10== by ==15==.
	05	pjrn-operator		pic X(5).
