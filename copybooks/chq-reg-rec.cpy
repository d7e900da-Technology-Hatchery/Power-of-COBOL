		88	chq-is-void				value "V".
		88	chq-is-cleared			value "C".
	05	chq-replaced-by			pic 9(6).
*> Positive pay: the pospay generation (xmitreg sequence) that told
*> the bank about this cheque's issue, and about its void - ppaybld
*> (ch10/prog36.cbl) stamps them as it builds each file. Zero is
*> not yet told; a cheque still at zero goes in the next file, and
*> so does one stamped with a generation that is being rebuilt.
	05	chq-ppay-issue-seq		pic 9(6).
	05	chq-ppay-void-seq		pic 9(6).
