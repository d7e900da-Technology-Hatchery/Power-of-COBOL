	05	loan-pay-source			pic X.
		88	loan-pay-is-payroll		value "P".
		88	loan-pay-is-banked		value "B".
*> "T" is a staff loan recovered out of a leaver's final settlement
*> by empterm (ch6/prog12.cbl) - payroll money, but not an
*> installment payrvsl may withdraw with a reversed period.
		88	loan-pay-is-settlement	value "T".
