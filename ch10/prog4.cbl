		==paydet-is-net== by ==sort-is-net==
		==paydet-is-retro== by ==sort-is-retro==
		==paydet-is-premium== by ==sort-is-premium==
		==paydet-is-allowance== by ==sort-is-allowance==
		==paydet-is-nontax-allow== by ==sort-is-nontax-allow==
		==paydet-is-encashment== by ==sort-is-encashment==
		==paydet-ded-code== by ==sort-ded-code==
		==paydet-amount== by ==sort-amount==.
fd	annl-rpt
		when sort-is-gross of sort-rec
		when sort-is-retro of sort-rec
		when sort-is-premium of sort-rec
		*> Recurring allowances, taxable or not, are earnings too.
		when sort-is-allowance of sort-rec
		when sort-is-nontax-allow of sort-rec
		*> So is annual leave sold back.
		when sort-is-encashment of sort-rec
			add sort-amount of sort-rec to W40-period-gross
		when sort-is-deduction of sort-rec
			add sort-amount of sort-rec to W40-period-ded
