*> money, and nobody may be paid who has no net line. Any break
*> ends with return code 8 so the night stops before the statement
*> does it the hard way.
*> Allowance lines ("A" and "X") are earnings on the paydet side and
*> their ALW- accounts are expense on the journal side, so both fall
*> into the gross-to-expense proof with salary. Leave encashment
*> ("L") is earnings too, and its journal side is paygl's LEAVLIAB
*> debit - glintf01 carries no other LEAVLIAB line. Project labour
*> paygl moves off the departments onto PRJ- accounts is still the
*> same salary expense and proves with it. The month-end accrual
*> lines payaccr (ch10/prog35.cbl) adds to glintf01 are left out.
identification division.
program-id. payrecon.
environment division.
				when paydet-is-gross
				when paydet-is-retro
				when paydet-is-premium
				when paydet-is-allowance
				when paydet-is-nontax-allow
				when paydet-is-encashment
					add paydet-amount to W30-det-gross
				when paydet-is-deduction
					add paydet-amount to W30-det-ded
		perform Z400-read-gl
		perform until W10-gl-eof
			evaluate true
				*> payaccr's month-end accrual and its reversal are
				*> not this pay run's money - they net to nothing.
				when gl-description(1:4) = "Accr"
					continue
				when gl-account(1:4) = "SAL-"
				when gl-account(1:4) = "ALW-"
				when gl-account(1:4) = "PRJ-"
				when gl-account = "LEAVLIAB"
					add gl-amount to W30-gl-expense
				when gl-account = "DEDSPAY "
					add gl-amount to W30-gl-dedspay
