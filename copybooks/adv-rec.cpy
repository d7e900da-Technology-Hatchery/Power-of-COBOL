*> adv-rec.cpy
*> One mid-period salary advance on advmast, issued by payadv
*> (ch10/prog30.cbl) and recovered by payrun (ch10/prog1.cbl). The
*> advance goes out through the same routes net pay does - a bank
*> record on payadv's own advpay file, or a cheque through chqfall
*> when the employee has no usable account - and adv-route says
*> which. The next payrun of the employee's frequency (adv-pay-freq,
*> copied off emp-pay-freq when issued) takes adv-balance back as an
*> "ADVN" deduction line, as far as the pay on hand allows; whatever
*> it could not take stays on adv-balance for the run after, and the
*> entry flips to recovered ("R") the period the balance reaches
*> zero. adv-last-period is the last period end a payrun recovered
*> against it - zero means no run has reached it yet.
	05	adv-emp-id				pic X(5).
	05	adv-issue-date			pic 9(8).
	05	adv-amount				pic S9(7)v99 comp-3.
	05	adv-balance				pic S9(7)v99 comp-3.
	05	adv-pay-freq			pic X.
	05	adv-route				pic X.
		88	adv-by-bank				value "B".
		88	adv-by-cheque			value "C".
	05	adv-xmit-seq			pic 9(6).
	05	adv-status				pic X.
		88	adv-is-outstanding		value "O".
		88	adv-is-recovered		value "R".
	05	adv-last-period			pic 9(8).
