*> loan-notc-rec.cpy
*> One borrower notice on the lonnotc file - written by the lonrepr
*> (ch3/prog18.cbl) repricing run for every variable-rate loan it
*> moves onto a new loanrate rate, so the borrower is told the new
*> rate and installment before the first changed deduction comes
*> off. The letters are printed from this file; staff borrowers are
*> also sent the event through notify.
	05	lnn-id					pic X(5).
	05	lnn-notice-date			pic 9(8).
	05	lnn-eff-date			pic 9(8).
	05	lnn-balance				pic S9(7)v99 comp-3.
	05	lnn-old-rate			pic S9(1)v9(4) comp-3.
	05	lnn-new-rate			pic S9(1)v9(4) comp-3.
	05	lnn-remaining-term		pic 9(3).
	05	lnn-old-instal			pic S9(7)v99 comp-3.
	05	lnn-new-instal			pic S9(7)v99 comp-3.
