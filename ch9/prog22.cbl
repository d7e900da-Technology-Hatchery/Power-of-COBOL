*> Answers "what rate was in force for this product on this date"
*> from the central rate table (loanrate, loan-rate-rec.cpy): the
*> entry with the latest effective date at or before the asked-for
*> date wins. Comes back not-found when the table is missing, the
*> product has no entries, or every entry starts later than the
*> asked-for date; the caller decides what to trust then (loanproc
*> falls back to the keyed transaction rate, exactly what it always
*> did).
*> The table now splits each product by term, so the walk itself
*> lives in ratetrm (ch9/prog38.cbl); this asks it for term zero,
*> the product's open-ended rate, and every caller keeps the call
*> it always made.
identification division.
program-id. rateget.
data division.
working-storage section.
01	W30-open-term			pic 9(3) value 0.
linkage section.
01	LK-RATE-PRODUCT			pic X.
01	LK-RATE-DATE			pic 9(8).
procedure division using LK-RATE-PRODUCT LK-RATE-DATE
		LK-RATE-FOUND-SW LK-RATE.
A100-start.
	call "ratetrm" using LK-RATE-PRODUCT W30-open-term LK-RATE-DATE
		LK-RATE-FOUND-SW LK-RATE
	end-call
	goback.
