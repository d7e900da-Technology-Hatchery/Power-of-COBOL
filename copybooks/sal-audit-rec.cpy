*> is how every record written before this field existed reads too,
*> so the history needs no conversion.
	05	saud-eff-date			pic 9(8).
*> The operator who keyed (or, through salappr, released) the
*> change - the id opsignon returned to the writing program. Blank
*> on every record written before the field existed.
	05	saud-operator			pic X(5).
