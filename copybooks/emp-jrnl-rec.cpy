	05	jrnl-program		pic X(8).
	05	jrnl-after-image.
		copy emp-rec replacing ==05== by ==10==.
*> The operator signed on to the program that made the change
*> (opsignon's returned id) - jrnl-program says what changed the
*> master, this says who. Blank on every record written before the
*> field existed and on any a batch load writes unattended; the
*> segregation-of-duties report (sodrpt, ch9/prog34.cbl) reads it
*> against the activity log.
	05	jrnl-operator		pic X(5).
