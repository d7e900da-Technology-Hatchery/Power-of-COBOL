*> job-skip-rec.cpy
*> One step of the nightly cycle switched off for one run date on
*> jobskip (indexed by jsk-key) - a night operations want without
*> empbatch, say, without touching the job stream definition on
*> jobstrm. Entered and removed through jobmaint (ch6/prog55.cbl);
*> nitecycl (ch6/prog10.cbl) skips the step that night, and any
*> step that names it as a predecessor, and runs it again the next.
	05	jsk-key.
		10	jsk-run-date		pic 9(8).
		10	jsk-step-no			pic 9(2).
	05	jsk-reason			pic X(30).
	05	jsk-operator		pic X(5).
