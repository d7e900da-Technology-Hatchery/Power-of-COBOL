*> the account locks until an administrator clears it through
*> opmaint - the file opens i-o now so the counters and stamps can
*> be kept on the record.
*> A lockout is also raised through notify (ch9/prog36.cbl) to the
*> SECADMIN mailbox the moment it happens, so the administrator
*> hears about it before the operator phones in.
identification division.
program-id. opsignon.
environment division.
	05	W35-act-program		pic X(8).
	05	W35-lockout-sw		pic X value "N".
		88	W35-locked-out			value "Y".
	05	W35-lock-time		pic 9(8).
	copy date-routines.
	copy notify-parms.
linkage section.
01	LK-SIGNON-SW			pic X.
	88	LK-SIGNON-OK			value "Y".
		display "Signon rejected - incorrect password; the account is "
			"now LOCKED after " op-user-fail-count of opauth-rec
			" consecutive failures."
		perform C300-raise-lockout
	else
		display "Signon rejected - incorrect password."
	end-if
		display "opsignon: unable to record the failed attempt, status "
			W90-op-status
	end-if.
C300-raise-lockout.
	accept W35-lock-time from time
	move "SECADMIN" to NTF-RECIPIENT
	move "LOCKOUT " to NTF-EVENT-TYPE
	move spaces to NTF-REFERENCE
	string W10-entered-id W20-today W35-lock-time
		delimited by size into NTF-REFERENCE
	end-string
	move "opsignon" to NTF-PROGRAM
	move spaces to NTF-MESSAGE
	string "Operator " W10-entered-id " locked after "
		op-user-fail-count of opauth-rec " failed signons"
		delimited by size into NTF-MESSAGE
	end-string
	call "notify" using NTF-PARMS end-call.
D100-check-aging.
	*> Days since the password last changed, off daterotn's Julian
	*> day-of-year. A zero stamp - every record written before the
