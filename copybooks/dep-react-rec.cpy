*> dep-react-rec.cpy
*> One reactivation of a dormant deposit account, appended to the
*> depreact log by depmaint (ch3/prog14.cbl) once a supervisor has
*> signed on to approve it: the account, the day it was reactivated,
*> the day depdorm (ch3/prog23.cbl) had flagged it dormant, and the
*> reason the supervisor gave - the audit trail behind every
*> withdrawal that follows.
	05	drc-id				pic X(5).
	05	drc-date			pic 9(8).
	05	drc-dormant-date	pic 9(8).
	05	drc-reason			pic X(40).
