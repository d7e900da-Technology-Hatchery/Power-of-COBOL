*> roster-rec.cpy
*> One planned shift on the rostmast shift roster (indexed by
*> ros-key - employee then date, one shift per employee per day).
*> Branch supervisors planned shifts on a whiteboard, so nobody could
*> tell whether someone who clocked in (clockpch, imported by
*> tmspunch) was meant to be on. rostmnt (ch10/prog45.cbl) keeps the
*> roster for hourly staff; the start and end are 24-hour hhmm
*> within the one day, the way clockpch punches are. rostvar
*> (ch10/prog46.cbl) sets the day's punches against it, and tmsedit
*> (ch10/prog7.cbl) holds back a timesheet for a day with no shift
*> rostered until a supervisor accepts it in rostmnt.
	05	ros-key.
		10	ros-emp-id			pic X(5).
		10	ros-date			pic 9(8).
	05	ros-start				pic 9(4).
	05	ros-end					pic 9(4).
	05	ros-br-code				pic X(3).
	05	ros-keyed-by			pic X(5).
	05	ros-keyed-date			pic 9(8).
