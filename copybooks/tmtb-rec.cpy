*> tmtb-rec.cpy
*> One weekly session of a class on the class timetable clstmtb
*> (indexed by tt-key): the day (1 Monday through 7 Sunday), the
*> period within the day, and the room (room-rec.cpy, roommast) it
*> is held in. The class's instructor is the one clsmast assigns
*> (cls-inst-emp-id). ttmaint (ch7/prog27.cbl) keys sessions,
*> ttclash (ch7/prog28.cbl) reports room, instructor, student and
*> capacity clashes, and attdcap (ch7/prog14.cbl) only takes
*> attendance on a day the class meets.
	05	tt-key.
		10	tt-cls-code		pic X(4).
		10	tt-day			pic 9.
			88	tt-day-valid	values 1 thru 7.
		10	tt-period		pic 9(2).
	05	tt-room				pic X(4).
