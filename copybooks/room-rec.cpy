*> room-rec.cpy
*> One teaching room on the room master roommast (indexed by
*> rm-code), with the number of students it seats. Sessions on the
*> class timetable clstmtb (tmtb-rec.cpy) are held in these rooms;
*> ttmaint (ch7/prog27.cbl) keys both, and the clash report ttclash
*> (ch7/prog28.cbl) checks each class's enrollment against the
*> rooms it is timetabled in.
	05	rm-code				pic X(4).
	05	rm-desc				pic X(20).
	05	rm-capacity			pic 9(3).
