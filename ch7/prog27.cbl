*> Room master and class timetable maintenance.
*> Class scheduling was done on paper. This keeps the room master
*> roommast (room-rec.cpy) - each room with the students it seats -
*> and the class timetable clstmtb (tmtb-rec.cpy) - each weekly
*> session of a class, with its day, period and room - in the same
*> menu-driven indexed shape clsmaint (ch7/prog10.cbl) keeps for
*> classes. A session's class validates through clsedit
*> (ch9/prog21.cbl) and its room against roommast; days run 1
*> Monday through 7 Sunday and periods 1 to 12. A room still used
*> by a session cannot be deleted. Clashes between sessions are
*> reported by ttclash (ch7/prog28.cbl), not refused here - a
*> timetable is built up a session at a time and passes through
*> clashes on the way.
identification division.
program-id. ttmaint.
environment division.
input-output section.
file-control.
	select room-mast assign to "roommast"
		organization is indexed
		access mode is dynamic
		record key is rm-code of room-mast-rec
		file status is W90-room-status.
	select tmtb-file assign to "clstmtb"
		organization is indexed
		access mode is dynamic
		record key is tt-key of tmtb-rec
		file status is W90-tmtb-status.
data division.
file section.
fd	room-mast.
01	room-mast-rec.
	copy room-rec.
fd	tmtb-file.
01	tmtb-rec.
	copy tmtb-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-eof-sw			pic X value "N".
		88	W10-eof					value "Y".
	05	W10-cls-valid-sw	pic X.
		88	W10-cls-valid			value "Y".
01	W20-counters.
	05	W20-list-count		pic 9(4) comp value 0.
	05	W20-use-count		pic 9(4) comp value 0.
01	W30-menu-choice			pic 9.
01	W40-rm-code				pic X(4).
01	W40-cls-code			pic X(4).
01	W40-day-names			pic X(21) value "MonTueWedThuFriSatSun".
01	filler redefines W40-day-names.
	05	W40-day-name		pic X(3) occurs 7 times.
01	W90-room-status			pic XX.
	88	W90-room-ok				value "00".
01	W90-tmtb-status			pic XX.
	88	W90-tmtb-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> writes reference data.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> Brand new roommast / clstmtb files that have never been
	*> created can't be opened i-o at all (status 35) - open each
	*> output once to bring it into existence, then reopen i-o.
	open i-o room-mast
	if W90-room-status = "35"
		open output room-mast
		close room-mast
		open i-o room-mast
	end-if
	if not W90-room-ok
		display "ttmaint: unable to open roommast, status "
			W90-room-status
		move 16 to return-code
		goback
	end-if
	open i-o tmtb-file
	if W90-tmtb-status = "35"
		open output tmtb-file
		close tmtb-file
		open i-o tmtb-file
	end-if
	if not W90-tmtb-ok
		display "ttmaint: unable to open clstmtb, status "
			W90-tmtb-status
		close room-mast
		move 16 to return-code
		goback
	end-if
	perform until W30-menu-choice = 8
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-add-room
			when 2 perform D200-change-room
			when 3 perform D300-delete-room
			when 4 perform D400-list-rooms
			when 5 perform D500-add-session
			when 6 perform D600-delete-session
			when 7 perform D700-list-timetable
			when 8 continue
			when other display "Please choose 1 through 8."
		end-evaluate
	end-perform
	close room-mast
	close tmtb-file
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Room and Timetable Maintenance"
	display "1. Add room"
	display "2. Change room"
	display "3. Delete room"
	display "4. List rooms"
	display "5. Add class session"
	display "6. Delete class session"
	display "7. List a class's timetable"
	display "8. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add-room.
	display "Enter room code: " with no advancing
	accept W40-rm-code
	if W40-rm-code = spaces
		display "Room code is required."
		exit paragraph
	end-if
	perform F100-find-room
	if W10-found
		display "Room " W40-rm-code " already exists."
	else
		move W40-rm-code to rm-code of room-mast-rec
		display "Enter description: " with no advancing
		accept rm-desc of room-mast-rec
		display "Enter seating capacity: " with no advancing
		accept rm-capacity of room-mast-rec
		write room-mast-rec
			invalid key
				display "Room not added, status " W90-room-status
			not invalid key
				display "Room added."
		end-write
	end-if.
D200-change-room.
	display "Enter room code: " with no advancing
	accept W40-rm-code
	perform F100-find-room
	if W10-found
		display "Enter new description: " with no advancing
		accept rm-desc of room-mast-rec
		display "Enter new seating capacity: " with no advancing
		accept rm-capacity of room-mast-rec
		rewrite room-mast-rec
			invalid key
				display "Room not updated, status " W90-room-status
			not invalid key
				display "Room updated."
		end-rewrite
	else
		display "Room not found."
	end-if.
D300-delete-room.
	display "Enter room code: " with no advancing
	accept W40-rm-code
	perform F100-find-room
	if not W10-found
		display "Room not found."
		exit paragraph
	end-if
	*> A room a session is still held in stays.
	move 0 to W20-use-count
	move "N" to W10-eof-sw
	move low-values to tt-key of tmtb-rec
	start tmtb-file key is >= tt-key of tmtb-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read tmtb-file next record
			at end move "Y" to W10-eof-sw
			not at end
				if tt-room of tmtb-rec = W40-rm-code
					add 1 to W20-use-count
				end-if
		end-read
	end-perform
	if W20-use-count > 0
		display "Room " W40-rm-code " still holds " W20-use-count
			" session(s) - move them first."
		exit paragraph
	end-if
	delete room-mast record
		invalid key
			display "Room not deleted, status " W90-room-status
		not invalid key
			display "Room deleted."
	end-delete.
D400-list-rooms.
	display "Code  Description           Capacity"
	move 0 to W20-list-count
	move "N" to W10-eof-sw
	move low-values to rm-code of room-mast-rec
	start room-mast key is >= rm-code of room-mast-rec
		invalid key
			move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read room-mast next record
			at end move "Y" to W10-eof-sw
			not at end
				add 1 to W20-list-count
				display rm-code of room-mast-rec "  "
					rm-desc of room-mast-rec "  "
					rm-capacity of room-mast-rec
		end-read
	end-perform
	if W20-list-count = 0
		display "No rooms on file."
	end-if.
D500-add-session.
	display "Enter class code: " with no advancing
	accept W40-cls-code
	call "clsedit" using W40-cls-code W10-cls-valid-sw end-call
	if not W10-cls-valid
		display "Class " W40-cls-code " is not on the class table."
		exit paragraph
	end-if
	move spaces to tmtb-rec
	move W40-cls-code to tt-cls-code of tmtb-rec
	display "Enter day (1 Mon ... 7 Sun): " with no advancing
	accept tt-day of tmtb-rec
	if not tt-day-valid of tmtb-rec
		display "Day must be 1 to 7 - not accepted."
		exit paragraph
	end-if
	display "Enter period (1-12): " with no advancing
	accept tt-period of tmtb-rec
	if tt-period of tmtb-rec = 0 or tt-period of tmtb-rec > 12
		display "Period must be 1 to 12 - not accepted."
		exit paragraph
	end-if
	display "Enter room code: " with no advancing
	accept W40-rm-code
	perform F100-find-room
	if not W10-found
		display "Room " W40-rm-code " is not on roommast - not accepted."
		exit paragraph
	end-if
	move W40-rm-code to tt-room of tmtb-rec
	write tmtb-rec
		invalid key
			display "Class " W40-cls-code " already meets in that slot."
		not invalid key
			display "Session added."
	end-write.
D600-delete-session.
	display "Enter class code: " with no advancing
	accept tt-cls-code of tmtb-rec
	display "Enter day (1 Mon ... 7 Sun): " with no advancing
	accept tt-day of tmtb-rec
	display "Enter period (1-12): " with no advancing
	accept tt-period of tmtb-rec
	delete tmtb-file record
		invalid key
			display "No such session."
		not invalid key
			display "Session deleted."
	end-delete.
D700-list-timetable.
	display "Enter class code: " with no advancing
	accept W40-cls-code
	display "Day  Period  Room"
	move 0 to W20-list-count
	move "N" to W10-eof-sw
	move W40-cls-code to tt-cls-code of tmtb-rec
	move 0 to tt-day of tmtb-rec
	move 0 to tt-period of tmtb-rec
	start tmtb-file key is >= tt-key of tmtb-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read tmtb-file next record
			at end move "Y" to W10-eof-sw
			not at end
				if tt-cls-code of tmtb-rec not = W40-cls-code
					move "Y" to W10-eof-sw
				else
					add 1 to W20-list-count
					display W40-day-name(tt-day of tmtb-rec) "  "
						tt-period of tmtb-rec "      "
						tt-room of tmtb-rec
				end-if
		end-read
	end-perform
	if W20-list-count = 0
		display "No sessions on file for " W40-cls-code "."
	end-if.
F100-find-room.
	move W40-rm-code to rm-code of room-mast-rec
	read room-mast
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
