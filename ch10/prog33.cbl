*> Project / job master maintenance.
*> Maintains projmast (proj-rec.cpy) the same menu-driven indexed
*> shape coamnt (ch10/prog21.cbl) gives the chart of accounts.
*> Timesheet lines carry a project code that projedit
*> (ch9/prog33.cbl) proves against this file, and labour is costed
*> to each project by labdist (ch10/prog34.cbl). A finished project
*> is closed ("C") rather than deleted, so the codes on old
*> timesheets still resolve; only a project nobody ever booked to
*> should be deleted. Remember to load each project's PRJ- account
*> (PRJ- plus the code) with coamnt, or paygl will refuse the
*> journal.
identification division.
program-id. projmnt.
environment division.
input-output section.
file-control.
	select proj-mast assign to "projmast"
		organization is indexed
		access mode is dynamic
		record key is proj-code of proj-mast-rec
		file status is W90-proj-status.
data division.
file section.
fd	proj-mast.
01	proj-mast-rec.
	copy proj-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
01	W30-menu-choice			pic 9.
01	W40-proj-code			pic X(4).
01	W40-status				pic X.
01	W90-proj-status			pic XX.
	88	W90-proj-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
procedure division.
A100-start.
	*> Update authority required (opsignon level "U") - this program
	*> writes master data.
	call "opsignon" using W90-signon-sw W90-auth-level end-call
	if not W90-signon-ok
		move 16 to return-code
		goback
	end-if
	*> A brand new projmast that has never been created can't be
	*> opened i-o at all (status 35) - open it output once to bring
	*> it into existence, then reopen i-o the normal way.
	open i-o proj-mast
	if W90-proj-status = "35"
		open output proj-mast
		close proj-mast
		open i-o proj-mast
	end-if
	if not W90-proj-ok
		display "projmnt: unable to open projmast, status " W90-proj-status
		move 16 to return-code
		goback
	end-if
	perform until W30-menu-choice = 5
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-add
			when 2 perform D200-change
			when 3 perform D300-delete
			when 4 perform D400-inquire
			when 5 continue
			when other display "Please choose 1 through 5."
		end-evaluate
	end-perform
	close proj-mast
	move 0 to return-code
	goback.
C100-show-menu.
	display " "
	display "Project / Job Maintenance"
	display "1. Add project"
	display "2. Change or close project"
	display "3. Delete project"
	display "4. Inquire project"
	display "5. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add.
	display "Enter project code: " with no advancing
	accept W40-proj-code
	if W40-proj-code = spaces
		display "A blank code means no project - not added."
		exit paragraph
	end-if
	perform F100-find-project
	if W10-found
		display "Project " W40-proj-code " already exists."
	else
		move W40-proj-code to proj-code of proj-mast-rec
		display "Enter project description: " with no advancing
		accept proj-desc of proj-mast-rec
		move "A" to proj-status of proj-mast-rec
		write proj-mast-rec
			invalid key
				display "Project not added, status " W90-proj-status
			not invalid key
				display "Project added - open for timesheets."
		end-write
	end-if.
D200-change.
	display "Enter project code: " with no advancing
	accept W40-proj-code
	perform F100-find-project
	if W10-found
		display "Enter new project description: " with no advancing
		accept proj-desc of proj-mast-rec
		display "Status (A open / C closed): " with no advancing
		accept W40-status
		if W40-status = "a" move "A" to W40-status
		end-if
		if W40-status = "c" move "C" to W40-status
		end-if
		if W40-status not = "A" and W40-status not = "C"
			display "Status must be A or C - project not updated."
			exit paragraph
		end-if
		move W40-status to proj-status of proj-mast-rec
		rewrite proj-mast-rec
			invalid key
				display "Project not updated, status " W90-proj-status
			not invalid key
				display "Project updated."
		end-rewrite
	else
		display "Project not found."
	end-if.
D300-delete.
	display "Enter project code: " with no advancing
	accept W40-proj-code
	perform F100-find-project
	if W10-found
		delete proj-mast record
			invalid key
				display "Project not deleted, status " W90-proj-status
			not invalid key
				display "Project deleted."
		end-delete
	else
		display "Project not found."
	end-if.
D400-inquire.
	display "Enter project code: " with no advancing
	accept W40-proj-code
	perform F100-find-project
	if W10-found
		display "Project:     " proj-code of proj-mast-rec
		display "Description: " proj-desc of proj-mast-rec
		if proj-is-closed of proj-mast-rec
			display "Status:      closed"
		else
			display "Status:      open"
		end-if
	else
		display "Project not found."
	end-if.
F100-find-project.
	move W40-proj-code to proj-code of proj-mast-rec
	read proj-mast
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read.
