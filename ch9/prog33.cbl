*> PROJEDIT - project / job code validation.
*> Looks a project code up on the projmast master (proj-rec.cpy,
*> maintained by projmnt ch10/prog33.cbl) the same keyed-read way
*> coaedit (ch9/prog23.cbl) validates an account. A closed project
*> fails - it takes no more hours. On a system where projmast has
*> never been created every code is accepted, so nothing is locked
*> out before the master is loaded.
identification division.
program-id. projedit.
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
01	W90-proj-status			pic XX.
	88	W90-proj-ok				value "00".
linkage section.
01	LK-PROJ-CODE			pic X(4).
01	LK-VALID-SW				pic X.
	88	LK-PROJ-VALID			value "Y".
	88	LK-PROJ-INVALID			value "N".
procedure division using LK-PROJ-CODE LK-VALID-SW.
A100-start.
	open input proj-mast
	if W90-proj-ok
		move "N" to LK-VALID-SW
		move LK-PROJ-CODE to proj-code of proj-mast-rec
		read proj-mast
			invalid key
				move "N" to LK-VALID-SW
			not invalid key
				if proj-is-closed of proj-mast-rec
					move "N" to LK-VALID-SW
				else
					move "Y" to LK-VALID-SW
				end-if
		end-read
		close proj-mast
	else
		*> No project master on file yet - accept everything.
		move "Y" to LK-VALID-SW
	end-if
	goback.
