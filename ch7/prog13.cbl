*> The owning class validates through clsedit before a subject is
*> accepted, and credits must be 1 to 99 - a zero-credit subject
*> would vanish from every weighted average.
*> Option 5 keys a subject's prerequisites onto subjpreq
*> (subj-preq-rec.cpy): up to five subjects that must have been
*> passed first, each with its minimum mark. Each must itself be on
*> subjmast and cannot be the subject it guards; blanking them all
*> removes the record. Deleting a subject takes its prerequisites
*> with it. prereqck (ch9/prog42.cbl) enforces them at enrollment.
identification division.
program-id. subjmnt.
environment division.
		access mode is dynamic
		record key is sbj-code of subj-mast-rec
		file status is W90-subj-status.
	select preq-file assign to "subjpreq"
		organization is indexed
		access mode is dynamic
		record key is prq-subject of preq-rec
		file status is W90-preq-status.
data division.
file section.
fd	subj-mast.
01	subj-mast-rec.
	copy subj-rec.
fd	preq-file.
01	preq-rec.
	copy subj-preq-rec.
working-storage section.
01	W10-switches.
	05	W10-found-sw		pic X value "N".
		88	W10-found				value "Y".
	05	W10-cls-valid-sw	pic X.
		88	W10-cls-valid			value "Y".
	05	W10-preq-found-sw	pic X value "N".
		88	W10-preq-found			value "Y".
	05	W10-preq-valid-sw	pic X value "Y".
		88	W10-preq-valid			value "Y".
01	W20-counters.
	05	W20-preq-sub		pic 9 comp value 0.
01	W30-menu-choice			pic 9.
01	W40-subj-code			pic X(4).
01	W40-req-subject			pic X(4).
01	W40-min-score			pic 9(3).
01	W90-subj-status			pic XX.
	88	W90-subj-ok				value "00".
01	W90-preq-status			pic XX.
	88	W90-preq-ok				value "00".
01	W90-auth-level			pic X value "U".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
		move 16 to return-code
		goback
	end-if
	open i-o preq-file
	if W90-preq-status = "35"
		open output preq-file
		close preq-file
		open i-o preq-file
	end-if
	if not W90-preq-ok
		display "subjmnt: unable to open subjpreq, status " W90-preq-status
		move 16 to return-code
		goback
	end-if
	perform until W30-menu-choice = 6
		perform C100-show-menu
		evaluate W30-menu-choice
			when 1 perform D100-add
			when 2 perform D200-change
			when 3 perform D300-delete
			when 4 perform D400-inquire
			when 5 perform D500-prerequisites
			when 6 continue
			when other display "Please choose 1 through 6."
		end-evaluate
	end-perform
	close preq-file
	close subj-mast
	move 0 to return-code
	goback.
	display "2. Change subject"
	display "3. Delete subject"
	display "4. Inquire subject"
	display "5. Prerequisites"
	display "6. Exit"
	display "Enter choice: " with no advancing
	accept W30-menu-choice.
D100-add.
				display "Subject not deleted, status " W90-subj-status
			not invalid key
				display "Subject deleted."
				move W40-subj-code to prq-subject of preq-rec
				delete preq-file record
					invalid key continue
				end-delete
		end-delete
	else
		display "Subject not found."
	else
		display "Subject not found."
	end-if.
D500-prerequisites.
	display "Enter subject code: " with no advancing
	accept W40-subj-code
	perform F100-find-subject
	if not W10-found
		display "Subject not found."
		exit paragraph
	end-if
	move W40-subj-code to prq-subject of preq-rec
	read preq-file
		invalid key
			move "N" to W10-preq-found-sw
			move spaces to preq-rec
			move W40-subj-code to prq-subject of preq-rec
			perform varying W20-preq-sub from 1 by 1
					until W20-preq-sub > 5
				move 0 to prq-min-score of preq-rec(W20-preq-sub)
			end-perform
		not invalid key
			move "Y" to W10-preq-found-sw
	end-read
	display "Prerequisites of " W40-subj-code " - blank subject for none:"
	perform varying W20-preq-sub from 1 by 1
			until W20-preq-sub > 5 or not W10-preq-valid
		perform D550-capture-prerequisite
	end-perform
	if not W10-preq-valid
		move "Y" to W10-preq-valid-sw
		display "Prerequisites not changed."
		exit paragraph
	end-if
	perform varying W20-preq-sub from 1 by 1
			until W20-preq-sub > 5
				or prq-req-subject of preq-rec(W20-preq-sub) not = spaces
		continue
	end-perform
	evaluate true
		when W20-preq-sub > 5 and W10-preq-found
			delete preq-file record
				invalid key
					display "Prerequisites not removed, status "
						W90-preq-status
				not invalid key
					display "Prerequisites removed."
			end-delete
		when W20-preq-sub > 5
			display "No prerequisites."
		when W10-preq-found
			rewrite preq-rec
				invalid key
					display "Prerequisites not updated, status "
						W90-preq-status
				not invalid key
					display "Prerequisites updated."
			end-rewrite
		when other
			write preq-rec
				invalid key
					display "Prerequisites not added, status "
						W90-preq-status
				not invalid key
					display "Prerequisites added."
			end-write
	end-evaluate.
D550-capture-prerequisite.
	display "  " W20-preq-sub ". now '"
		prq-req-subject of preq-rec(W20-preq-sub) "' min "
		prq-min-score of preq-rec(W20-preq-sub)
		" - required subject: " with no advancing
	accept W40-req-subject
	if W40-req-subject = spaces
		move spaces to prq-req-subject of preq-rec(W20-preq-sub)
		move 0 to prq-min-score of preq-rec(W20-preq-sub)
		exit paragraph
	end-if
	if W40-req-subject = W40-subj-code
		display "A subject cannot be its own prerequisite."
		move "N" to W10-preq-valid-sw
		exit paragraph
	end-if
	*> The required subject must itself be on subjmast; the read
	*> leaves the guarded subject's record behind, which is fine -
	*> only preq-rec is written from here.
	move W40-req-subject to sbj-code of subj-mast-rec
	read subj-mast
		invalid key
			display "Subject " W40-req-subject " is not on subjmast."
			move "N" to W10-preq-valid-sw
			exit paragraph
	end-read
	display "     minimum mark (0-100): " with no advancing
	accept W40-min-score
	if W40-min-score > 100
		display "Minimum mark must be 0-100."
		move "N" to W10-preq-valid-sw
		exit paragraph
	end-if
	move W40-req-subject to prq-req-subject of preq-rec(W20-preq-sub)
	move W40-min-score to prq-min-score of preq-rec(W20-preq-sub).
F100-find-subject.
	move W40-subj-code to sbj-code of subj-mast-rec
	read subj-mast
