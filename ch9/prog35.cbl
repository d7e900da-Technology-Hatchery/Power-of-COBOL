*> POSTCTL - position master fill/vacate.
*> The one place a postmast post (post-rec.cpy) changes hands, so
*> newhload, empmaint, emprehir, empterm and emppos all keep the
*> post and the employee's emp-post-id in step the same way.
*> Function "CHK " just reads the post back to the caller (answering
*> not found when it isn't on file); "FILL" seats the employee in a
*> post that must be vacant; "VAC " frees a post, but only when it
*> is filled by the employee named - a stale emp-post-id can never
*> vacate somebody else's seat. The date passed becomes the changed
*> date, and for a vacate the vacant-since date postvac
*> (ch6/prog47.cbl) measures the vacancy from. The file is opened
*> and closed on every call, the suitelok way - a fill or vacate is
*> one record, and nothing is left holding postmast open.
identification division.
program-id. postctl.
environment division.
input-output section.
file-control.
	select post-mast assign to "postmast"
		organization is indexed
		access mode is dynamic
		record key is pst-post-id of post-mast-rec
		file status is W90-post-status.
data division.
file section.
fd	post-mast.
01	post-mast-rec.
	copy post-rec.
working-storage section.
01	W10-found-sw			pic X value "N".
	88	W10-found				value "Y".
01	W90-post-status			pic XX.
	88	W90-post-ok				value "00".
linkage section.
01	LK-PST-FUNCTION			pic X(4).
	88	LK-PST-CHECK			value "CHK ".
	88	LK-PST-FILL				value "FILL".
	88	LK-PST-VACATE			value "VAC ".
01	LK-PST-POST-ID			pic X(6).
01	LK-PST-EMP-ID			pic X(5).
01	LK-PST-DATE				pic 9(8).
01	LK-PST-OPERATOR			pic X(5).
01	LK-PST-RECORD.
	copy post-rec.
01	LK-PST-OK-SW			pic X.
	88	LK-PST-OK				value "Y".
procedure division using LK-PST-FUNCTION LK-PST-POST-ID
		LK-PST-EMP-ID LK-PST-DATE LK-PST-OPERATOR LK-PST-RECORD
		LK-PST-OK-SW.
A100-start.
	move "N" to LK-PST-OK-SW
	initialize LK-PST-RECORD
	if LK-PST-CHECK
		open input post-mast
	else
		open i-o post-mast
	end-if
	if not W90-post-ok
		display "postctl: unable to open postmast, status "
			W90-post-status
		goback
	end-if
	move LK-PST-POST-ID to pst-post-id of post-mast-rec
	read post-mast
		invalid key move "N" to W10-found-sw
		not invalid key move "Y" to W10-found-sw
	end-read
	if not W10-found
		close post-mast
		goback
	end-if
	evaluate true
		when LK-PST-CHECK
			move "Y" to LK-PST-OK-SW
		when LK-PST-FILL
			if pst-is-vacant of post-mast-rec
				perform B100-fill-post
			else
				display "postctl: post " LK-PST-POST-ID
					" is not vacant - not filled."
			end-if
		when LK-PST-VACATE
			if pst-is-filled of post-mast-rec
					and pst-emp-id of post-mast-rec = LK-PST-EMP-ID
				perform B200-vacate-post
			else
				display "postctl: post " LK-PST-POST-ID
					" is not held by " LK-PST-EMP-ID " - not vacated."
			end-if
	end-evaluate
	move post-mast-rec to LK-PST-RECORD
	close post-mast
	goback.
B100-fill-post.
	move "F" to pst-status of post-mast-rec
	move LK-PST-EMP-ID to pst-emp-id of post-mast-rec
	move LK-PST-DATE to pst-changed-date of post-mast-rec
	move LK-PST-OPERATOR to pst-changed-by of post-mast-rec
	rewrite post-mast-rec
		invalid key
			display "postctl: unable to rewrite postmast, status "
				W90-post-status
		not invalid key
			move "Y" to LK-PST-OK-SW
	end-rewrite.
B200-vacate-post.
	move "V" to pst-status of post-mast-rec
	move spaces to pst-emp-id of post-mast-rec
	move LK-PST-DATE to pst-vacant-since of post-mast-rec
	move LK-PST-DATE to pst-changed-date of post-mast-rec
	move LK-PST-OPERATOR to pst-changed-by of post-mast-rec
	rewrite post-mast-rec
		invalid key
			display "postctl: unable to rewrite postmast, status "
				W90-post-status
		not invalid key
			move "Y" to LK-PST-OK-SW
	end-rewrite.
