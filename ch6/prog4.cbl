*> empmaint/a load job to pick up later; records that fail go to
*> newhrej with the reason, instead of the batch run stopping cold on
*> the first bad transaction.
*> Position control: a hire must name the postmast post
*> (post-rec.cpy) they are being hired into, and it must be vacant
*> and carry the same department, grade and branch as the hire -
*> a department whose funded posts are all filled takes nobody.
*> The check goes through postctl (ch9/prog35.cbl), the same as
*> every other program that touches a post; two hires naming one
*> post in the same batch are a clash, so the second is rejected.
*> newhload fills the post as it loads the hire.
identification division.
program-id. newhire.
environment division.
	88	W40-band-valid				value "Y".
01	W40-band-min			pic 9(5).
01	W40-band-max			pic 9(5).
01	W40-post-work.
	05	W40-post-function	pic X(4).
	05	W40-post-date		pic 9(8).
	05	W40-post-operator	pic X(5) value spaces.
	05	W40-post-ok-sw		pic X.
		88	W40-post-ok				value "Y".
01	W40-post-rec.
	copy post-rec.
*> Posts already promised to an accepted hire earlier in this run.
01	W60-post-table.
	05	W60-post-count		pic 9(4) comp value 0.
	05	W60-post-used		pic X(6) occurs 1000 times
							indexed by W60-post-idx.
01	W90-in-status			pic XX.
	88	W90-in-ok				value "00".
01	W90-acc-status			pic XX.
		perform B100-validate
		if W10-valid
			add 1 to W20-accept-count
			if W60-post-count < 1000
				add 1 to W60-post-count
				move emp-post-id of newhire-rec
					to W60-post-used(W60-post-count)
			end-if
			move newhire-rec to newhacc-rec
			write newhacc-rec
		else
						if W10-valid
							perform C100-check-hire-date
						end-if
						if W10-valid
							perform C200-check-post
						end-if
					end-if
				end-if
			end-if
		move "N" to W10-valid-sw
		move "Hire date is not a valid Gregorian date" to W30-reason
	end-if.
C200-check-post.
	if emp-post-id of newhire-rec = spaces
		move "N" to W10-valid-sw
		move "No post named for the hire" to W30-reason
		exit paragraph
	end-if
	move "CHK " to W40-post-function
	accept W40-post-date from date yyyymmdd
	call "postctl" using W40-post-function emp-post-id of newhire-rec
		emp-id of newhire-rec W40-post-date W40-post-operator
		W40-post-rec W40-post-ok-sw
	end-call
	if not W40-post-ok
		move "N" to W10-valid-sw
		move "Post not on postmast" to W30-reason
		exit paragraph
	end-if
	if not pst-is-vacant of W40-post-rec
		move "N" to W10-valid-sw
		move "Post is not vacant" to W30-reason
		exit paragraph
	end-if
	if pst-job-grade of W40-post-rec not = emp-job-grade of newhire-rec
		move "N" to W10-valid-sw
		move "Post is for a different job grade" to W30-reason
		exit paragraph
	end-if
	if pst-dept-code of W40-post-rec not = emp-dept-code of newhire-rec
			or pst-br-code of W40-post-rec not = emp-br-code of newhire-rec
		move "N" to W10-valid-sw
		move "Post is in another department or branch" to W30-reason
		exit paragraph
	end-if
	set W60-post-idx to 1
	search W60-post-used
		at end continue
		when W60-post-idx > W60-post-count
			continue
		when W60-post-used(W60-post-idx) = emp-post-id of newhire-rec
			move "N" to W10-valid-sw
			move "Post already taken by a hire in this run"
				to W30-reason
	end-search.
Z100-read-file.
	read newhire-in
		at end move "Y" to W10-eof-sw
