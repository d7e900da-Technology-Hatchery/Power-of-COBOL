*> chart first, same as paygl. A report of accrued-but-unpaid
*> interest per borrower prints to lonaccr1 so the books show
*> income when it is EARNED.
*> lonprov (ch3/prog19.cbl) and lonwoff (ch3/prog20.cbl) add their
*> provision, recovery and write-off lines - descriptions starting
*> "Prov", "Rcvy" and "Woff" - to a loangl01 generation that is
*> still waiting to go. Rebuilding it here would wipe them, so, the
*> paygl way, they are read back first and written again after this
*> run's own lines; a generation already transmitted or
*> acknowledged has delivered them and they drop.
identification division.
program-id. lonaccr.
environment division.
	05	W35-xmit-seq		pic 9(6).
	05	W35-xmit-blocked-sw	pic X.
		88	W35-xmit-blocked		value "Y".
*> Provision and write-off lines carried over from the generation
*> being rebuilt.
01	W68-keep-count			pic 9(3) comp value 0.
01	W68-keep-table.
	05	W68-keep-line		pic X(54) occurs 500 times
							indexed by keep-idx.
01	W90-super-level			pic X value "A".
01	W90-super-sw			pic X.
	88	W90-super-ok			value "Y".
		move 16 to return-code
		goback
	end-if
	perform B900-keep-loss-lines
	*> The run's own interface file, rebuilt each run and gated by
	*> the transmission register like every other interface.
	move "NEXT" to W35-xmit-function
		write gl-journal-rec
		add 1 to W20-line-count
	end-if
	perform varying keep-idx from 1 by 1 until keep-idx > W68-keep-count
		move W68-keep-line(keep-idx) to gl-journal-rec
		write gl-journal-rec
		add 1 to W20-line-count
	end-perform
	close gl-file
	move "GEN " to W35-xmit-function
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		add 1 to W75-invalid-count
		display "lonaccr: account " W75-account " is not on coamast."
	end-if.
B900-keep-loss-lines.
	move 0 to W68-keep-count
	move "STAT" to W35-xmit-function
	move "LOANGL01" to W35-xmit-file-id
	call "xmitctl" using W35-xmit-function W35-xmit-file-id
		W35-xmit-seq W35-xmit-blocked-sw
	end-call
	if W35-xmit-blocked-sw not = "G"
		exit paragraph
	end-if
	open input gl-file
	if not W90-gl-ok
		exit paragraph
	end-if
	move "N" to W10-eof-sw
	perform Z400-read-gl
	perform until W10-eof
		if gl-description(1:4) = "Prov" or "Rcvy" or "Woff"
			if W68-keep-count >= 500
				display "lonaccr: too many provision lines to carry "
					"over - loangl01 NOT rebuilt."
				close gl-file
				close loan-mast
				close accr-rpt
				move 16 to return-code
				goback
			end-if
			add 1 to W68-keep-count
			move gl-journal-rec to W68-keep-line(W68-keep-count)
		end-if
		perform Z400-read-gl
	end-perform
	close gl-file
	move "N" to W10-eof-sw
	if W68-keep-count > 0
		display "lonaccr: " W68-keep-count " provision/write-off line(s) "
			"carried over into the new generation."
	end-if.
C100-accrue-one-loan.
	compute W40-monthly-rate rounded = lnm-rate of loan-mast-rec / 12
	call "intcalc" using
	move lnm-rate of loan-mast-rec to W50-det-rate
	move W40-interest to W50-det-accrued
	write rpt-line from W50-detail-line.
Z400-read-gl.
	read gl-file
		at end move "Y" to W10-eof-sw
	end-read.
