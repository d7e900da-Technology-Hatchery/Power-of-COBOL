*> never grows without bound. Returns "Y" in the caller's switch
*> when the run is safely filed; a failure only costs the archive
*> copy, never the report itself, so callers warn and carry on.
*> The one-page daily operations summary opssum01 (opssumm,
*> ch6/prog57.cbl) is filed here the same way each night, so the
*> last few mornings' summaries can be reproduced by rptrepr.
identification division.
program-id. rptarch.
environment division.
		file status is W90-rpt-status.
	select prog4-rpt assign to "prtq04"
		file status is W90-rpt-status.
	select summ-rpt assign to "opssum01"
		file status is W90-rpt-status.
	select arch-file assign to "rptarch01"
		file status is W90-arch-status.
	select arch-work assign to "rptarchwk"
fd	prog4-rpt
	label records are standard.
01	prog4-rpt-line		pic X(80).
fd	summ-rpt
	label records are standard.
01	summ-rpt-line		pic X(80).
fd	arch-file.
01	arch-rec.
	copy rpt-arch-rec.
			perform E200-file-salrpt
		when "prtq04"
			perform E300-file-prtq04
		when "opssum01"
			perform E400-file-opssum01
		when other
			display "rptarch: report " LK-ARCH-REPORT " is not archived here."
			goback
		end-perform
		close prog4-rpt
	end-if.
E400-file-opssum01.
	open input summ-rpt
	if not W90-rpt-ok
		display "rptarch: unable to open opssum01, status " W90-rpt-status
	else
		move "N" to W10-eof-sw
		perform Z600-read-opssum01
		perform until W10-eof
			move summ-rpt-line to work-line
			write work-rec
			add 1 to W20-lines-filed
			perform Z600-read-opssum01
		end-perform
		close summ-rpt
	end-if.
D100-copy-back.
	open output arch-file
	if not W90-arch-ok
	read arch-work
		at end move "Y" to W10-eof-sw
	end-read.
Z600-read-opssum01.
	read summ-rpt
		at end move "Y" to W10-eof-sw
	end-read.
