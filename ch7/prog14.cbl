*> outside the roster can be marked, so a mistyped student number
*> can't invent a phantom attendee. attdrisk (ch7/prog15.cbl) is
*> the report that turns these records into term percentages.
*> Marks are only taken for a date the class actually meets: its
*> weekday (Zeller's congruence, the way calchk ch9/prog16.cbl
*> works one out) must carry a session of the class on the
*> timetable clstmtb (tmtb-rec.cpy), and the date must not be a
*> holiday on the processing calendar prcscal. A class with no
*> sessions keyed yet, or a site with no timetable or calendar,
*> is not held to it. Only company-wide calendar entries count;
*> the school belongs to no branch, so a regional holiday on
*> prcscal does not close a class.
identification division.
program-id. attdcap.
environment division.
		file status is W90-pay-status.
	select attd-file assign to "stuattd"
		file status is W90-attd-status.
	select tmtb-file assign to "clstmtb"
		organization is indexed
		access mode is dynamic
		record key is tt-key of tmtb-rec
		file status is W90-tmtb-status.
	select cal-file assign to "prcscal"
		organization is indexed
		access mode is dynamic
		record key is cal-key of cal-rec
		file status is W90-cal-status.
data division.
file section.
fd	pay-master-02
fd	attd-file.
01	attd-rec.
	copy stu-attd-rec.
fd	tmtb-file.
01	tmtb-rec.
	copy tmtb-rec.
fd	cal-file.
01	cal-rec.
	copy prcs-cal-rec.
working-storage section.
01	W10-switches.
	05	W10-eof-sw			pic X value "N".
		88	W10-first-rec			value "Y".
	05	W10-cls-valid-sw	pic X.
		88	W10-cls-valid			value "Y".
	05	W10-meets-sw		pic X value "Y".
		88	W10-meets				value "Y".
01	W20-counters.
	05	W20-stu-count		pic 9(4) comp value 0.
	05	W20-roster-count	pic 9(4) comp value 0.
	05	W20-marked-count	pic 9(4) comp value 0.
	05	W20-sub1			pic 9(4) comp value 0.
	05	W20-sess-count		pic 9(4) comp value 0.
01	W20-zeller.
	05	W20-zyear			pic 9(4) comp.
	05	W20-zmonth			pic 9(2) comp.
	05	W20-zday			pic 9(2) comp.
	05	W20-term1			pic 9(4) comp.
	05	W20-term2			pic 9(4) comp.
	05	W20-term3			pic 9(4) comp.
	05	W20-term4			pic 9(4) comp.
	05	W20-zh				pic 9(5) comp.
	05	W20-quotient		pic 9(5) comp.
	05	W20-weekday			pic 9 comp.
01	W30-cls-code			pic X(4).
01	W30-session-date		pic 9(8).
01	W30-mark				pic X.
01	W40-day-names			pic X(21) value "MonTueWedThuFriSatSun".
01	filler redefines W40-day-names.
	05	W40-day-name		pic X(3) occurs 7 times.
01	W60-stu-table.
	05	W60-stu-entry occurs 2000 times.
		copy student-rec replacing ==05== by ==10==.
	88	W90-pay-ok				value "00".
01	W90-attd-status			pic XX.
	88	W90-attd-ok				value "00".
01	W90-tmtb-status			pic XX.
	88	W90-tmtb-ok				value "00".
01	W90-cal-status			pic XX.
	88	W90-cal-ok				value "00".
01	W90-signon-sw			pic X.
	88	W90-signon-ok			value "Y".
	copy date-routines.
		move 8 to return-code
		goback
	end-if
	perform B200-check-meeting-day
	if not W10-meets
		move 8 to return-code
		goback
	end-if
	*> Attendance appends across sessions - OPEN EXTEND with the
	*> usual first-time fallback.
	open extend attd-file
		end-perform
		close pay-master-02
	end-if.
B200-check-meeting-day.
	move "Y" to W10-meets-sw
	open input cal-file
	if W90-cal-ok
		move W30-session-date to cal-date of cal-rec
		move spaces to cal-region of cal-rec
		read cal-file
			invalid key continue
			not invalid key
				if cal-is-holiday of cal-rec
					display "attdcap: " W30-session-date " is a holiday ("
						cal-desc of cal-rec ") - no class meets."
					move "N" to W10-meets-sw
				end-if
		end-read
		close cal-file
	end-if
	if not W10-meets
		exit paragraph
	end-if
	open input tmtb-file
	if not W90-tmtb-ok
		exit paragraph
	end-if
	perform X100-weekday
	move 0 to W20-sess-count
	move "N" to W10-meets-sw
	move W30-cls-code to tt-cls-code of tmtb-rec
	move 0 to tt-day of tmtb-rec
	move 0 to tt-period of tmtb-rec
	move "N" to W10-eof-sw
	start tmtb-file key is >= tt-key of tmtb-rec
		invalid key move "Y" to W10-eof-sw
	end-start
	perform until W10-eof
		read tmtb-file next record
			at end move "Y" to W10-eof-sw
			not at end
				if tt-cls-code of tmtb-rec not = W30-cls-code
					move "Y" to W10-eof-sw
				else
					add 1 to W20-sess-count
					if tt-day of tmtb-rec = W20-weekday
						move "Y" to W10-meets-sw
					end-if
				end-if
		end-read
	end-perform
	close tmtb-file
	if W20-sess-count = 0
		move "Y" to W10-meets-sw
	end-if
	if not W10-meets
		display "attdcap: class " W30-cls-code " does not meet on a "
			W40-day-name(W20-weekday) " - no marks taken."
	end-if.
C100-mark-one-student.
	display pay-studentNo of W60-stu-entry(W20-sub1) " "
		pay-studentName of W60-stu-entry(W20-sub1)
		display "attdcap: unable to write stuattd, status "
			W90-attd-status
	end-if.
X100-weekday.
	*> Zeller's congruence gives 0 Saturday, 1 Sunday, 2 Monday ...
	*> 6 Friday; the timetable counts 1 Monday through 7 Sunday.
	*> January and February count as months 13 and 14 of the
	*> previous year.
	move W30-session-date(1:4) to W20-zyear
	move W30-session-date(5:2) to W20-zmonth
	move W30-session-date(7:2) to W20-zday
	if W20-zmonth < 3
		add 12 to W20-zmonth
		subtract 1 from W20-zyear
	end-if
	compute W20-term1 = (13 * (W20-zmonth + 1)) / 5
	compute W20-term2 = W20-zyear / 4
	compute W20-term3 = W20-zyear / 100
	compute W20-term4 = W20-zyear / 400
	compute W20-zh = W20-zday + W20-term1 + W20-zyear
		+ W20-term2 - W20-term3 + W20-term4
	divide W20-zh by 7 giving W20-quotient remainder W20-weekday
	if W20-weekday < 2
		add 6 to W20-weekday
	else
		subtract 1 from W20-weekday
	end-if.
Z100-read-master.
	read pay-master-02
		at end move "Y" to W10-eof-sw
