*> sod-tab.cpy
*> Incompatible activity pairs for the segregation-of-duties report
*> (sodrpt, ch9/prog34.cbl). Each entry names two activities one
*> operator should not both perform, the window in days within
*> which doing both is a conflict (0 is the same day), and the
*> wording the report prints. An activity is either a master
*> change sodrpt derives from the change files - "BANKKEY " bank
*> details keyed (empjrnl), "EMPADD  " an employee added (empjrnl),
*> "SALKEY  " a salary changed (salaudit), "POSKEY  " a department,
*> grade or manager changed (poshist) - or the name of a program
*> whose start the operator logged on actlog. Add a pair here and
*> the next run applies it; SOD-PAIR-COUNT is the number of entries.
01	SOD-TABLE-VALUES.
	05	filler				pic X(8) value "BANKKEY ".
	05	filler				pic X(8) value "paybank ".
	05	filler				pic 9(3) value 0.
	05	filler				pic X(40) value
		"keyed bank details and ran bankpay".
	05	filler				pic X(8) value "EMPADD  ".
	05	filler				pic X(8) value "payrun  ".
	05	filler				pic 9(3) value 30.
	05	filler				pic X(40) value
		"added an employee and ran the payroll".
	05	filler				pic X(8) value "SALKEY  ".
	05	filler				pic X(8) value "payrun  ".
	05	filler				pic 9(3) value 0.
	05	filler				pic X(40) value
		"changed a salary and ran the payroll".
	05	filler				pic X(8) value "SALKEY  ".
	05	filler				pic X(8) value "paybank ".
	05	filler				pic 9(3) value 0.
	05	filler				pic X(40) value
		"changed a salary and ran bankpay".
	05	filler				pic X(8) value "POSKEY  ".
	05	filler				pic X(8) value "payrun  ".
	05	filler				pic 9(3) value 0.
	05	filler				pic X(40) value
		"changed a position and ran the payroll".
01	SOD-TABLE redefines SOD-TABLE-VALUES.
	05	SOD-PAIR occurs 5 times.
		10	SOD-ACTIVITY-A		pic X(8).
		10	SOD-ACTIVITY-B		pic X(8).
		10	SOD-WINDOW-DAYS		pic 9(3).
		10	SOD-DESCRIPTION		pic X(40).
01	SOD-PAIR-COUNT			pic 9(2) comp value 5.
