*> and empjrnl after-image. Rejections keep the reason on salpend.
*> Either way the record carries both operators' ids - the
*> dual-control evidence.
*> The journal and salary-audit records written here carry the
*> operator opsignon returned (jrnl-operator, saud-operator), so
*> sodrpt (ch9/prog34.cbl) can set who changed a record against
*> what else the same person ran.
identification division.
program-id. salappr.
environment division.
	move emp-changed-date of emp-list-rec to saud-changed-date
	move emp-changed-time of emp-list-rec to saud-changed-time
	move spd-eff-date of pend-table-entry(W20-pick) to saud-eff-date
	move W90-operator-id to saud-operator
	write sal-audit-file-rec
	if not W90-audit-ok
		display "salappr: unable to write salaudit, status "
	move DR-TS-DATE to jrnl-ts-date
	move DR-TS-TIME to jrnl-ts-time
	move "salappr " to jrnl-program
	move W90-operator-id to jrnl-operator
	move emp-list-rec to jrnl-after-image
	write jrnl-rec
	if not W90-jrnl-ok
