*> BRREGION - branch region lookup.
*> The processing calendar (prcscal, prcs-cal-rec.cpy) can now hold
*> holidays for one region only, and the programs that count an
*> employee's working days need the region the employee's branch
*> sits in to ask calchk (ch9/prog16.cbl) the right question. Given
*> an emp-br-code this hands back the branch's brm-region off the
*> brmast master (br-mast-rec.cpy) with the same keyed read brcdedit
*> (ch9/prog7.cbl) validates with. A branch that isn't on brmast,
*> or no brmast at all, answers spaces - company-wide entries only,
*> exactly what every caller saw before regions existed.
identification division.
program-id. brregion.
environment division.
input-output section.
file-control.
	select br-mast assign to "brmast"
		organization is indexed
		access mode is dynamic
		record key is brm-code of br-mast-rec
		file status is W90-br-status.
data division.
file section.
fd	br-mast.
01	br-mast-rec.
	copy br-mast-rec.
working-storage section.
01	W90-br-status			pic XX.
	88	W90-br-ok				value "00".
linkage section.
01	LK-BR-CODE				pic X(3).
01	LK-BR-REGION			pic X(10).
procedure division using LK-BR-CODE LK-BR-REGION.
A100-start.
	move spaces to LK-BR-REGION
	open input br-mast
	if W90-br-ok
		move LK-BR-CODE to brm-code of br-mast-rec
		read br-mast
			invalid key
				continue
			not invalid key
				move brm-region of br-mast-rec to LK-BR-REGION
		end-read
		close br-mast
	end-if
	goback.
