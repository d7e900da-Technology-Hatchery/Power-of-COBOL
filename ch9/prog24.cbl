*> cycles. Day arithmetic runs through daterotn's Julian form so
*> month and year boundaries take care of themselves. Same
*> call-and-fill shape as moneyfmt/datefmt.
*> An optional third argument names a branch region (brm-region);
*> it is handed straight on to calchk, so that region's own
*> prcscal holidays roll the date as well as the company-wide ones.
*> Callers that leave it off roll on company-wide entries only.
identification division.
program-id. valdate.
data division.
01	W30-cal-run-sw			pic X.
	88	W30-cal-run				value "Y".
01	W30-cal-reason			pic X(30).
01	W30-region				pic X(10).
01	W40-prev-year			pic 9(4) comp.
01	W40-rem4				pic 9(4) comp.
01	W40-rem100				pic 9(4) comp.
linkage section.
01	LK-IN-DATE				pic 9(8).
01	LK-VALUE-DATE			pic 9(8).
01	LK-REGION				pic X(10).
procedure division using LK-IN-DATE LK-VALUE-DATE optional LK-REGION.
A100-start.
	move spaces to W30-region
	if LK-REGION is not omitted
		move LK-REGION to W30-region
	end-if
	move LK-IN-DATE to LK-VALUE-DATE
	move 0 to W20-roll-count
	perform B100-check-and-roll
B100-check-and-roll.
	add 1 to W20-roll-count
	call "calchk" using LK-VALUE-DATE W30-cal-run-sw W30-cal-reason
		W30-region
	end-call.
C100-previous-day.
	*> Julian day minus one; day zero is December 31st of the year
