*> results.dat and summary.dat are never touched in either mode.
*> Remember to compile using: cobc -x -free -Wall idxchk.cob
*>-------------------------------
*>Updated!
*>Update Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Carried the sweep's two date corrections into the rebuild
*> arithmetic so a recomputed year matches what easter now writes:
*> the gregorian epact adds its multiple of 30 before the gregorian
*> correction comes off, and the orthodox civil date drops the julian
*> february 29 in the century years the gregorian calendar skips.
*>-------------------------------

identification division.
program-id. idxchk.
    	if leap-flag equal 1
    		move 29 to feb-days
    	end-if
*>	In a century year the gregorian calendar skips (1700, 1800, 1900,
*>	2100 ...) the julian ordinal still counts february 29, so it runs
*>	one day long against the gregorian month ends it is converted with.
    	if orthodox-feb-days is greater than feb-days
    		subtract 1 from civil-ordinal
    	end-if
    	move civil-ordinal to work-ordinal
    	perform ordinal-to-date
    	move out-day to orthodox-day-result
    multiply year by 5 giving temp.
    divide 4 into temp.
    subtract 10 , gregorian-correction from temp giving extra-days.
*>750 (25 x 30) goes on before the gregorian correction comes off: the
*>correction reaches 738 for a 5-digit year, and taken from a small
*>11 x golden-number first it would go negative, which an unsigned
*>field keeps only as its magnitude. A multiple of 30 leaves the
*>mod-30 epact unchanged.
    multiply 11 by golden-number, giving temp.
    add 19, clavian-correction, 750 to temp.
    subtract gregorian-correction from temp.
    divide 30 into temp giving temp-1.
    multiply 30 by temp-1.
    subtract temp-1 from temp.
