*> or a named moveable feast - lands on the requested month and day to
*> a datefind.rpt report, so "which years does Easter fall on April
*> 20" becomes a one-step batch request instead of a grid scan.
*>-------------------------------
*>Updated!
*>Update Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Added computus.dat, an indexed file keyed on year that keeps the
*> working behind every date instead of throwing it away: for both the
*> Gregorian and the Julian reckoning, the golden number, the epact,
*> the dominical letter(s) (two in a leap year), the paschal full moon
*> and how many days Easter Sunday falls after it. Full-table mode
*> writes one record per swept year alongside yearidx.dat; extend mode
*> adds the records for the years it appends; the single-year lookup
*> displays the same figures. feasttab.cob prints them as a table of
*> the moveable feasts. Before 1583 the Gregorian figures are worked
*> proleptically with Meeus's terms, which stay above zero where the
*> gregorian paragraph's own corrections do not (before 1500).
*>-------------------------------
*>Updated!
*>Update Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Corrected two date errors idxprove turned up when it recomputed the
*> whole index with the Meeus/Butcher formulas. The gregorian epact
*> took the gregorian correction off before anything large enough was
*> on the working total, so for a late enough century it went below
*> zero and the unsigned field kept only the magnitude (3154 came out
*> April 18 instead of April 25). The orthodox civil date also ran a
*> day late in the century years the gregorian calendar has no leap
*> day for (1700 now reads April 11, not April 12). The 8100 orthodox
*> anchor in the startup check is moved to May 30 to match.

identification division.
program-id. easter.
		organization is line sequential.
	select date-report, assign to "datefind.rpt"
		organization is line sequential.
	select computus-file, assign to "computus.dat"
		organization is indexed
		access mode is dynamic
		record key is cmp-year
		file status is computus-file-status.

data division.
file section.
fd date-report.
	01 find-line pic x(100).

*>One record per year. Each reckoning carries its epact, its dominical
*>letter(s) (the second letter is blank in a common year), its paschal
*>full moon and easter sunday as YYYYMMDD dates in that reckoning's own
*>calendar, and the number of days (1-7) from the full moon to easter.
*>Before 1583 the gregorian figures are worked proleptically.
fd computus-file.
	01 computus-record.
		02 cmp-year pic 9(5).
		02 cmp-golden-number pic 9(2).
		02 cmp-gregorian-epact pic 9(2).
		02 cmp-gregorian-letters pic x(2).
		02 cmp-gregorian-full-moon pic 9(9).
		02 cmp-gregorian-easter pic 9(9).
		02 cmp-gregorian-interval pic 9.
		02 cmp-julian-epact pic 9(2).
		02 cmp-julian-letters pic x(2).
		02 cmp-julian-full-moon pic 9(9).
		02 cmp-julian-easter pic 9(9).
		02 cmp-julian-interval pic 9.

working-storage section.
77  temp pic 9(6).
77  temp-1 pic 9(6).
		03 century-march-count pic 9(5).
		03 century-april-count pic 9(5).

*>Work fields for the computus.dat figures. table-epact is the
*>gregorian epact before the 24/25 adjustment, i.e. the epact a
*>published table prints (0 standing for the asterisk epact).
77  computus-file-status pic x(2).
77  table-epact pic 9(2).
77  computus-epact pic 9(2).
77  computus-extra-days pic 9(6).
77  computus-leap pic 9.
77  computus-moon-day pic 9(2).
77  computus-interval pic 9.
77  computus-easter-day pic 9(2).
77  computus-letter-number pic 9.
77  computus-temp pic 9(6).
77  computus-temp-1 pic 9(6).
*>Meeus's gregorian terms for the proleptic reckoning: the hundreds
*>of the year, its century leap days, and the lunar (clavian) step
*>taken before the division by three.
77  computus-hundreds pic 9(4).
77  computus-century-leaps pic 9(4).
77  computus-lunar-step pic 9(4).
77  computus-clavian pic 9(4).
77  computus-letters pic x(2).
77  computus-full-moon pic 9(9).
77  computus-easter pic 9(9).
01  dominical-letter-values pic x(7) value "ABCDEFG".
01  dominical-letter-table redefines dominical-letter-values.
	02 dominical-letter pic x occurs 7 times.
01  computus-values.
	02 computus-year pic 9(5).
	02 computus-golden-number pic 9(2).
	02 computus-gregorian-epact pic 9(2).
	02 computus-gregorian-letters pic x(2).
	02 computus-gregorian-full-moon pic 9(9).
	02 computus-gregorian-easter pic 9(9).
	02 computus-gregorian-interval pic 9.
	02 computus-julian-epact pic 9(2).
	02 computus-julian-letters pic x(2).
	02 computus-julian-full-moon pic 9(9).
	02 computus-julian-easter pic 9(9).
	02 computus-julian-interval pic 9.

77  verify-month-a pic x(9).
77  verify-day-a pic 9(2).

    	display "cannot open yearidx.dat for output - status " index-file-status
    	perform run-abort
    end-if.
    open output computus-file.
    if computus-file-status not equal "00"
    	display "cannot open computus.dat for output - status " computus-file-status
    	perform run-abort
    end-if.
    perform middle-loop
    	varying base-year from start-year by block-size,
    	until base-year is greater than or equal to end-year.
    close answer-table.
    close year-index.
    close computus-file.
    perform write-summary-report.

*>Extend mode (parm-mode "E"): brings yearidx.dat up to the requested
    	display "extend mode needs an existing yearidx.dat - open gave status " index-file-status
    	perform run-abort
    end-if.
*>computus.dat postdates yearidx.dat, so an index that was built
*>before it existed gets a fresh computus.dat started here ("35" = no
*>such file); a full-table run fills in the years already indexed.
    open i-o computus-file.
    if computus-file-status equal "35"
    	open output computus-file
    end-if.
    if computus-file-status not equal "00"
    	display "extend mode cannot open computus.dat - status " computus-file-status
    	perform run-abort
    end-if.
    perform extend-one-year
    	varying extend-year from start-year by 1
    	until extend-year is not less than end-year.
    close year-index.
    close computus-file.
    display "extend complete - " years-written " missing year(s) appended to yearidx.dat".

extend-one-year.
    perform compute-easter-core.
    perform ending-routine.
    perform display-single-year-result.
    perform build-computus-values.
    perform display-computus-values.

display-single-year-result.
*>days-data is pic z9, - its edit picture already supplies the comma
    display "good friday   : " good-friday-date-data(column-number).
    display "pentecost     : " pentecost-date-data(column-number).

display-computus-values.
    display "golden number : " computus-golden-number.
    display "gregorian     : epact " computus-gregorian-epact
    	", letter(s) " computus-gregorian-letters
    	", full moon " computus-gregorian-full-moon
    	", easter " computus-gregorian-easter
    	" (" computus-gregorian-interval " days after)".
    display "julian        : epact " computus-julian-epact
    	", letter(s) " computus-julian-letters
    	", full moon " computus-julian-full-moon
    	", easter " computus-julian-easter
    	" (" computus-julian-interval " days after)".

*>Checks compute-easter-core against a handful of known-correct almanac
*>dates before the main sweep runs, so a typo in the gregorian/julian
*>arithmetic gets caught here instead of silently corrupting results.dat.
    	display "easter reconciliation failed for year 8100 - gregorian arithmetic drifted from the almanac for wide-range years"
    	perform verification-failure
    end-if.
    if orthodox-month-result not equal "may  " or orthodox-day-result not equal 30
    	display "easter reconciliation failed for year 8100's orthodox civil date - julian/gregorian conversion drifted from the almanac for wide-range years"
    	perform verification-failure
    end-if.
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
    subtract 10 , gregorian-correction from temp giving extra-days.

*>	fudge-epact.
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
    add temp, 1 giving epact.
    move epact to table-epact.
    if epact equal 24 or (epact equal 25 and golden-number is greater than 11)
        add 1 to epact
    end-if.
*>can reuse ending-routine without opening any files).
persist-year.
    perform write-year-index.
    perform build-computus-values.
    perform write-computus-record.
    perform tally-century.
    add 1 to years-written.

    		display "duplicate year in yearidx.dat: " year
    end-write.

*>Works out this year's computus.dat figures into computus-values.
*>compute-easter-core must have already run: the julian side reuses the
*>orthodox-epact and orthodox-extra-days it left behind, which the
*>civil-date shift never touches. The gregorian side is worked here
*>by proleptic-gregorian rather than the gregorian paragraph, which
*>the western column only uses from 1583 on and whose corrections go
*>below zero before 1500.
build-computus-values.
    move spaces to computus-values.
    move year to computus-year.
    move golden-number to computus-golden-number.
    perform proleptic-gregorian.
    move 0 to computus-leap.
    divide year by 4 giving computus-temp.
    multiply computus-temp by 4 giving computus-temp-1.
    if computus-temp-1 equal year
    	move 1 to computus-leap
    	divide year by 100 giving computus-temp
    	multiply computus-temp by 100 giving computus-temp-1
    	if computus-temp-1 equal year
    		divide year by 400 giving computus-temp
    		multiply computus-temp by 400 giving computus-temp-1
    		if computus-temp-1 not equal year
    			move 0 to computus-leap
    		end-if
    	end-if
    end-if.
    perform work-computus-reckoning.
*>epact 30 is the asterisk epact, carried as 0 the way the tables print it.
    if table-epact equal 30
    	move 0 to computus-gregorian-epact
    else
    	move table-epact to computus-gregorian-epact
    end-if.
    move computus-letters to computus-gregorian-letters.
    move computus-full-moon to computus-gregorian-full-moon.
    move computus-easter to computus-gregorian-easter.
    move computus-interval to computus-gregorian-interval.

    move orthodox-epact to computus-epact.
    move orthodox-extra-days to computus-extra-days.
    move 0 to computus-leap.
    divide year by 4 giving computus-temp.
    multiply computus-temp by 4 giving computus-temp-1.
    if computus-temp-1 equal year
    	move 1 to computus-leap
    end-if.
    perform work-computus-reckoning.
*>The julian paragraph's epact runs 8 ahead of the julian epact the
*>tables print (nullae, 11, 22, ... from golden number 1).
    add orthodox-epact, 22 giving computus-temp.
    divide computus-temp by 30 giving computus-temp-1.
    multiply computus-temp-1 by 30 giving computus-temp-1.
    subtract computus-temp-1 from computus-temp giving computus-julian-epact.
    move computus-letters to computus-julian-letters.
    move computus-full-moon to computus-julian-full-moon.
    move computus-easter to computus-julian-easter.
    move computus-interval to computus-julian-interval.

*>The gregorian epact and extra days for any year, with Meeus's terms
*>(b = year / 100, d = b / 4, f = (b + 8) / 25, g = (b - f + 1) / 3),
*>none of which is ever negative. In those terms the gregorian
*>paragraph's corrections are b - d - 12 (solar) and g - 5 (clavian),
*>so its extra days (5 x year) / 4 - solar - 10 come to
*>(5 x year) / 4 + d + 2 - b, and its epact
*>(11 x golden number + 19 + clavian - solar) mod 30 + 1 comes to
*>(11 x golden number + 26 + g + d - b) mod 30 + 1 - 1020 (34 x 30)
*>going on first so b can never take it below zero. Before 1500 the
*>solar correction is negative, which is why the gregorian paragraph
*>itself cannot be used there.
proleptic-gregorian.
    divide year by 100 giving computus-hundreds.
    divide computus-hundreds by 4 giving computus-century-leaps.
    add computus-hundreds, 8 giving computus-temp.
    divide computus-temp by 25 giving computus-lunar-step.
    add computus-hundreds, 1 giving computus-temp.
    subtract computus-lunar-step from computus-temp.
    divide computus-temp by 3 giving computus-clavian.

    multiply year by 5 giving computus-temp.
    divide computus-temp by 4 giving computus-extra-days.
    add computus-century-leaps, 2 to computus-extra-days.
    subtract computus-hundreds from computus-extra-days.

    multiply golden-number by 11 giving computus-temp.
    add 26, computus-clavian, computus-century-leaps, 1020 to computus-temp.
    subtract computus-hundreds from computus-temp.
    divide computus-temp by 30 giving computus-temp-1.
    multiply computus-temp-1 by 30 giving computus-temp-1.
    subtract computus-temp-1 from computus-temp.
    add computus-temp, 1 giving table-epact.
    move table-epact to computus-epact.
    if computus-epact equal 24 or (computus-epact equal 25 and golden-number is greater than 11)
    	add 1 to computus-epact
    end-if.

*>One reckoning's full moon, easter and dominical letter(s) from
*>computus-epact/computus-extra-days/computus-leap, the same steps
*>finish-western-date takes. Days are counted from the start of march
*>(32 = april 1). Easter is always a sunday in march or april, so its
*>march-count day gives the year's sunday letter directly: a date n
*>days into march carries letter number (58 + n) mod 7 (0 = A) in the
*>common-year lettering that holds from march on. A leap year's first
*>letter, for january and february, is the one after it.
work-computus-reckoning.
    subtract computus-epact from 44 giving computus-moon-day.
    if computus-moon-day is less than 21
    	add 30 to computus-moon-day
    end-if.
    add computus-moon-day, computus-extra-days giving computus-temp.
    divide computus-temp by 7 giving computus-temp-1.
    multiply computus-temp-1 by 7 giving computus-temp-1.
    subtract computus-temp-1 from computus-temp.
    subtract computus-temp from 7 giving computus-interval.
    add computus-moon-day, computus-interval giving computus-easter-day.

    multiply year by 10000 giving computus-full-moon.
    if computus-moon-day is greater than 31
    	subtract 31 from computus-moon-day giving computus-temp
    	add 400, computus-temp to computus-full-moon
    else
    	add 300, computus-moon-day to computus-full-moon
    end-if.
    multiply year by 10000 giving computus-easter.
    if computus-easter-day is greater than 31
    	subtract 31 from computus-easter-day giving computus-temp
    	add 400, computus-temp to computus-easter
    else
    	add 300, computus-easter-day to computus-easter
    end-if.

    add computus-easter-day, 58 giving computus-temp.
    divide computus-temp by 7 giving computus-temp-1.
    multiply computus-temp-1 by 7 giving computus-temp-1.
    subtract computus-temp-1 from computus-temp giving computus-letter-number.
    add 1 to computus-letter-number.
    move spaces to computus-letters.
    if computus-leap equal 1
    	if computus-letter-number equal 7
    		move dominical-letter(1) to computus-letters(1:1)
    	else
    		move dominical-letter(computus-letter-number + 1) to computus-letters(1:1)
    	end-if
    	move dominical-letter(computus-letter-number) to computus-letters(2:1)
    else
    	move dominical-letter(computus-letter-number) to computus-letters(1:1)
    end-if.

*>Keyed on year like yearidx.dat. In extend mode a year can already be
*>present if computus.dat was kept while yearidx.dat was rebuilt; the
*>record on file is left as it is.
write-computus-record.
    write computus-record from computus-values
    	invalid key
    		display "duplicate year in computus.dat: " year
    end-write.

*>Tallies the western easter date for this year into its century's
*>march/april counters for the summary report.
tally-century.
