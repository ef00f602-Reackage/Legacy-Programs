*>Year Index Second-Algorithm Proof!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> verify-known-dates only proves a handful of almanac years and
*> sweepaud only proves the three sweep outputs agree with each other,
*> so an arithmetic slip in compute-date that all three files share
*> would sail through both. This job recomputes every year held in
*> yearidx.dat with a completely separate published method and
*> compares it field by field with what the index carries:
*>   western easter (idx-iso-date) - the Meeus/Jones/Butcher
*>     "anonymous" gregorian algorithm from 1583 on; before 1583 the
*>     sweep's western column is the julian reckoning, so those years
*>     take the Meeus julian algorithm instead.
*>   orthodox civil date (idx-orthodox-month/idx-orthodox-day) - the
*>     Meeus julian algorithm, carried to the civil (gregorian) wall
*>     calendar from 1583 on by going through the julian day number
*>     rather than the sweep's floor(y/100) - floor(y/400) - 2 offset.
*>   ash wednesday, palm sunday, good friday and pentecost - counted
*>     off the recomputed easter in julian day numbers, not ordinals.
*> None of the sweep's epact, extra-days or ordinal arithmetic is
*> reused. Every disagreement is listed in idxprove.rpt with both
*> values, followed by per-column counts and a verdict line; the job
*> ends with return code 8 on any disagreement (or an unreadable
*> index) so nightrun can hold the export back.
*> Remember to compile using: cobc -x -free -Wall idxprove.cob
*>-------------------------------

identification division.
program-id. idxprove.
environment division.
configuration section.
input-output section.
file-control.
	select year-index, assign to "yearidx.dat"
		organization is indexed
		access mode is dynamic
		record key is idx-year
		file status is index-file-status.
	select proof-report, assign to "idxprove.rpt"
		organization is line sequential.

data division.
file section.
fd year-index.
	01 idx-record.
		02 idx-year pic 9(5).
		02 idx-month pic x(5).
		02 idx-days pic x(3).
		02 idx-iso-date pic 9(9).
		02 idx-year-day-number pic 9(3).
		02 idx-weekday-name pic x(6).
		02 idx-orthodox-month pic x(9).
		02 idx-orthodox-day pic x(3).
		02 idx-ash-wed-date pic 9(9).
		02 idx-palm-sunday-date pic 9(9).
		02 idx-good-friday-date pic 9(9).
		02 idx-pentecost-date pic 9(9).

fd proof-report.
	01 report-line pic x(120).

working-storage section.
77  index-file-status pic x(2).
77  index-eof pic 9.
77  proof-failed pic 9.

77  years-proved pic 9(7).
77  western-disagreements pic 9(7).
77  orthodox-disagreements pic 9(7).
77  ash-disagreements pic 9(7).
77  palm-disagreements pic 9(7).
77  friday-disagreements pic 9(7).
77  pentecost-disagreements pic 9(7).

77  proof-year pic 9(5).
77  temp pic 9(9).
77  temp-1 pic 9(9).

*>Meeus's single-letter intermediates, named as he names them.
77  meeus-a pic 9(9).
77  meeus-b pic 9(9).
77  meeus-c pic 9(9).
77  meeus-d pic 9(9).
77  meeus-e pic 9(9).
77  meeus-f pic 9(9).
77  meeus-g pic 9(9).
77  meeus-h pic 9(9).
77  meeus-i pic 9(9).
77  meeus-k pic 9(9).
77  meeus-l pic 9(9).
77  meeus-m pic 9(9).

77  julian-easter-month pic 9(2).
77  julian-easter-day pic 9(2).
77  western-month pic 9(2).
77  western-day pic 9(2).
77  western-jdn pic 9(9).
77  use-julian-calendar pic 9.

77  work-year pic 9(5).
77  work-month pic 9(2).
77  work-day pic 9(2).
77  work-jdn pic 9(9).
77  jdn-a pic 9(9).
77  jdn-b pic 9(9).
77  jdn-c pic 9(9).
77  jdn-d pic 9(9).
77  jdn-e pic 9(9).
77  jdn-m pic 9(9).
77  jdn-y pic 9(9).

77  western-iso pic 9(9).
77  ash-iso pic 9(9).
77  palm-iso pic 9(9).
77  friday-iso pic 9(9).
77  pentecost-iso pic 9(9).
77  orthodox-month-name pic x(9).
77  orthodox-day-edit pic z9,.

01  month-name-values.
	02 filler pic x(9) value "january".
	02 filler pic x(9) value "february".
	02 filler pic x(9) value "march".
	02 filler pic x(9) value "april".
	02 filler pic x(9) value "may".
	02 filler pic x(9) value "june".
	02 filler pic x(9) value "july".
	02 filler pic x(9) value "august".
	02 filler pic x(9) value "september".
	02 filler pic x(9) value "october".
	02 filler pic x(9) value "november".
	02 filler pic x(9) value "december".
01  month-name-table redefines month-name-values.
	02 month-name pic x(9) occurs 12 times.

77  column-name pic x(16).
77  index-value pic x(13).
77  proof-value pic x(13).
01  orthodox-value.
	02 orthodox-value-month pic x(9).
	02 filler pic x.
	02 orthodox-value-day pic x(3).

01  count-detail-line.
	02 count-text pic x(44).
	02 count-value pic z(6)9.
	02 filler pic x(69).

procedure division.
*>Walks the whole index in key order, proving each year as it comes.
main-line.
    move 0 to index-eof.
    move 0 to proof-failed.
    move 0 to years-proved.
    move 0 to western-disagreements.
    move 0 to orthodox-disagreements.
    move 0 to ash-disagreements.
    move 0 to palm-disagreements.
    move 0 to friday-disagreements.
    move 0 to pentecost-disagreements.
    open output proof-report.
    move "year index second-algorithm proof report" to report-line.
    write report-line.
    move "western: meeus/jones/butcher gregorian from 1583, meeus julian before; orthodox: meeus julian to civil date" to report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    open input year-index.
    if index-file-status not equal "00"
    	move 1 to proof-failed
    	move spaces to report-line
    	string "FAIL yearidx.dat could not be opened - status " delimited by size
    		index-file-status delimited by size
    		into report-line
    	write report-line
    else
    	move 0 to idx-year
    	start year-index key is not less than idx-year
    		invalid key
    			move 1 to index-eof
    	end-start
    	perform read-next-index-record
    	perform prove-one-year
    		until index-eof equal 1
    	close year-index
    end-if.
    perform write-proof-summary.
    close proof-report.
    if proof-failed equal 0
    	display "idxprove: proof verdict PASS - " years-proved " year(s) agree - report in idxprove.rpt"
    else
    	display "idxprove: proof verdict FAIL - report in idxprove.rpt"
    	move 8 to return-code
    end-if.
    stop run.

read-next-index-record.
    if index-eof not equal 1
    	read year-index next record
    		at end
    			move 1 to index-eof
    	end-read
    end-if.

*>Recomputes the year both ways and checks each of the index's date
*>columns against the recomputed value.
prove-one-year.
    add 1 to years-proved.
    move idx-year to proof-year.
    perform meeus-julian-easter.
    if proof-year is less than 1583
    	move 1 to use-julian-calendar
    	move julian-easter-month to western-month
    	move julian-easter-day to western-day
    else
    	move 0 to use-julian-calendar
    	perform meeus-gregorian-easter
    end-if.
    perform build-western-dates.
    perform build-orthodox-civil-date.
    perform compare-index-record.
    perform read-next-index-record.

*>Meeus, Astronomical Algorithms, ch. 8 - the gregorian method first
*>printed anonymously in Nature (1876) and proved by Butcher. Every
*>subtraction is ordered so the running value stays positive.
meeus-gregorian-easter.
    divide proof-year by 19 giving temp remainder meeus-a.
    divide proof-year by 100 giving meeus-b remainder meeus-c.
    divide meeus-b by 4 giving meeus-d remainder meeus-e.
    add meeus-b, 8 giving temp.
    divide temp by 25 giving meeus-f.
    add meeus-b, 1 giving temp.
    subtract meeus-f from temp.
    divide temp by 3 giving meeus-g.
    multiply meeus-a by 19 giving temp.
    add meeus-b, 15 to temp.
    subtract meeus-d, meeus-g from temp.
    divide temp by 30 giving temp-1 remainder meeus-h.
    divide meeus-c by 4 giving meeus-i remainder meeus-k.
    multiply meeus-e by 2 giving temp.
    multiply meeus-i by 2 giving temp-1.
    add 32, temp-1 to temp.
    subtract meeus-h, meeus-k from temp.
    divide temp by 7 giving temp-1 remainder meeus-l.
    multiply meeus-h by 11 giving temp.
    multiply meeus-l by 22 giving temp-1.
    add meeus-a, temp-1 to temp.
    divide temp by 451 giving meeus-m.
    add meeus-h, meeus-l, 114 giving temp.
    multiply meeus-m by 7 giving temp-1.
    subtract temp-1 from temp.
    divide temp by 31 giving western-month remainder western-day.
    add 1 to western-day.

*>Meeus's julian method - easter in the julian calendar, any year.
meeus-julian-easter.
    divide proof-year by 4 giving temp remainder meeus-a.
    divide proof-year by 7 giving temp remainder meeus-b.
    divide proof-year by 19 giving temp remainder meeus-c.
    multiply meeus-c by 19 giving temp.
    add 15 to temp.
    divide temp by 30 giving temp-1 remainder meeus-d.
    multiply meeus-a by 2 giving temp.
    multiply meeus-b by 4 giving temp-1.
    add temp-1, 34 to temp.
    subtract meeus-d from temp.
    divide temp by 7 giving temp-1 remainder meeus-e.
    add meeus-d, meeus-e, 114 giving temp.
    divide temp by 31 giving julian-easter-month remainder julian-easter-day.
    add 1 to julian-easter-day.

*>Western easter and the four moveable feasts, the feasts counted off
*>easter's julian day number and converted back in whichever calendar
*>the western column uses for the year.
build-western-dates.
    move proof-year to work-year.
    move western-month to work-month.
    move western-day to work-day.
    perform date-to-jdn.
    move work-jdn to western-jdn.
    perform build-work-iso.
    move temp to western-iso.
    subtract 46 from western-jdn giving work-jdn.
    perform jdn-to-date.
    perform build-work-iso.
    move temp to ash-iso.
    subtract 7 from western-jdn giving work-jdn.
    perform jdn-to-date.
    perform build-work-iso.
    move temp to palm-iso.
    subtract 2 from western-jdn giving work-jdn.
    perform jdn-to-date.
    perform build-work-iso.
    move temp to friday-iso.
    add 49 to western-jdn giving work-jdn.
    perform jdn-to-date.
    perform build-work-iso.
    move temp to pentecost-iso.

*>The orthodox column is the julian-calendar easter before 1583 and
*>the same day on the gregorian wall calendar from 1583 on.
build-orthodox-civil-date.
    move proof-year to work-year.
    move julian-easter-month to work-month.
    move julian-easter-day to work-day.
    if proof-year is not less than 1583
    	perform julian-date-to-jdn
    	perform jdn-to-gregorian-date
    end-if.
    move month-name(work-month) to orthodox-month-name.
    move work-day to orthodox-day-edit.

build-work-iso.
    multiply work-year by 10000 giving temp.
    multiply work-month by 100 giving temp-1.
    add temp-1, work-day to temp.

date-to-jdn.
    if use-julian-calendar equal 1
    	perform julian-date-to-jdn
    else
    	perform gregorian-date-to-jdn
    end-if.

jdn-to-date.
    if use-julian-calendar equal 1
    	perform jdn-to-julian-date
    else
    	perform jdn-to-gregorian-date
    end-if.

*>Proleptic-gregorian day number from work-year/month/day - the
*>standard integer formula, everything positive in the range the
*>index can hold.
gregorian-date-to-jdn.
    subtract work-month from 14 giving temp.
    divide temp by 12 giving jdn-a.
    add work-year, 4800 giving jdn-y.
    subtract jdn-a from jdn-y.
    multiply jdn-a by 12 giving temp.
    add work-month, temp giving jdn-m.
    subtract 3 from jdn-m.
    multiply jdn-m by 153 giving temp.
    add 2 to temp.
    divide temp by 5 giving work-jdn.
    add work-day to work-jdn.
    multiply jdn-y by 365 giving temp.
    add temp to work-jdn.
    divide jdn-y by 4 giving temp.
    add temp to work-jdn.
    divide jdn-y by 100 giving temp.
    subtract temp from work-jdn.
    divide jdn-y by 400 giving temp.
    add temp to work-jdn.
    subtract 32045 from work-jdn.

*>The same formula without the century terms, for the julian calendar.
julian-date-to-jdn.
    subtract work-month from 14 giving temp.
    divide temp by 12 giving jdn-a.
    add work-year, 4800 giving jdn-y.
    subtract jdn-a from jdn-y.
    multiply jdn-a by 12 giving temp.
    add work-month, temp giving jdn-m.
    subtract 3 from jdn-m.
    multiply jdn-m by 153 giving temp.
    add 2 to temp.
    divide temp by 5 giving work-jdn.
    add work-day to work-jdn.
    multiply jdn-y by 365 giving temp.
    add temp to work-jdn.
    divide jdn-y by 4 giving temp.
    add temp to work-jdn.
    subtract 32083 from work-jdn.

*>The inverse: work-jdn back to work-year/month/day, gregorian.
jdn-to-gregorian-date.
    add work-jdn, 32044 giving jdn-a.
    multiply jdn-a by 4 giving temp.
    add 3 to temp.
    divide temp by 146097 giving jdn-b.
    multiply jdn-b by 146097 giving temp.
    divide temp by 4 giving temp.
    subtract temp from jdn-a giving jdn-c.
    multiply jdn-c by 4 giving temp.
    add 3 to temp.
    divide temp by 1461 giving jdn-d.
    multiply jdn-d by 1461 giving temp.
    divide temp by 4 giving temp.
    subtract temp from jdn-c giving jdn-e.
    multiply jdn-e by 5 giving temp.
    add 2 to temp.
    divide temp by 153 giving jdn-m.
    multiply jdn-m by 153 giving temp.
    add 2 to temp.
    divide temp by 5 giving temp.
    subtract temp from jdn-e giving work-day.
    add 1 to work-day.
    divide jdn-m by 10 giving temp.
    multiply temp by 12 giving temp-1.
    add jdn-m, 3 giving work-month.
    subtract temp-1 from work-month.
    multiply jdn-b by 100 giving jdn-y.
    add jdn-d to jdn-y.
    subtract 4800 from jdn-y.
    add temp to jdn-y.
    move jdn-y to work-year.

*>The inverse for the julian calendar.
jdn-to-julian-date.
    add work-jdn, 32082 giving jdn-c.
    multiply jdn-c by 4 giving temp.
    add 3 to temp.
    divide temp by 1461 giving jdn-d.
    multiply jdn-d by 1461 giving temp.
    divide temp by 4 giving temp.
    subtract temp from jdn-c giving jdn-e.
    multiply jdn-e by 5 giving temp.
    add 2 to temp.
    divide temp by 153 giving jdn-m.
    multiply jdn-m by 153 giving temp.
    add 2 to temp.
    divide temp by 5 giving temp.
    subtract temp from jdn-e giving work-day.
    add 1 to work-day.
    divide jdn-m by 10 giving temp.
    multiply temp by 12 giving temp-1.
    add jdn-m, 3 giving work-month.
    subtract temp-1 from work-month.
    move jdn-d to jdn-y.
    subtract 4800 from jdn-y.
    add temp to jdn-y.
    move jdn-y to work-year.

*>Field by field: each disagreement is one FAIL line naming the year,
*>the column, the index's value and the recomputed value.
compare-index-record.
    if idx-iso-date not equal western-iso
    	add 1 to western-disagreements
    	move "western easter" to column-name
    	move idx-iso-date to index-value
    	move western-iso to proof-value
    	perform write-disagreement
    end-if.
    if idx-orthodox-month not equal orthodox-month-name
    	or idx-orthodox-day not equal orthodox-day-edit
    	add 1 to orthodox-disagreements
    	move "orthodox civil" to column-name
    	move idx-orthodox-month to orthodox-value-month
    	move idx-orthodox-day to orthodox-value-day
    	move orthodox-value to index-value
    	move orthodox-month-name to orthodox-value-month
    	move orthodox-day-edit to orthodox-value-day
    	move orthodox-value to proof-value
    	perform write-disagreement
    end-if.
    if idx-ash-wed-date not equal ash-iso
    	add 1 to ash-disagreements
    	move "ash wednesday" to column-name
    	move idx-ash-wed-date to index-value
    	move ash-iso to proof-value
    	perform write-disagreement
    end-if.
    if idx-palm-sunday-date not equal palm-iso
    	add 1 to palm-disagreements
    	move "palm sunday" to column-name
    	move idx-palm-sunday-date to index-value
    	move palm-iso to proof-value
    	perform write-disagreement
    end-if.
    if idx-good-friday-date not equal friday-iso
    	add 1 to friday-disagreements
    	move "good friday" to column-name
    	move idx-good-friday-date to index-value
    	move friday-iso to proof-value
    	perform write-disagreement
    end-if.
    if idx-pentecost-date not equal pentecost-iso
    	add 1 to pentecost-disagreements
    	move "pentecost" to column-name
    	move idx-pentecost-date to index-value
    	move pentecost-iso to proof-value
    	perform write-disagreement
    end-if.

write-disagreement.
    move 1 to proof-failed.
    move spaces to report-line.
    string "FAIL year " delimited by size
    	idx-year delimited by size
    	" " delimited by size
    	column-name delimited by size
    	" index: " delimited by size
    	index-value delimited by size
    	" recomputed: " delimited by size
    	proof-value delimited by size
    	into report-line.
    write report-line.

write-proof-summary.
    move spaces to report-line.
    write report-line.
    move "years proved:" to count-text.
    move years-proved to count-value.
    perform write-count-line.
    move "western easter disagreements:" to count-text.
    move western-disagreements to count-value.
    perform write-count-line.
    move "orthodox civil date disagreements:" to count-text.
    move orthodox-disagreements to count-value.
    perform write-count-line.
    move "ash wednesday disagreements:" to count-text.
    move ash-disagreements to count-value.
    perform write-count-line.
    move "palm sunday disagreements:" to count-text.
    move palm-disagreements to count-value.
    perform write-count-line.
    move "good friday disagreements:" to count-text.
    move friday-disagreements to count-value.
    perform write-count-line.
    move "pentecost disagreements:" to count-text.
    move pentecost-disagreements to count-value.
    perform write-count-line.
    move spaces to report-line.
    write report-line.
    if proof-failed equal 0
    	move "proof verdict: PASS - every indexed year agrees with the independent method" to report-line
    else
    	move "proof verdict: FAIL - yearidx.dat disagrees with the independent method, do not ship this run" to report-line
    end-if.
    write report-line.

write-count-line.
    move count-detail-line to report-line.
    write report-line.
