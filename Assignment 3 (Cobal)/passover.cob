*>Easter Versus Passover Report!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Interfaith and school-calendar planners want to know how Easter
*> sits against Passover - above all the years western Easter comes
*> first - and nothing in the suite knew the Hebrew calendar. This
*> walks yearidx.dat and, for every index year, works out 15 Nisan
*> (the first day of Passover) with the fixed Hebrew calendar's own
*> arithmetic: the molad of Tishri from the months elapsed since the
*> epoch, the postponement that keeps Rosh Hashanah off a Sunday,
*> Wednesday or Friday, and the two year-length corrections that keep
*> every year a legal length. 15 Nisan is always 163 days before the
*> next Rosh Hashanah, so the Passover of civil year Y is worked from
*> Rosh Hashanah of Hebrew year Y + 3761. The fixed calendar is used
*> proleptically for the early centuries of the index, the way the
*> gregorian columns are.
*> Each year's gap in days is taken from Passover to western easter
*> and to the orthodox civil date (negative when that Easter comes
*> first), and the year is counted before, on or after Passover per
*> century and over the whole range. Passover is dated on the same
*> calendar as the western column - julian before 1583, gregorian
*> from 1583 on. passover.rpt lists every year, then the per-century
*> counts, then the years western Easter came first; passover.dat
*> keeps the daily figures keyed on year for yearscrn and the
*> distribution run.
*> Remember to compile using: cobc -x -free -Wall passover.cob
*>-------------------------------

identification division.
program-id. passover.
environment division.
configuration section.
input-output section.
file-control.
	select year-index, assign to "yearidx.dat"
		organization is indexed
		access mode is dynamic
		record key is idx-year
		file status is index-file-status.
	select passover-report, assign to "passover.rpt"
		organization is line sequential.
	select passover-file, assign to "passover.dat"
		organization is indexed
		access mode is dynamic
		record key is pas-year
		file status is passover-file-status.

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

fd passover-report.
	01 report-line pic x(120).

*>One record per index year. The gaps are easter minus passover in
*>days, so negative means that Easter came first; the relation bytes
*>say the same thing as B (before), O (on) or A (after).
fd passover-file.
	01 passover-record.
		02 pas-year pic 9(5).
		02 pas-hebrew-year pic 9(6).
		02 pas-passover-date pic 9(9).
		02 pas-western-gap pic s9(3) sign is leading separate.
		02 pas-western-relation pic x.
		02 pas-orthodox-gap pic s9(3) sign is leading separate.
		02 pas-orthodox-relation pic x.

working-storage section.
77  index-file-status pic x(2).
77  passover-file-status pic x(2).
77  index-eof pic 9.
77  year-count pic 9(7).
77  records-written pic 9(7).

77  temp pic 9(9).
77  temp-1 pic 9(9).
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

*>Hebrew calendar working fields. Parts are the calendar's 1/1080 of
*>an hour; 25920 of them make a day. The epoch day number is 1 Tishri
*>of year 1.
77  hebrew-epoch-jdn pic 9(9) value 347998.
77  hebrew-year pic 9(6).
77  elapsed-year pic 9(6).
77  months-elapsed pic 9(9).
77  parts-elapsed pic 9(12).
77  elapsed-days pic 9(9).
77  hebrew-temp pic 9(12).
77  weekday-test pic 9.
77  days-before-year pic 9(9).
77  days-this-year pic 9(9).
77  days-after-year pic 9(9).
77  year-length pic 9(9).
77  year-correction pic 9.
77  new-year-jdn pic 9(9).
77  passover-jdn pic 9(9).

77  western-jdn pic 9(9).
77  orthodox-jdn pic 9(9).
77  western-gap pic s9(3).
77  orthodox-gap pic s9(3).
77  western-slot pic 9.
77  orthodox-slot pic 9.

77  orthodox-month-number pic 9(2).
77  month-index pic 9(2).
01  orthodox-day-split.
	02 orthodox-day-digits.
		03 orthodox-day-tens pic x.
		03 orthodox-day-units pic x.
	02 orthodox-day-number redefines orthodox-day-digits pic 9(2).
	02 filler pic x.

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

01  month-abbreviation-values pic x(36)
	value "janfebmaraprmayjunjulaugsepoctnovdec".
01  month-abbreviation-table redefines month-abbreviation-values.
	02 month-abbreviation pic x(3) occurs 12 times.

01  relation-values.
	02 filler pic x(6) value "before".
	02 filler pic x(6) value "on".
	02 filler pic x(6) value "after".
01  relation-table redefines relation-values.
	02 relation-name pic x(6) occurs 3 times.
01  relation-code-values pic x(3) value "BOA".
01  relation-code-table redefines relation-code-values.
	02 relation-code pic x occurs 3 times.

*>Slot 1 counts easter before passover, slot 2 on its first day,
*>slot 3 after it.
77  century-number pic 9(4).
77  relation-slot pic 9.
01  century-relation-table.
	02 century-entry occurs 1000 times.
		03 century-year-count pic 9(5).
		03 century-western-count occurs 3 times pic 9(5).
		03 century-orthodox-count occurs 3 times pic 9(5).
01  range-relation-totals.
	02 range-year-count pic 9(7).
	02 range-western-count occurs 3 times pic 9(7).
	02 range-orthodox-count occurs 3 times pic 9(7).

77  list-slot pic 9(2).
77  list-index pic 9(4).
01  early-line.
	02 early-year-out occurs 10 times pic z(5)9.
77  western-early-count pic 9(5).
01  early-table.
	02 early-year occurs 5000 times pic 9(5).
77  early-stored pic 9(4).

01  short-date.
	02 short-month pic x(3).
	02 filler pic x.
	02 short-day pic 99.

01  column-heading pic x(61)
	value "year   hebrew   passover  western  gap           orthodox gap".

01  detail-line.
	02 detail-year pic z(4)9.
	02 filler pic x(2).
	02 detail-hebrew-year pic z(5)9.
	02 filler pic x(3).
	02 detail-passover pic x(6).
	02 filler pic x(4).
	02 detail-western pic x(6).
	02 filler pic x(2).
	02 detail-western-gap pic +++9.
	02 filler pic x(2).
	02 detail-western-relation pic x(6).
	02 filler pic x(3).
	02 detail-orthodox pic x(6).
	02 filler pic x(2).
	02 detail-orthodox-gap pic +++9.
	02 filler pic x(2).
	02 detail-orthodox-relation pic x(6).
	02 filler pic x(51).

01  century-column-heading pic x(95)
	value "century               years  western:   before     on  after  orthodox:    before     on  after".

77  century-start pic 9(5).
77  century-end pic 9(5).
01  century-line.
	02 century-label pic x(11).
	02 filler pic x(9).
	02 century-years-out pic z(6)9.
	02 filler pic x(12).
	02 century-western-out occurs 3 times pic z(6)9.
	02 filler pic x(14).
	02 century-orthodox-out occurs 3 times pic z(6)9.
	02 filler pic x(25).

procedure division.
*>Walks the whole index once, writing each year as it comes, then the
*>century table, the range totals and the western-first list.
main-line.
    perform initialize-tallies.
    open input year-index.
    if index-file-status not equal "00"
    	display "passover: cannot open yearidx.dat - status " index-file-status
    	move 8 to return-code
    	stop run
    end-if.
    open output passover-file.
    if passover-file-status not equal "00"
    	display "passover: cannot open passover.dat - status " passover-file-status
    	close year-index
    	move 8 to return-code
    	stop run
    end-if.
    open output passover-report.
    move "easter versus passover (15 nisan) report" to report-line.
    write report-line.
    move "gap = easter minus the first day of passover, in days; dates before 1583 are julian, from 1583 gregorian" to report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    move column-heading to report-line.
    write report-line.
    move 0 to idx-year.
    start year-index key is not less than idx-year
    	invalid key
    		move 1 to index-eof
    end-start.
    perform read-next-index-record.
    perform compare-one-year
    	until index-eof equal 1.
    close year-index.
    close passover-file.
    perform write-century-table.
    perform write-range-block.
    perform write-early-list.
    close passover-report.
    display "passover: " year-count " years compared, " western-early-count " with western easter first - report in passover.rpt".
    stop run.

initialize-tallies.
    move 0 to index-eof.
    move 0 to year-count.
    move 0 to records-written.
    move 0 to western-early-count.
    move 0 to early-stored.
    move zeros to range-relation-totals.
    perform zero-century-entry
    	varying century-number from 1 by 1
    	until century-number is greater than 1000.

zero-century-entry.
    move 0 to century-year-count(century-number).
    perform zero-century-slot
    	varying relation-slot from 1 by 1
    	until relation-slot is greater than 3.

zero-century-slot.
    move 0 to century-western-count(century-number, relation-slot).
    move 0 to century-orthodox-count(century-number, relation-slot).

read-next-index-record.
    if index-eof not equal 1
    	read year-index next record
    		at end
    			move 1 to index-eof
    	end-read
    end-if.

*>One index year: passover and both easters as day numbers, the gaps
*>and relations, then the report line, the keyed record and the
*>tallies.
compare-one-year.
    add 1 to year-count.
    add idx-year, 3760 giving hebrew-year.
    add 1, hebrew-year giving elapsed-year.
    perform hebrew-new-year.
    subtract 163 from new-year-jdn giving passover-jdn.
    perform set-western-jdn.
    perform set-orthodox-jdn.
    subtract passover-jdn from western-jdn giving western-gap.
    subtract passover-jdn from orthodox-jdn giving orthodox-gap.
    if western-gap is less than 0
    	move 1 to western-slot
    else
    	if western-gap equal 0
    		move 2 to western-slot
    	else
    		move 3 to western-slot
    	end-if
    end-if.
    if orthodox-gap is less than 0
    	move 1 to orthodox-slot
    else
    	if orthodox-gap equal 0
    		move 2 to orthodox-slot
    	else
    		move 3 to orthodox-slot
    	end-if
    end-if.
    move spaces to detail-line.
    move idx-year to detail-year.
    move hebrew-year to detail-hebrew-year.
    move western-gap to detail-western-gap.
    move relation-name(western-slot) to detail-western-relation.
    move orthodox-gap to detail-orthodox-gap.
    move relation-name(orthodox-slot) to detail-orthodox-relation.
    move western-jdn to work-jdn.
    perform jdn-to-civil-date.
    perform build-short-date.
    move short-date to detail-western.
    move orthodox-jdn to work-jdn.
    perform jdn-to-civil-date.
    perform build-short-date.
    move short-date to detail-orthodox.
    move passover-jdn to work-jdn.
    perform jdn-to-civil-date.
    perform build-short-date.
    move short-date to detail-passover.
    move detail-line to report-line.
    write report-line.
    move idx-year to pas-year.
    move hebrew-year to pas-hebrew-year.
    multiply work-year by 10000 giving temp.
    multiply work-month by 100 giving temp-1.
    add temp-1, work-day giving pas-passover-date.
    add temp to pas-passover-date.
    move western-gap to pas-western-gap.
    move relation-code(western-slot) to pas-western-relation.
    move orthodox-gap to pas-orthodox-gap.
    move relation-code(orthodox-slot) to pas-orthodox-relation.
    write passover-record
    	invalid key
    		display "duplicate year in passover.dat: " pas-year
    end-write.
    if passover-file-status equal "00"
    	add 1 to records-written
    end-if.
    divide idx-year by 100 giving century-number.
    add 1 to century-number.
    add 1 to century-year-count(century-number).
    add 1 to century-western-count(century-number, western-slot).
    add 1 to century-orthodox-count(century-number, orthodox-slot).
    add 1 to range-year-count.
    add 1 to range-western-count(western-slot).
    add 1 to range-orthodox-count(orthodox-slot).
    if western-slot equal 1
    	perform note-western-early
    end-if.
    perform read-next-index-record.

*>Rosh Hashanah of elapsed-year as a julian day number. A year may
*>start one or two days later than its molad-based count: once to
*>keep the new year off a sunday, wednesday or friday, and once more
*>where the plain count would leave this year 356 days long or last
*>year 382 - neither is a length the calendar allows.
hebrew-new-year.
    subtract 1 from elapsed-year.
    perform hebrew-elapsed-days.
    move elapsed-days to days-before-year.
    add 1 to elapsed-year.
    perform hebrew-elapsed-days.
    move elapsed-days to days-this-year.
    add 1 to elapsed-year.
    perform hebrew-elapsed-days.
    move elapsed-days to days-after-year.
    subtract 1 from elapsed-year.
    move 0 to year-correction.
    subtract days-this-year from days-after-year giving year-length.
    if year-length equal 356
    	move 2 to year-correction
    else
    	subtract days-before-year from days-this-year giving year-length
    	if year-length equal 382
    		move 1 to year-correction
    	end-if
    end-if.
    add hebrew-epoch-jdn, days-this-year, year-correction giving new-year-jdn.

*>Days from the epoch to the molad of Tishri of elapsed-year, pushed a
*>day on when the molad falls on a day rosh hashanah may not.
hebrew-elapsed-days.
    multiply elapsed-year by 235 giving hebrew-temp.
    subtract 234 from hebrew-temp.
    divide hebrew-temp by 19 giving months-elapsed.
    multiply months-elapsed by 13753 giving parts-elapsed.
    add 12084 to parts-elapsed.
    multiply months-elapsed by 29 giving elapsed-days.
    divide parts-elapsed by 25920 giving hebrew-temp.
    add hebrew-temp to elapsed-days.
    add 1, elapsed-days giving hebrew-temp.
    multiply 3 by hebrew-temp.
    divide hebrew-temp by 7 giving hebrew-temp remainder weekday-test.
    if weekday-test is less than 3
    	add 1 to elapsed-days
    end-if.

*>Western easter's day number from the index's YYYYMMDD column, on the
*>calendar that column uses for the year.
set-western-jdn.
    divide idx-iso-date by 100 giving temp remainder work-day.
    divide temp by 100 giving work-year remainder work-month.
    perform civil-date-to-jdn.
    move work-jdn to western-jdn.

*>The orthodox civil date from its month name and edited day.
set-orthodox-jdn.
    move 0 to orthodox-month-number.
    perform find-orthodox-month
    	varying month-index from 1 by 1
    	until month-index is greater than 12.
    move idx-orthodox-day to orthodox-day-split.
    if orthodox-day-tens equal space
    	move zero to orthodox-day-tens
    end-if.
    move idx-year to work-year.
    move orthodox-month-number to work-month.
    move orthodox-day-number to work-day.
    perform civil-date-to-jdn.
    move work-jdn to orthodox-jdn.

find-orthodox-month.
    if month-name(month-index) equal idx-orthodox-month
    	move month-index to orthodox-month-number
    end-if.

*>Julian before 1583, gregorian from 1583 on - the sweep's own rule.
civil-date-to-jdn.
    if idx-year is less than 1583
    	perform julian-date-to-jdn
    else
    	perform gregorian-date-to-jdn
    end-if.

jdn-to-civil-date.
    if idx-year is less than 1583
    	perform jdn-to-julian-date
    else
    	perform jdn-to-gregorian-date
    end-if.

build-short-date.
    move month-abbreviation(work-month) to short-month.
    move work-day to short-day.

*>Proleptic-gregorian day number from work-year/month/day.
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

*>Holds the western-first years until the closing list is written, so
*>the list sits under its own heading; the count stays honest with a
*>truncation note if the table ever fills.
note-western-early.
    add 1 to western-early-count.
    if early-stored is less than 5000
    	add 1 to early-stored
    	move idx-year to early-year(early-stored)
    end-if.

write-century-table.
    move spaces to report-line.
    write report-line.
    move "per-century counts - easter before, on or after the first day of passover" to report-line.
    write report-line.
    move century-column-heading to report-line.
    write report-line.
    perform write-one-century-line
    	varying century-number from 1 by 1
    	until century-number is greater than 1000.

write-one-century-line.
    if century-year-count(century-number) not equal 0
    	move spaces to century-line
    	subtract 1 from century-number giving temp
    	multiply temp by 100 giving century-start
    	add 99 to century-start giving century-end
    	string century-start delimited by size
    		"-" delimited by size
    		century-end delimited by size
    		into century-label
    	move century-year-count(century-number) to century-years-out
    	perform move-century-slot
    		varying relation-slot from 1 by 1
    		until relation-slot is greater than 3
    	move century-line to report-line
    	write report-line
    end-if.

move-century-slot.
    move century-western-count(century-number, relation-slot)
    	to century-western-out(relation-slot).
    move century-orthodox-count(century-number, relation-slot)
    	to century-orthodox-out(relation-slot).

write-range-block.
    move spaces to century-line.
    move "whole range" to century-label.
    move range-year-count to century-years-out.
    perform move-range-slot
    	varying relation-slot from 1 by 1
    	until relation-slot is greater than 3.
    move century-line to report-line.
    write report-line.

move-range-slot.
    move range-western-count(relation-slot) to century-western-out(relation-slot).
    move range-orthodox-count(relation-slot) to century-orthodox-out(relation-slot).

*>The years western easter came before passover, ten to a line.
write-early-list.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "years western easter came before passover: " delimited by size
    	western-early-count delimited by size
    	into report-line.
    write report-line.
    move 0 to list-slot.
    move spaces to early-line.
    perform list-one-early-year
    	varying list-index from 1 by 1
    	until list-index is greater than early-stored.
    perform flush-early-line.
    if western-early-count is greater than early-stored
    	move "(list truncated - more western-first years than the table holds)" to report-line
    	write report-line
    end-if.

list-one-early-year.
    add 1 to list-slot.
    move early-year(list-index) to early-year-out(list-slot).
    if list-slot equal 10
    	perform flush-early-line
    end-if.

flush-early-line.
    if list-slot not equal 0
    	move early-line to report-line
    	write report-line
    	move spaces to early-line
    	move 0 to list-slot
    end-if.
