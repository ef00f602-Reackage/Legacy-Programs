*>Business Day Calendar Builder!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Payroll and HR re-key Good Friday and Easter Monday into their own
*> holiday tables every year. This builds bizcal.dat instead: an
*> indexed file keyed on the date (YYYYMMDD) with one record for every
*> day of every year on bizcal.parm (start then end, five digits each,
*> end exclusive, at most 100 years, 1583 or later since payroll keeps
*> the gregorian calendar; no card means this year and next). Each day
*> carries its weekday, W or E for weekday or weekend (saturday and
*> sunday), Y or N for a working day, H for a paid holiday or C for a
*> shop closure, and the reason.
*> The paid holidays come from litcal.dat through the shop-maintained
*> table paidhol.dat, one line per paid day: the litcal.dat observance
*> name it hangs off (30 characters), a signed day offset from that
*> observance ("+00" the day itself, "+01" easter monday off "easter
*> sunday", "+01" boxing day off "christmas"), and the holiday label
*> (30 characters) the calendar shows, each after one blank. The shop
*> closures come from events.dat, which now carries a closure flag
*> after the window column - Y marks an event the shop closes for, for
*> every day of its window; a window running past december 31 carries
*> into the new year. events.dat lines without the flag are planning
*> events only and clash still reads them as before. A date that is
*> both keeps the paid holiday as its reason.
*> The days are written first and the holidays and closures are then
*> applied by keyed read and rewrite, so a holiday that an offset
*> carries across a year end still lands on the right record. bizcal.rpt
*> lists every holiday and closure in date order with the counts; a
*> year in the range litcal.dat holds nothing for ends the run with
*> return code 8 (its holidays would be missing), and a rejected card
*> with 16. bizday.cob answers working-day arithmetic off the file.
*> Remember to compile using: cobc -x -free -Wall bizcal.cob
*>-------------------------------

identification division.
program-id. bizcal.
environment division.
configuration section.
input-output section.
file-control.
	select litcal-file, assign to "litcal.dat"
		organization is line sequential
		file status is litcal-file-status.
	select paid-holiday-file, assign to "paidhol.dat"
		organization is line sequential
		file status is paid-file-status.
	select event-file, assign to "events.dat"
		organization is line sequential
		file status is event-file-status.
	select parm-card, assign to "bizcal.parm"
		organization is line sequential
		file status is parm-file-status.
	select business-calendar, assign to "bizcal.dat"
		organization is indexed
		access mode is dynamic
		record key is biz-date
		file status is bizcal-file-status.
	select calendar-report, assign to "bizcal.rpt"
		organization is line sequential.

data division.
file section.
fd litcal-file.
	01 litcal-record.
		02 lit-year pic 9(5).
		02 filler pic x.
		02 lit-iso-date pic 9(9).
		02 filler pic x.
		02 lit-rank pic 9(2).
		02 filler pic x.
		02 lit-feast-name pic x(30).

fd paid-holiday-file.
	01 paid-holiday-record.
		02 paid-rec-observance pic x(30).
		02 filler pic x.
		02 paid-rec-offset.
			03 paid-rec-offset-sign pic x.
			03 paid-rec-offset-days pic x(2).
		02 filler pic x.
		02 paid-rec-label pic x(30).

fd event-file.
	01 event-record.
		02 event-rec-name pic x(30).
		02 filler pic x.
		02 event-rec-month pic x(2).
		02 filler pic x.
		02 event-rec-day pic x(2).
		02 filler pic x.
		02 event-rec-window pic x(3).
		02 filler pic x.
		02 event-rec-closure pic x.

fd parm-card.
	01 parm-record.
		02 bizcal-start-year pic x(5).
		02 bizcal-end-year pic x(5).

*>One record per calendar day.
fd business-calendar.
	01 bizcal-record.
		02 biz-date pic 9(9).
		02 biz-weekday pic x(9).
		02 biz-day-type pic x.
		02 biz-working pic x.
		02 biz-holiday pic x.
		02 biz-reason pic x(30).

fd calendar-report.
	01 report-line pic x(120).

working-storage section.
77  litcal-file-status pic x(2).
77  paid-file-status pic x(2).
77  event-file-status pic x(2).
77  parm-file-status pic x(2).
77  bizcal-file-status pic x(2).
77  start-year pic 9(5).
77  end-year pic 9(5).
77  range-years pic 9(5).
77  litcal-eof pic 9.
77  paid-eof pic 9.
77  event-eof pic 9.
77  bizcal-eof pic 9.

01  run-date-holder.
	02 run-year pic 9(4).
	02 filler pic 9(4).

*>The paid-holiday table - forty paid days is far past any agreement
*>payroll has had to keep.
77  paid-limit pic 9(2) value 40.
77  paid-count pic 9(2).
01  paid-table.
	02 paid-entry occurs 40 times.
		03 paid-observance pic x(30).
		03 paid-offset pic s9(2).
		03 paid-label pic x(30).
77  paid-index pic 9(2).
77  bad-paid-count pic 9(3).
77  overflow-paid-count pic 9(3).

77  closure-limit pic 9(3) value 100.
77  closure-count pic 9(3).
01  closure-table.
	02 closure-entry occurs 100 times.
		03 closure-name pic x(30).
		03 closure-month pic 9(2).
		03 closure-day pic 9(2).
		03 closure-window pic 9(3).
77  closure-index pic 9(3).
77  bad-event-count pic 9(3).
77  overflow-closure-count pic 9(3).

*>Which years of the range litcal.dat had anything for.
01  year-coverage.
	02 year-has-litcal pic 9 occurs 100 times.
77  year-slot pic 9(3).
77  missing-year-count pic 9(3).

77  days-written pic 9(7).
77  working-days pic 9(7).
77  weekend-days pic 9(7).
77  holidays-marked pic 9(7).
77  closures-marked pic 9(7).

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

77  range-first-jdn pic 9(9).
77  range-end-jdn pic 9(9).
77  day-jdn pic 9(9).
77  weekday-number pic 9.
77  event-year pic 9(5).
77  litcal-first-year pic 9(5).
77  day-on-file pic 9.
77  window-day pic 9(3).
77  mark-jdn pic 9(9).
77  mark-kind pic x.
77  mark-reason pic x(30).

01  weekday-name-values.
	02 filler pic x(9) value "sunday".
	02 filler pic x(9) value "monday".
	02 filler pic x(9) value "tuesday".
	02 filler pic x(9) value "wednesday".
	02 filler pic x(9) value "thursday".
	02 filler pic x(9) value "friday".
	02 filler pic x(9) value "saturday".
01  weekday-name-table redefines weekday-name-values.
	02 weekday-name pic x(9) occurs 7 times.

01  holiday-line.
	02 holiday-date-out pic 9(9).
	02 filler pic x(2).
	02 holiday-weekday-out pic x(9).
	02 filler pic x(2).
	02 holiday-kind-out pic x(12).
	02 filler pic x(2).
	02 holiday-reason-out pic x(30).
	02 filler pic x(2).
	02 holiday-note-out pic x(20).
	02 filler pic x(32).

01  count-detail-line.
	02 count-text pic x(44).
	02 count-value pic z(6)9.
	02 filler pic x(69).

procedure division.
*>Loads the two tables, lays down every day of the range, applies the
*>paid holidays and then the closures, and lists the result.
main-line.
    perform read-bizcal-parameters.
    perform load-paid-holiday-table.
    perform load-closure-table.
    open output business-calendar.
    if bizcal-file-status not equal "00"
    	display "bizcal: cannot open bizcal.dat - status " bizcal-file-status
    	move 8 to return-code
    	stop run
    end-if.
    perform write-range-days.
    close business-calendar.
    open i-o business-calendar.
    perform apply-paid-holidays.
    perform apply-shop-closures.
    close business-calendar.
    perform write-calendar-report.
    display "bizcal: " days-written " day(s) written, " holidays-marked " holiday(s), " closures-marked " closure day(s) - report in bizcal.rpt".
    if missing-year-count not equal 0
    	display "bizcal: " missing-year-count " year(s) of the range have no litcal.dat records - their holidays are missing"
    	move 8 to return-code
    end-if.
    stop run.

*>Reads bizcal.parm for the year range. No card means this year and
*>next; a card that is there but unusable is rejected outright, since
*>a quietly defaulted range would hand payroll the wrong years.
read-bizcal-parameters.
    accept run-date-holder from date yyyymmdd.
    move run-year to start-year.
    add 2, run-year giving end-year.
    open input parm-card.
    if parm-file-status equal "00"
    	read parm-card
    	end-read
*>"04"/"06" = record read but longer than the card layout (an
*>80-column card image, or trailing blanks); the fields that exist
*>are populated, so the range is still taken from the card.
    	if parm-file-status equal "00" or parm-file-status equal "04"
    		or parm-file-status equal "06"
    		if bizcal-start-year is not numeric or bizcal-end-year is not numeric
    			display "bizcal.parm rejected - start and end year must be five digits each"
    			move 16 to return-code
    			stop run
    		end-if
    		move bizcal-start-year to start-year
    		move bizcal-end-year to end-year
    	end-if
    	close parm-card
    end-if.
    if start-year is less than 1583
    	display "bizcal.parm rejected - start year " start-year " is before the gregorian calendar"
    	move 16 to return-code
    	stop run
    end-if.
    if end-year is not greater than start-year
    	display "bizcal.parm rejected - end year " end-year " is not after start year " start-year
    	move 16 to return-code
    	stop run
    end-if.
    subtract start-year from end-year giving range-years.
    if range-years is greater than 100
    	display "bizcal.parm rejected - " range-years " years asked for, the most one run builds is 100"
    	move 16 to return-code
    	stop run
    end-if.

*>Loads paidhol.dat. A line with no observance name or an offset that
*>is not a sign and two digits is counted and skipped with a console
*>note, as is a line past the table limit.
load-paid-holiday-table.
    move 0 to paid-count.
    move 0 to paid-eof.
    move 0 to bad-paid-count.
    move 0 to overflow-paid-count.
    open input paid-holiday-file.
    if paid-file-status not equal "00"
    	display "bizcal: cannot open paidhol.dat - status " paid-file-status
    	move 8 to return-code
    	stop run
    end-if.
    perform read-next-paid-record.
    perform file-one-paid-holiday
    	until paid-eof equal 1.
    close paid-holiday-file.
    if bad-paid-count not equal 0
    	display "bizcal: " bad-paid-count " paidhol.dat line(s) skipped - no observance or offset not a sign and two digits"
    end-if.
    if overflow-paid-count not equal 0
    	display "bizcal: " overflow-paid-count " paidhol.dat line(s) skipped - holiday table full at " paid-limit " entries"
    end-if.

read-next-paid-record.
    read paid-holiday-file
    	at end
    		move 1 to paid-eof
    end-read.

file-one-paid-holiday.
    if paid-rec-observance not equal spaces
    	and (paid-rec-offset-sign equal "+" or paid-rec-offset-sign equal "-")
    	and paid-rec-offset-days is numeric
    	if paid-count is less than paid-limit
    		add 1 to paid-count
    		move paid-rec-observance to paid-observance(paid-count)
    		move paid-rec-offset-days to paid-offset(paid-count)
    		if paid-rec-offset-sign equal "-"
    			multiply -1 by paid-offset(paid-count)
    		end-if
    		move paid-rec-label to paid-label(paid-count)
    		if paid-rec-label equal spaces
    			move paid-rec-observance to paid-label(paid-count)
    		end-if
    	else
    		add 1 to overflow-paid-count
    	end-if
    else
    	add 1 to bad-paid-count
    end-if.
    perform read-next-paid-record.

*>Loads the closures out of events.dat - only the lines flagged Y;
*>the rest are planning events this program has no use for. A flagged
*>line whose month or day is not a calendar date is counted and
*>skipped. A blank or zero window means a one-day closure.
load-closure-table.
    move 0 to closure-count.
    move 0 to event-eof.
    move 0 to bad-event-count.
    move 0 to overflow-closure-count.
    open input event-file.
    if event-file-status not equal "00"
    	display "bizcal: cannot open events.dat - status " event-file-status
    	move 8 to return-code
    	stop run
    end-if.
    perform read-next-event-record.
    perform file-one-event
    	until event-eof equal 1.
    close event-file.
    if bad-event-count not equal 0
    	display "bizcal: " bad-event-count " events.dat closure line(s) skipped - month or day not a calendar date"
    end-if.
    if overflow-closure-count not equal 0
    	display "bizcal: " overflow-closure-count " events.dat closure line(s) skipped - closure table full at " closure-limit " entries"
    end-if.

read-next-event-record.
    read event-file
    	at end
    		move 1 to event-eof
    end-read.

file-one-event.
    if event-rec-closure equal "Y"
    	if event-rec-month is numeric and event-rec-day is numeric
    		and event-rec-month not less than "01" and event-rec-month not greater than "12"
    		and event-rec-day not less than "01" and event-rec-day not greater than "31"
    		if closure-count is less than closure-limit
    			add 1 to closure-count
    			move event-rec-name to closure-name(closure-count)
    			move event-rec-month to closure-month(closure-count)
    			move event-rec-day to closure-day(closure-count)
    			if event-rec-window is numeric and event-rec-window not equal "000"
    				move event-rec-window to closure-window(closure-count)
    			else
    				move 1 to closure-window(closure-count)
    			end-if
    		else
    			add 1 to overflow-closure-count
    		end-if
    	else
    		add 1 to bad-event-count
    	end-if
    end-if.
    perform read-next-event-record.

*>One record per day from january 1 of the start year up to january 1
*>of the end year, every weekday a working day to begin with.
write-range-days.
    move 0 to days-written.
    move start-year to work-year.
    move 1 to work-month.
    move 1 to work-day.
    perform gregorian-date-to-jdn.
    move work-jdn to range-first-jdn.
    move end-year to work-year.
    perform gregorian-date-to-jdn.
    move work-jdn to range-end-jdn.
    perform write-one-day
    	varying day-jdn from range-first-jdn by 1
    	until day-jdn is not less than range-end-jdn.

write-one-day.
    move day-jdn to work-jdn.
    perform jdn-to-gregorian-date.
    perform build-work-iso.
    move spaces to bizcal-record.
    move temp to biz-date.
    add 1, day-jdn giving temp.
    divide temp by 7 giving temp remainder weekday-number.
    move weekday-name(weekday-number + 1) to biz-weekday.
    if weekday-number equal 0 or weekday-number equal 6
    	move "E" to biz-day-type
    	move "N" to biz-working
    	move "weekend" to biz-reason
    else
    	move "W" to biz-day-type
    	move "Y" to biz-working
    end-if.
    write bizcal-record
    	invalid key
    		display "duplicate date in bizcal.dat: " biz-date
    end-write.
    add 1 to days-written.

*>Every litcal.dat observance from the year before the range through
*>its end year is held against the paid-holiday table - the year
*>either side catches an offset that crosses a year end - and each
*>match is dated and marked. A date outside the range simply has no
*>record to mark.
apply-paid-holidays.
    move 0 to holidays-marked.
    move zeros to year-coverage.
    subtract 1 from start-year giving litcal-first-year.
    move 0 to litcal-eof.
    open input litcal-file.
    if litcal-file-status not equal "00"
    	display "bizcal: cannot open litcal.dat - status " litcal-file-status
    	close business-calendar
    	move 8 to return-code
    	stop run
    end-if.
    perform read-next-litcal-record.
    perform check-one-observance
    	until litcal-eof equal 1.
    close litcal-file.

read-next-litcal-record.
    read litcal-file
    	at end
    		move 1 to litcal-eof
    end-read.

check-one-observance.
    if lit-year is not less than start-year and lit-year is less than end-year
    	subtract start-year from lit-year giving year-slot
    	add 1 to year-slot
    	move 1 to year-has-litcal(year-slot)
    end-if.
    if lit-year is not less than litcal-first-year and lit-year is not greater than end-year
    	perform match-one-paid-holiday
    		varying paid-index from 1 by 1
    		until paid-index is greater than paid-count
    end-if.
    perform read-next-litcal-record.

match-one-paid-holiday.
    if paid-observance(paid-index) equal lit-feast-name
    	divide lit-iso-date by 100 giving temp remainder work-day
    	divide temp by 100 giving work-year remainder work-month
    	perform gregorian-date-to-jdn
    	add paid-offset(paid-index), work-jdn giving mark-jdn
    	move "H" to mark-kind
    	move paid-label(paid-index) to mark-reason
    	perform mark-one-day
    end-if.

*>Each closure is laid on every year from the one before the range
*>(for a window running into the first january) to the last year of
*>the range; february 29 closures are skipped in the years without
*>one.
apply-shop-closures.
    move 0 to closures-marked.
    subtract 1 from start-year giving event-year.
    perform apply-closures-for-year
    	until event-year is not less than end-year.

apply-closures-for-year.
    perform apply-one-closure
    	varying closure-index from 1 by 1
    	until closure-index is greater than closure-count.
    add 1 to event-year.

apply-one-closure.
    move event-year to work-year.
    move closure-month(closure-index) to work-month.
    move closure-day(closure-index) to work-day.
    perform gregorian-date-to-jdn.
    move work-jdn to day-jdn.
    perform jdn-to-gregorian-date.
    if work-month equal closure-month(closure-index)
    	and work-day equal closure-day(closure-index)
    	perform mark-closure-day
    		varying window-day from 0 by 1
    		until window-day is not less than closure-window(closure-index)
    end-if.

mark-closure-day.
    add window-day, day-jdn giving mark-jdn.
    move "C" to mark-kind.
    move closure-name(closure-index) to mark-reason.
    perform mark-one-day.

*>Marks mark-jdn's record non-working with the given kind and reason.
*>A day already marked keeps what it has - holidays are applied
*>before closures, so a paid holiday is never overwritten by one.
mark-one-day.
    move mark-jdn to work-jdn.
    perform jdn-to-gregorian-date.
    perform build-work-iso.
    move temp to biz-date.
    move 1 to day-on-file.
    read business-calendar
    	invalid key
    		move 0 to day-on-file
    end-read.
    if day-on-file equal 1
    	if biz-holiday equal space
    		move mark-kind to biz-holiday
    		move "N" to biz-working
    		move mark-reason to biz-reason
    		rewrite bizcal-record
    			invalid key
    				display "bizcal.dat rewrite failed for " biz-date
    		end-rewrite
    		if mark-kind equal "H"
    			add 1 to holidays-marked
    		else
    			add 1 to closures-marked
    		end-if
    	end-if
    end-if.

*>Reads the finished file back in date order: lists every holiday and
*>closure, counts the working and weekend days, and names any year
*>litcal.dat had nothing for.
write-calendar-report.
    move 0 to working-days.
    move 0 to weekend-days.
    move 0 to bizcal-eof.
    open output calendar-report.
    move "business day calendar - paid holidays and shop closures" to report-line.
    write report-line.
    move spaces to report-line.
    string "years " delimited by size
    	start-year delimited by size
    	" through " delimited by size
    	end-year delimited by size
    	" (end exclusive), " delimited by size
    	paid-count delimited by size
    	" paid holiday rule(s), " delimited by size
    	closure-count delimited by size
    	" closure(s) on file" delimited by size
    	into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    open input business-calendar.
    if bizcal-file-status not equal "00"
    	move spaces to report-line
    	string "bizcal.dat could not be read back - status " delimited by size
    		bizcal-file-status delimited by size
    		into report-line
    	write report-line
    else
    	perform read-next-bizcal-record
    	perform list-one-day
    		until bizcal-eof equal 1
    	close business-calendar
    end-if.
    move spaces to report-line.
    write report-line.
    move spaces to count-detail-line.
    move "days written:" to count-text.
    move days-written to count-value.
    perform write-count-line.
    move "working days:" to count-text.
    move working-days to count-value.
    perform write-count-line.
    move "weekend days:" to count-text.
    move weekend-days to count-value.
    perform write-count-line.
    move "paid holidays:" to count-text.
    move holidays-marked to count-value.
    perform write-count-line.
    move "shop closure days:" to count-text.
    move closures-marked to count-value.
    perform write-count-line.
    move 0 to missing-year-count.
    perform check-year-coverage
    	varying year-slot from 1 by 1
    	until year-slot is greater than range-years.
    close calendar-report.

read-next-bizcal-record.
    read business-calendar next record
    	at end
    		move 1 to bizcal-eof
    end-read.

list-one-day.
    if biz-working equal "Y"
    	add 1 to working-days
    end-if.
    if biz-day-type equal "E"
    	add 1 to weekend-days
    end-if.
    if biz-holiday not equal space
    	move spaces to holiday-line
    	move biz-date to holiday-date-out
    	move biz-weekday to holiday-weekday-out
    	if biz-holiday equal "H"
    		move "paid holiday" to holiday-kind-out
    	else
    		move "shop closure" to holiday-kind-out
    	end-if
    	move biz-reason to holiday-reason-out
    	if biz-day-type equal "E"
    		move "(falls on a weekend)" to holiday-note-out
    	end-if
    	move holiday-line to report-line
    	write report-line
    end-if.
    perform read-next-bizcal-record.

check-year-coverage.
    if year-has-litcal(year-slot) equal 0
    	add 1 to missing-year-count
    	add start-year, year-slot giving temp
    	subtract 1 from temp
    	move temp to work-year
    	move spaces to report-line
    	string "year " delimited by size
    		work-year delimited by size
    		" has no litcal.dat records - its paid holidays are missing" delimited by size
    		into report-line
    	write report-line
    end-if.

write-count-line.
    move count-detail-line to report-line.
    write report-line.

build-work-iso.
    multiply work-year by 10000 giving temp.
    multiply work-month by 100 giving temp-1.
    add temp-1, work-day to temp.

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
