*>Observed Calendar and Transfer Report!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> litcal.dat lists every observance of every year with a rank and
*> leaves clashes to its consumers. This settles them once, for
*> everybody, under the shop-maintained rule table litrule.dat, and
*> writes litobs.dat - the calendar as actually kept - plus
*> litobs.rpt, each year's displaced observances with the date they
*> were due and the date they moved to.
*> litrule.dat has two kinds of line, the type letter first and each
*> field after one blank:
*>   O precedence (2 digits, 01 highest), disposition (T transferred
*>     when displaced, O omitted that year when displaced, C kept on
*>     its date alongside whatever else is there - it never contends),
*>     and the litcal.dat observance name (30 characters, exactly as
*>     litcal writes it). An observance with no O line keeps its
*>     litcal.dat rank as its precedence and is omitted if displaced.
*>   S a season counted off easter sunday: first and last day as
*>     signed offsets ("-007" "-001" is holy week, "+000" "+007" the
*>     easter octave), the lowest precedence the season admits (2
*>     digits), and its name (30 characters).
*> An observance is displaced when another on the same date has a
*> better precedence (the earlier of two equals stands), or when it
*> falls in a season whose threshold its precedence is below. A
*> displaced T observance moves to the next day after its own that is
*> in no season and holds no observance already kept there; the best
*> precedence is placed first, then the earliest date. A transfer that
*> would run past december 31 is reported as finding no free day.
*> litobs.dat has litcal.dat's layout - year, date, litcal rank, name
*> - followed by the date the observance was due and T if it was
*> transferred; omitted observances are not on it. A year holding more
*> observances than the year table, or a litcal.dat or litrule.dat
*> that cannot be read, ends the run with return code 8.
*> Remember to compile using: cobc -x -free -Wall litobs.cob
*>-------------------------------

identification division.
program-id. litobs.
environment division.
configuration section.
input-output section.
file-control.
	select litcal-file, assign to "litcal.dat"
		organization is line sequential
		file status is litcal-file-status.
	select rule-file, assign to "litrule.dat"
		organization is line sequential
		file status is rule-file-status.
	select observed-file, assign to "litobs.dat"
		organization is line sequential.
	select transfer-report, assign to "litobs.rpt"
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

fd rule-file.
	01 rule-record.
		02 rule-rec-type pic x.
		02 filler pic x.
		02 rule-rec-body pic x(45).
		02 observance-rule-line redefines rule-rec-body.
			03 rule-rec-precedence pic x(2).
			03 filler pic x.
			03 rule-rec-disposition pic x.
			03 filler pic x.
			03 rule-rec-observance pic x(30).
			03 filler pic x(10).
		02 season-rule-line redefines rule-rec-body.
			03 rule-rec-from-sign pic x.
			03 rule-rec-from-days pic x(3).
			03 filler pic x.
			03 rule-rec-to-sign pic x.
			03 rule-rec-to-days pic x(3).
			03 filler pic x.
			03 rule-rec-threshold pic x(2).
			03 filler pic x.
			03 rule-rec-season pic x(30).
			03 filler pic x(2).

fd observed-file.
	01 observed-record.
		02 seen-year pic 9(5).
		02 filler pic x.
		02 seen-iso-date pic 9(9).
		02 filler pic x.
		02 seen-rank pic 9(2).
		02 filler pic x.
		02 seen-feast-name pic x(30).
		02 filler pic x.
		02 seen-due-date pic 9(9).
		02 filler pic x.
		02 seen-transferred pic x.

fd transfer-report.
	01 report-line pic x(120).

working-storage section.
77  litcal-file-status pic x(2).
77  rule-file-status pic x(2).
77  litcal-eof pic 9.
77  rule-eof pic 9.

*>The rule table rides in storage for the whole run.
77  observance-rule-limit pic 9(2) value 50.
77  observance-rule-count pic 9(2).
01  observance-rule-table.
	02 observance-rule occurs 50 times.
		03 rule-name pic x(30).
		03 rule-precedence pic 9(2).
		03 rule-disposition pic x.
77  season-limit pic 9(2) value 10.
77  season-count pic 9(2).
01  season-table.
	02 season-rule occurs 10 times.
		03 season-name pic x(30).
		03 season-from pic s9(3).
		03 season-to pic s9(3).
		03 season-threshold pic 9(2).
77  rule-index pic 9(2).
77  found-rule pic 9(2).
77  rule-name-sought pic x(30).
77  season-index pic 9(2).
77  rule-line-ok pic 9.
77  bad-rule-count pic 9(3).
77  overflow-rule-count pic 9(3).

*>One year's observances as litcal.dat lists them, with what the rules
*>made of each. State K kept on its date, D displaced and waiting for
*>a free day, M moved there, O omitted, N no free day left in the year.
77  day-limit pic 9(2) value 40.
77  day-count pic 9(2).
01  year-table.
	02 day-entry occurs 40 times.
		03 day-name pic x(30).
		03 day-rank pic 9(2).
		03 day-precedence pic 9(2).
		03 day-disposition pic x.
		03 day-state pic x.
		03 day-due-iso pic 9(9).
		03 day-due-ordinal pic 9(3).
		03 day-kept-iso pic 9(9).
		03 day-kept-ordinal pic 9(3).
		03 day-reason pic x(44).
01  swap-entry.
	02 filler pic x(30).
	02 filler pic 9(2).
	02 filler pic 9(2).
	02 filler pic x.
	02 filler pic x.
	02 filler pic 9(9).
	02 filler pic 9(3).
	02 filler pic 9(9).
	02 filler pic 9(3).
	02 filler pic x(44).
77  day-index pic 9(2).
77  rival-index pic 9(2).
77  best-index pic 9(2).
77  write-index pic 9(2).
77  sort-i pic 9(2).
77  sort-j pic 9(2).
77  sort-j-start pic 9(2).

77  calendar-year pic 9(5).
77  easter-found pic 9.
77  easter-ordinal pic 9(3).
77  displaced pic 9.
77  transfer-pending pic 9.
77  candidate-ordinal pic 9(3).
77  day-free pic 9.
77  year-length pic 9(3).
77  season-start-ordinal pic s9(4).
77  season-end-ordinal pic s9(4).
77  test-ordinal pic 9(3).
77  in-season pic 9.

77  year-count pic 9(7).
77  observance-read-count pic 9(7).
77  kept-count pic 9(7).
77  transferred-count pic 9(7).
77  omitted-count pic 9(7).
77  no-free-day-count pic 9(7).
77  overflow-day-count pic 9(7).
77  observed-written pic 9(7).

77  work-iso pic 9(9).
77  temp pic 9(6).
77  temp-1 pic 9(6).
77  leap-flag pic 9.
77  feb-days pic 9(2).
77  month-end-jan pic 9(3).
77  month-end-feb pic 9(3).
77  month-end-mar pic 9(3).
77  month-end-apr pic 9(3).
77  month-end-may pic 9(3).
77  month-end-jun pic 9(3).
77  month-end-jul pic 9(3).
77  month-end-aug pic 9(3).
77  month-end-sep pic 9(3).
77  month-end-oct pic 9(3).
77  month-end-nov pic 9(3).
77  out-month-number pic 9(2).
77  out-day pic 9(2).
77  ordinal-holder pic 9(3).
01  month-start-table.
	02 month-start pic 9(3) occurs 12 times.
77  year-part pic 9(9).
77  month-day pic 9(4).
77  in-month-number pic 9(2).
77  in-day pic 9(2).

01  transfer-line.
	02 transfer-year-out pic 9(5).
	02 filler pic x(2).
	02 transfer-name-out pic x(30).
	02 filler pic x(2).
	02 transfer-due-out pic z9(8).
	02 filler pic x(2).
	02 transfer-kept-out pic x(11).
	02 transfer-kept-view redefines transfer-kept-out.
		03 transfer-kept-date pic z9(8).
		03 filler pic x(2).
	02 filler pic x(2).
	02 transfer-reason-out pic x(44).
	02 filler pic x(13).

01  count-detail-line.
	02 count-text pic x(44).
	02 count-value pic z(6)9.
	02 filler pic x(69).

procedure division.
*>Loads the rules, then takes litcal.dat a year at a time: settles
*>that year's clashes, reports its transfers and writes it observed.
main-line.
    move 0 to year-count.
    move 0 to observance-read-count.
    move 0 to kept-count.
    move 0 to transferred-count.
    move 0 to omitted-count.
    move 0 to no-free-day-count.
    move 0 to overflow-day-count.
    move 0 to observed-written.
    perform load-rule-table.
    move 0 to litcal-eof.
    open input litcal-file.
    if litcal-file-status not equal "00"
    	display "litobs: cannot open litcal.dat - status " litcal-file-status
    	move 8 to return-code
    	stop run
    end-if.
    open output observed-file.
    open output transfer-report.
    move "observance transfers - the calendar as observed, settled from litcal.dat under litrule.dat" to report-line.
    write report-line.
    move spaces to report-line.
    string observance-rule-count delimited by size
    	" observance rule(s) and " delimited by size
    	season-count delimited by size
    	" season(s) on litrule.dat" delimited by size
    	into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    move "year   observance                      due on     kept on      reason" to report-line.
    write report-line.
    perform read-next-litcal-record.
    perform settle-one-year
    	until litcal-eof equal 1.
    perform write-transfer-counts.
    close transfer-report.
    close observed-file.
    close litcal-file.
    display "litobs: " year-count " year(s), " transferred-count " transfer(s), " omitted-count
    	" omitted - report in litobs.rpt".
    if overflow-day-count not equal 0
    	display "litobs: " overflow-day-count " litcal.dat observance(s) dropped - year table full at " day-limit " entries"
    	move 8 to return-code
    end-if.
    stop run.

*>Loads litrule.dat. An O line with no name, a repeated name, a
*>precedence that is not two digits or a disposition other than T, O
*>or C, an S line whose offsets are not a sign and three digits or
*>run backwards, and a line of any other type are counted and skipped
*>with a console note; a line past a table's limit gets its own count
*>and note.
load-rule-table.
    move 0 to observance-rule-count.
    move 0 to season-count.
    move 0 to bad-rule-count.
    move 0 to overflow-rule-count.
    move 0 to rule-eof.
    open input rule-file.
    if rule-file-status not equal "00"
    	display "litobs: cannot open litrule.dat - status " rule-file-status
    	move 8 to return-code
    	stop run
    end-if.
    perform read-next-rule-record.
    perform file-one-rule
    	until rule-eof equal 1.
    close rule-file.
    if bad-rule-count not equal 0
    	display "litobs: " bad-rule-count " litrule.dat line(s) skipped - bad type, precedence, disposition, offsets or name"
    end-if.
    if overflow-rule-count not equal 0
    	display "litobs: " overflow-rule-count " litrule.dat line(s) skipped - rule table full"
    end-if.

read-next-rule-record.
    read rule-file
    	at end
    		move 1 to rule-eof
    end-read.

file-one-rule.
    move 1 to rule-line-ok.
    if rule-rec-type equal "O"
    	if rule-rec-observance equal spaces or rule-rec-precedence is not numeric
    		move 0 to rule-line-ok
    	else
    		if rule-rec-disposition not equal "T" and rule-rec-disposition not equal "O"
    			and rule-rec-disposition not equal "C"
    			move 0 to rule-line-ok
    		else
    			move rule-rec-observance to rule-name-sought
    			perform find-observance-rule
    			if found-rule not equal 0
    				move 0 to rule-line-ok
    			end-if
    		end-if
    	end-if
    	if rule-line-ok equal 1
    		if observance-rule-count is less than observance-rule-limit
    			add 1 to observance-rule-count
    			move rule-rec-observance to rule-name(observance-rule-count)
    			move rule-rec-precedence to rule-precedence(observance-rule-count)
    			move rule-rec-disposition to rule-disposition(observance-rule-count)
    		else
    			add 1 to overflow-rule-count
    		end-if
    	end-if
    else
    	if rule-rec-type equal "S"
    		perform file-one-season
    	else
    		move 0 to rule-line-ok
    	end-if
    end-if.
    if rule-line-ok equal 0
    	add 1 to bad-rule-count
    end-if.
    perform read-next-rule-record.

file-one-season.
    if rule-rec-season equal spaces or rule-rec-threshold is not numeric
    	or rule-rec-from-days is not numeric or rule-rec-to-days is not numeric
    	or (rule-rec-from-sign not equal "+" and rule-rec-from-sign not equal "-")
    	or (rule-rec-to-sign not equal "+" and rule-rec-to-sign not equal "-")
    	move 0 to rule-line-ok
    else
    	if season-count is less than season-limit
    		add 1 to season-count
    		move rule-rec-season to season-name(season-count)
    		move rule-rec-from-days to season-from(season-count)
    		if rule-rec-from-sign equal "-"
    			multiply -1 by season-from(season-count)
    		end-if
    		move rule-rec-to-days to season-to(season-count)
    		if rule-rec-to-sign equal "-"
    			multiply -1 by season-to(season-count)
    		end-if
    		move rule-rec-threshold to season-threshold(season-count)
    		if season-from(season-count) is greater than season-to(season-count)
    			subtract 1 from season-count
    			move 0 to rule-line-ok
    		end-if
    	else
    		add 1 to overflow-rule-count
    	end-if
    end-if.

find-observance-rule.
    move 0 to found-rule.
    perform match-observance-rule
    	varying rule-index from 1 by 1
    	until rule-index is greater than observance-rule-count or found-rule not equal 0.

match-observance-rule.
    if rule-name(rule-index) equal rule-name-sought
    	move rule-index to found-rule
    end-if.

read-next-litcal-record.
    read litcal-file
    	at end
    		move 1 to litcal-eof
    end-read.

*>One year of litcal.dat: collect it, place every observance by its
*>rule, displace the losers, transfer what may be transferred, then
*>report the year and write it in the order it is kept.
settle-one-year.
    add 1 to year-count.
    move lit-year to calendar-year.
    move 0 to day-count.
    move 0 to easter-found.
    move 0 to easter-ordinal.
    perform collect-one-observance
    	until litcal-eof equal 1 or lit-year not equal calendar-year.
    perform set-year-month-ends.
    perform set-month-starts.
    add 31 to month-end-nov giving year-length.
    perform place-one-observance
    	varying day-index from 1 by 1
    	until day-index is greater than day-count.
    perform check-one-displacement
    	varying day-index from 1 by 1
    	until day-index is greater than day-count.
    move 1 to transfer-pending.
    perform transfer-next-observance
    	until transfer-pending equal 0.
    perform report-one-observance
    	varying day-index from 1 by 1
    	until day-index is greater than day-count.
    perform sort-year-table.
    perform write-one-observed
    	varying write-index from 1 by 1
    	until write-index is greater than day-count.

collect-one-observance.
    add 1 to observance-read-count.
    if day-count is less than day-limit
    	add 1 to day-count
    	move lit-feast-name to day-name(day-count)
    	move lit-rank to day-rank(day-count)
    	move lit-iso-date to day-due-iso(day-count)
    else
    	add 1 to overflow-day-count
    end-if.
    perform read-next-litcal-record.

*>Gives the observance its precedence and disposition from the rule
*>table (or its litcal rank and O), and its day-of-year.
place-one-observance.
    move day-name(day-index) to rule-name-sought.
    perform find-observance-rule.
    if found-rule not equal 0
    	move rule-precedence(found-rule) to day-precedence(day-index)
    	move rule-disposition(found-rule) to day-disposition(day-index)
    else
    	move day-rank(day-index) to day-precedence(day-index)
    	move "O" to day-disposition(day-index)
    end-if.
    move day-due-iso(day-index) to work-iso.
    perform iso-date-to-ordinal.
    move ordinal-holder to day-due-ordinal(day-index).
    move ordinal-holder to day-kept-ordinal(day-index).
    move day-due-iso(day-index) to day-kept-iso(day-index).
    move "K" to day-state(day-index).
    move spaces to day-reason(day-index).
    if day-name(day-index) equal "easter sunday"
    	move 1 to easter-found
    	move ordinal-holder to easter-ordinal
    end-if.

*>An observance loses its date to a better one on the same date, or
*>to a season it ranks too low for; the clash is the reason given
*>when both apply.
check-one-displacement.
    if day-disposition(day-index) not equal "C"
    	move 0 to displaced
    	perform check-one-rival
    		varying rival-index from 1 by 1
    		until rival-index is greater than day-count or displaced equal 1
    	if displaced equal 0 and easter-found equal 1
    		move day-due-ordinal(day-index) to test-ordinal
    		perform check-one-season
    			varying season-index from 1 by 1
    			until season-index is greater than season-count or displaced equal 1
    	end-if
    	if displaced equal 1
    		if day-disposition(day-index) equal "T"
    			move "D" to day-state(day-index)
    		else
    			move "O" to day-state(day-index)
    		end-if
    	end-if
    end-if.

check-one-rival.
    if rival-index not equal day-index
    	and day-disposition(rival-index) not equal "C"
    	and day-due-ordinal(rival-index) equal day-due-ordinal(day-index)
    	if day-precedence(rival-index) is less than day-precedence(day-index)
    		or (day-precedence(rival-index) equal day-precedence(day-index)
    		and rival-index is less than day-index)
    		move 1 to displaced
    		move spaces to day-reason(day-index)
    		string "impeded by " delimited by size
    			day-name(rival-index) delimited by size
    			into day-reason(day-index)
    	end-if
    end-if.

check-one-season.
    perform set-season-bounds.
    if in-season equal 1
    	and day-precedence(day-index) is greater than season-threshold(season-index)
    	move 1 to displaced
    	move spaces to day-reason(day-index)
    	string "falls in " delimited by size
    		season-name(season-index) delimited by size
    		into day-reason(day-index)
    end-if.

*>Sets in-season when test-ordinal lies inside the season at
*>season-index, counted off this year's easter.
set-season-bounds.
    move 0 to in-season.
    add easter-ordinal, season-from(season-index) giving season-start-ordinal.
    add easter-ordinal, season-to(season-index) giving season-end-ordinal.
    if test-ordinal is not less than season-start-ordinal
    	and test-ordinal is not greater than season-end-ordinal
    	move 1 to in-season
    end-if.

*>Places the best displaced observance still waiting - precedence
*>first, then the earlier due date - on the first free day after its
*>own; none left waiting ends the transfers for the year.
transfer-next-observance.
    move 0 to best-index.
    perform pick-one-transfer
    	varying day-index from 1 by 1
    	until day-index is greater than day-count.
    if best-index equal 0
    	move 0 to transfer-pending
    else
    	add 1, day-due-ordinal(best-index) giving candidate-ordinal
    	move 0 to day-free
    	perform test-candidate-day
    		until day-free equal 1 or candidate-ordinal is greater than year-length
    	if day-free equal 1
    		move "M" to day-state(best-index)
    		move candidate-ordinal to day-kept-ordinal(best-index)
    		move candidate-ordinal to ordinal-holder
    		perform ordinal-to-iso-date
    		move work-iso to day-kept-iso(best-index)
    		add 1 to transferred-count
    	else
    		move "N" to day-state(best-index)
    		add 1 to no-free-day-count
    	end-if
    end-if.

pick-one-transfer.
    if day-state(day-index) equal "D"
    	if best-index equal 0
    		move day-index to best-index
    	else
    		if day-precedence(day-index) is less than day-precedence(best-index)
    			or (day-precedence(day-index) equal day-precedence(best-index)
    			and day-due-ordinal(day-index) is less than day-due-ordinal(best-index))
    			move day-index to best-index
    		end-if
    	end-if
    end-if.

*>A day is free when it is in no season and nothing that contends is
*>already kept on it; otherwise the next day is tried.
test-candidate-day.
    move 1 to day-free.
    if easter-found equal 1
    	move candidate-ordinal to test-ordinal
    	perform test-candidate-season
    		varying season-index from 1 by 1
    		until season-index is greater than season-count or day-free equal 0
    end-if.
    if day-free equal 1
    	perform test-candidate-occupant
    		varying rival-index from 1 by 1
    		until rival-index is greater than day-count or day-free equal 0
    end-if.
    if day-free equal 0
    	add 1 to candidate-ordinal
    end-if.

test-candidate-season.
    perform set-season-bounds.
    if in-season equal 1
    	move 0 to day-free
    end-if.

test-candidate-occupant.
    if (day-state(rival-index) equal "K" or day-state(rival-index) equal "M")
    	and day-disposition(rival-index) not equal "C"
    	and day-kept-ordinal(rival-index) equal candidate-ordinal
    	move 0 to day-free
    end-if.

*>One report line for every observance not kept on its own date.
report-one-observance.
    if day-state(day-index) equal "M" or day-state(day-index) equal "O"
    	or day-state(day-index) equal "N"
    	move spaces to transfer-line
    	move calendar-year to transfer-year-out
    	move day-name(day-index) to transfer-name-out
    	move day-due-iso(day-index) to transfer-due-out
    	move day-reason(day-index) to transfer-reason-out
    	if day-state(day-index) equal "M"
    		move day-kept-iso(day-index) to transfer-kept-date
    	else
    		if day-state(day-index) equal "O"
    			move "omitted" to transfer-kept-out
    			add 1 to omitted-count
    		else
    			move "no free day" to transfer-kept-out
    		end-if
    	end-if
    	move transfer-line to report-line
    	write report-line
    end-if.

*>Plain selection sort into the order the year is kept, precedence
*>breaking a shared date - the table never exceeds forty entries.
sort-year-table.
    perform sort-one-slot
    	varying sort-i from 1 by 1
    	until sort-i is not less than day-count.

sort-one-slot.
    add 1 to sort-i giving sort-j-start.
    perform sort-compare
    	varying sort-j from sort-j-start by 1
    	until sort-j is greater than day-count.

sort-compare.
    if day-kept-ordinal(sort-j) is less than day-kept-ordinal(sort-i)
    	or (day-kept-ordinal(sort-j) equal day-kept-ordinal(sort-i)
    	and day-precedence(sort-j) is less than day-precedence(sort-i))
    	move day-entry(sort-i) to swap-entry
    	move day-entry(sort-j) to day-entry(sort-i)
    	move swap-entry to day-entry(sort-j)
    end-if.

*>Kept in place, transferred, or kept alongside; omitted observances
*>are on the report only.
write-one-observed.
    if day-state(write-index) equal "K" or day-state(write-index) equal "M"
    	move spaces to observed-record
    	move calendar-year to seen-year
    	move day-kept-iso(write-index) to seen-iso-date
    	move day-rank(write-index) to seen-rank
    	move day-name(write-index) to seen-feast-name
    	move day-due-iso(write-index) to seen-due-date
    	if day-state(write-index) equal "M"
    		move "T" to seen-transferred
    	else
    		add 1 to kept-count
    	end-if
    	write observed-record
    	add 1 to observed-written
    end-if.

write-transfer-counts.
    move spaces to report-line.
    write report-line.
    move spaces to count-detail-line.
    move "years settled:" to count-text.
    move year-count to count-value.
    move count-detail-line to report-line.
    write report-line.
    move "observances read from litcal.dat:" to count-text.
    move observance-read-count to count-value.
    move count-detail-line to report-line.
    write report-line.
    move "kept on their own date:" to count-text.
    move kept-count to count-value.
    move count-detail-line to report-line.
    write report-line.
    move "transferred to a free day:" to count-text.
    move transferred-count to count-value.
    move count-detail-line to report-line.
    write report-line.
    move "omitted - displaced and not transferable:" to count-text.
    move omitted-count to count-value.
    move count-detail-line to report-line.
    write report-line.
    if no-free-day-count not equal 0
    	move "no free day left in the year:" to count-text
    	move no-free-day-count to count-value
    	move count-detail-line to report-line
    	write report-line
    end-if.
    move "records written to litobs.dat:" to count-text.
    move observed-written to count-value.
    move count-detail-line to report-line.
    write report-line.
    if overflow-day-count not equal 0
    	move "observances dropped - year table full:" to count-text
    	move overflow-day-count to count-value
    	move count-detail-line to report-line
    	write report-line
    end-if.

*>Month-end ordinals for the current year, using the same
*>julian-before-1583 / gregorian-after leap rule litcal builds with,
*>so a date converts exactly as litcal converted it.
set-year-month-ends.
    perform determine-leap-year.
    move 28 to feb-days.
    if leap-flag equal 1
    	move 29 to feb-days
    end-if.
    move 31 to month-end-jan.
    add feb-days to month-end-jan giving month-end-feb.
    add 31 to month-end-feb giving month-end-mar.
    add 30 to month-end-mar giving month-end-apr.
    add 31 to month-end-apr giving month-end-may.
    add 30 to month-end-may giving month-end-jun.
    add 31 to month-end-jun giving month-end-jul.
    add 31 to month-end-jul giving month-end-aug.
    add 30 to month-end-aug giving month-end-sep.
    add 31 to month-end-sep giving month-end-oct.
    add 30 to month-end-oct giving month-end-nov.

determine-leap-year.
    move 0 to leap-flag.
    divide calendar-year by 4 giving temp.
    multiply temp by 4 giving temp-1.
    if temp-1 equal calendar-year
    	if calendar-year is less than 1583
    		move 1 to leap-flag
    	else
    		divide calendar-year by 100 giving temp
    		multiply temp by 100 giving temp-1
    		if temp-1 not equal calendar-year
    			move 1 to leap-flag
    		else
    			divide calendar-year by 400 giving temp
    			multiply temp by 400 giving temp-1
    			if temp-1 equal calendar-year
    				move 1 to leap-flag
    			end-if
    		end-if
    	end-if
    end-if.

*>The ordinal each month starts after, for the date-to-ordinal turn.
set-month-starts.
    move 0 to month-start(1).
    move month-end-jan to month-start(2).
    move month-end-feb to month-start(3).
    move month-end-mar to month-start(4).
    move month-end-apr to month-start(5).
    move month-end-may to month-start(6).
    move month-end-jun to month-start(7).
    move month-end-jul to month-start(8).
    move month-end-aug to month-start(9).
    move month-end-sep to month-start(10).
    move month-end-oct to month-start(11).
    move month-end-nov to month-start(12).

*>Turns the YYYYMMDD in work-iso into its day-of-year in
*>ordinal-holder.
iso-date-to-ordinal.
    divide work-iso by 10000 giving year-part.
    multiply year-part by 10000 giving year-part.
    subtract year-part from work-iso giving month-day.
    divide month-day by 100 giving in-month-number.
    multiply in-month-number by 100 giving temp.
    subtract temp from month-day giving in-day.
    add month-start(in-month-number), in-day giving ordinal-holder.

*>Converts ordinal-holder (a day-of-year in the current year) into the
*>YYYYMMDD in work-iso.
ordinal-to-iso-date.
    if ordinal-holder is less than or equal to month-end-jan
    	move 1 to out-month-number
    	move ordinal-holder to out-day
    else
    	if ordinal-holder is less than or equal to month-end-feb
    		move 2 to out-month-number
    		subtract month-end-jan from ordinal-holder giving out-day
    	else
    		if ordinal-holder is less than or equal to month-end-mar
    			move 3 to out-month-number
    			subtract month-end-feb from ordinal-holder giving out-day
    		else
    			if ordinal-holder is less than or equal to month-end-apr
    				move 4 to out-month-number
    				subtract month-end-mar from ordinal-holder giving out-day
    			else
    				if ordinal-holder is less than or equal to month-end-may
    					move 5 to out-month-number
    					subtract month-end-apr from ordinal-holder giving out-day
    				else
    					if ordinal-holder is less than or equal to month-end-jun
    						move 6 to out-month-number
    						subtract month-end-may from ordinal-holder giving out-day
    					else
    						if ordinal-holder is less than or equal to month-end-jul
    							move 7 to out-month-number
    							subtract month-end-jun from ordinal-holder giving out-day
    						else
    							if ordinal-holder is less than or equal to month-end-aug
    								move 8 to out-month-number
    								subtract month-end-jul from ordinal-holder giving out-day
    							else
    								if ordinal-holder is less than or equal to month-end-sep
    									move 9 to out-month-number
    									subtract month-end-aug from ordinal-holder giving out-day
    								else
    									if ordinal-holder is less than or equal to month-end-oct
    										move 10 to out-month-number
    										subtract month-end-sep from ordinal-holder giving out-day
    									else
    										if ordinal-holder is less than or equal to month-end-nov
    											move 11 to out-month-number
    											subtract month-end-oct from ordinal-holder giving out-day
    										else
    											move 12 to out-month-number
    											subtract month-end-nov from ordinal-holder giving out-day
    										end-if
    									end-if
    								end-if
    							end-if
    						end-if
    					end-if
    				end-if
    			end-if
    		end-if
    	end-if
    end-if.
    multiply calendar-year by 10000 giving work-iso.
    multiply out-month-number by 100 giving temp.
    add temp to work-iso.
    add out-day to work-iso.
