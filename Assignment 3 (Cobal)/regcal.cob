*>Regional Calendar Adoption Report!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> The sweep gives the western gregorian date and the orthodox civil
*> date, but the records users want the date Easter carried on the
*> calendar a given country was actually keeping - England's before
*> 1752, Russia's before 1918. This reads the shop-maintained region
*> table regions.dat, one line per region: a 4-character code, the
*> name (24 characters), the last day kept on the julian calendar and
*> the first day kept on the gregorian one (YYYYMMDD each, the first
*> as a julian date and the second as a gregorian date, so England is
*> 17520902 and 17520914), and the reckoning the region's church used
*> for easter once the switch was made - G gregorian, J julian (the
*> Russian and Greek churches kept the julian paschalion after the
*> state moved). A region that never switched leaves both dates blank
*> or zero and is old style throughout. regcal.parm gives the range
*> (start then end, five digits each, end exclusive; no card means the
*> whole index) followed by up to ten region codes, each after one
*> blank; no codes means every region on file.
*> For each selected region and index year the cycle is the julian one
*> while easter by the julian reckoning still fell on or before the
*> region's last julian day, and the region's own reckoning after
*> that. Easter, ash wednesday, palm sunday, good friday and pentecost
*> are counted off it in julian day numbers and each is dated on the
*> calendar in force that day - old style up to the last julian day,
*> new style from the first gregorian one - so in a switch year a feast
*> falling before the change keeps its julian date and none can land
*> in the dropped days. Years are numbered from january 1, as the
*> historians number them, whatever day the region's legal year began.
*> The dates go to regcal.rpt under a heading per region giving its
*> switch and the days it dropped, and to regcal.dat, an indexed file
*> keyed on region code and year. A region code on the card that is
*> not on regions.dat is listed and ends the run with return code 8.
*> Remember to compile using: cobc -x -free -Wall regcal.cob
*>-------------------------------

identification division.
program-id. regcal.
environment division.
configuration section.
input-output section.
file-control.
	select year-index, assign to "yearidx.dat"
		organization is indexed
		access mode is dynamic
		record key is idx-year
		file status is index-file-status.
	select region-file, assign to "regions.dat"
		organization is line sequential
		file status is region-file-status.
	select parm-card, assign to "regcal.parm"
		organization is line sequential
		file status is parm-file-status.
	select region-report, assign to "regcal.rpt"
		organization is line sequential.
	select region-calendar, assign to "regcal.dat"
		organization is indexed
		access mode is dynamic
		record key is reg-key
		file status is regcal-file-status.

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

fd region-file.
	01 region-record.
		02 region-rec-code pic x(4).
		02 filler pic x.
		02 region-rec-name pic x(24).
		02 filler pic x.
		02 region-rec-last-julian pic x(8).
		02 filler pic x.
		02 region-rec-first-gregorian pic x(8).
		02 filler pic x.
		02 region-rec-reckoning pic x.

fd parm-card.
	01 parm-record.
		02 regcal-start-year pic x(5).
		02 regcal-end-year pic x(5).
		02 regcal-selection occurs 10 times.
			03 filler pic x.
			03 regcal-region-code pic x(4).

fd region-report.
	01 report-line pic x(120).

*>One record per region and year. The feasts run in calendar order -
*>ash wednesday, palm sunday, good friday, easter, pentecost - each a
*>YYYYMMDD civil date with O (old style, julian) or N (new style,
*>gregorian) saying which calendar it is written in.
fd region-calendar.
	01 regcal-record.
		02 reg-key.
			03 reg-region-code pic x(4).
			03 reg-year pic 9(5).
		02 reg-reckoning pic x.
		02 reg-switch-year pic x.
		02 reg-days-dropped pic 9(2).
		02 reg-feast occurs 5 times.
			03 reg-feast-date pic 9(9).
			03 reg-feast-style pic x.

working-storage section.
77  index-file-status pic x(2).
77  region-file-status pic x(2).
77  parm-file-status pic x(2).
77  regcal-file-status pic x(2).
77  start-year pic 9(5).
77  end-year pic 9(5).
77  index-eof pic 9.
77  region-eof pic 9.

01  parm-selection.
	02 parm-region-code pic x(4) occurs 10 times.
77  parm-code-index pic 9(2).
77  parm-codes-given pic 9(2).
77  unknown-region-count pic 9(2).

*>The region table rides in storage for the whole run - fifty regions
*>is well past anything the records office has asked for.
77  region-limit pic 9(2) value 50.
77  region-count pic 9(2).
01  region-table.
	02 region-entry occurs 50 times.
		03 region-code pic x(4).
		03 region-name pic x(24).
		03 region-switches pic 9.
		03 region-reckoning pic x.
		03 region-last-julian pic 9(8).
		03 region-first-gregorian pic 9(8).
		03 region-last-julian-jdn pic 9(9).
		03 region-switch-year pic 9(5).
		03 region-days-dropped pic 9(2).
77  region-index pic 9(2).
77  bad-region-count pic 9(3).
77  overflow-region-count pic 9(3).

77  region-line-ok pic 9.
77  line-switches pic 9.
77  line-last-julian-jdn pic 9(9).
77  line-days-dropped pic 9(2).

77  selected-count pic 9(2).
01  selected-table.
	02 selected-region pic 9(2) occurs 50 times.
77  selection-index pic 9(2).
77  current-region pic 9(2).
77  found-region pic 9(2).
77  already-selected pic 9.
77  region-code-sought pic x(4).

77  region-year-count pic 9(7).
77  records-written pic 9(7).
77  regions-reported pic 9(2).

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

*>A YYYYMMDD date taken apart for checking and printing.
01  date-check.
	02 date-check-year pic 9(4).
	02 date-check-month pic 9(2).
	02 date-check-day pic 9(2).
77  date-check-ok pic 9.

77  orthodox-month-number pic 9(2).
77  month-index pic 9(2).
01  orthodox-day-split.
	02 orthodox-day-digits.
		03 orthodox-day-tens pic x.
		03 orthodox-day-units pic x.
	02 orthodox-day-number redefines orthodox-day-digits pic 9(2).
	02 filler pic x.

77  julian-easter-jdn pic 9(9).
77  easter-jdn pic 9(9).
77  cycle-reckoning pic x.

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

*>Days from easter to each feast, in the record's feast order.
77  feast-number pic 9.
01  feast-offset-values.
	02 filler pic s9(2) value -46.
	02 filler pic s9(2) value -7.
	02 filler pic s9(2) value -2.
	02 filler pic s9(2) value 0.
	02 filler pic s9(2) value +49.
01  feast-offset-table redefines feast-offset-values.
	02 feast-offset pic s9(2) occurs 5 times.

01  short-date.
	02 short-month pic x(3).
	02 filler pic x.
	02 short-day pic 99.

01  long-date.
	02 long-month pic x(3).
	02 filler pic x.
	02 long-day pic 99.
	02 filler pic x.
	02 long-year pic 9(4).
77  last-julian-text pic x(11).
77  first-gregorian-text pic x(11).
77  days-dropped-out pic z9.

01  column-heading.
	02 filler pic x(18) value "year   reckoning".
	02 filler pic x(11) value "  ash wed.".
	02 filler pic x(11) value "  palm sun.".
	02 filler pic x(11) value "  good fri.".
	02 filler pic x(11) value "  easter".
	02 filler pic x(11) value "  pentecost".
	02 filler pic x(6) value "  note".
	02 filler pic x(41) value space.

01  detail-line.
	02 detail-year pic z(4)9.
	02 filler pic x(2).
	02 detail-reckoning pic x(9).
	02 filler pic x(2).
	02 detail-feast occurs 5 times.
		03 filler pic x(2).
		03 detail-date pic x(6).
		03 filler pic x.
		03 detail-style pic x(2).
	02 filler pic x(2).
	02 detail-note pic x(45).

01  count-detail-line.
	02 count-text pic x(44).
	02 count-value pic z(6)9.
	02 filler pic x(69).

procedure division.
*>Loads the region table, settles which regions were asked for, then
*>walks the index slice once per region.
main-line.
    perform read-regcal-parameters.
    perform load-region-table.
    open input year-index.
    if index-file-status not equal "00"
    	display "regcal: cannot open yearidx.dat - status " index-file-status
    	move 8 to return-code
    	stop run
    end-if.
    open output region-calendar.
    if regcal-file-status not equal "00"
    	display "regcal: cannot open regcal.dat - status " regcal-file-status
    	close year-index
    	move 8 to return-code
    	stop run
    end-if.
    open output region-report.
    move "regional calendar adoption report - easter as each region's civil calendar showed it" to report-line.
    write report-line.
    move spaces to report-line.
    string "years " delimited by size
    	start-year delimited by size
    	" through " delimited by size
    	end-year delimited by size
    	" (end exclusive), " delimited by size
    	region-count delimited by size
    	" region(s) on regions.dat" delimited by size
    	into report-line.
    write report-line.
    move "os = old style (julian calendar), ns = new style (gregorian calendar)" to report-line.
    write report-line.
    perform build-selection.
    move 0 to records-written.
    move 0 to regions-reported.
    perform calendar-one-region
    	varying selection-index from 1 by 1
    	until selection-index is greater than selected-count.
    perform write-regcal-summary.
    close region-report.
    close region-calendar.
    close year-index.
    display "regcal: " regions-reported " region(s), " records-written " region-year(s) - report in regcal.rpt".
    if unknown-region-count not equal 0
    	display "regcal: " unknown-region-count " region code(s) on regcal.parm not on regions.dat"
    	move 8 to return-code
    end-if.
    stop run.

*>Reads regcal.parm for the year range and the region codes; a missing
*>or unreadable card means the whole index and every region on file.
read-regcal-parameters.
    move 0 to start-year.
    move 99999 to end-year.
    move spaces to parm-selection.
    open input parm-card.
    if parm-file-status equal "00"
    	read parm-card
    	end-read
*>"04"/"06" = record read but longer than the card layout (an
*>80-column card image, or trailing blanks); the fields that exist
*>are populated, so the range is still taken from the card.
    	if parm-file-status equal "00" or parm-file-status equal "04"
    		or parm-file-status equal "06"
    		if regcal-start-year is numeric and regcal-start-year not equal "00000"
    			move regcal-start-year to start-year
    		end-if
    		if regcal-end-year is numeric and regcal-end-year not equal "00000"
    			move regcal-end-year to end-year
    		end-if
    		perform copy-parm-region-code
    			varying parm-code-index from 1 by 1
    			until parm-code-index is greater than 10
    	end-if
    	close parm-card
    end-if.

copy-parm-region-code.
    move regcal-region-code(parm-code-index) to parm-region-code(parm-code-index).

*>Loads regions.dat. A line with a blank or repeated code, a switch
*>date that is not a real date on its calendar, a first gregorian day
*>that is not the day after the last julian one, or a reckoning other
*>than G or J is counted and skipped with a console note; a line past
*>the table limit gets its own count and note.
load-region-table.
    move 0 to region-count.
    move 0 to region-eof.
    move 0 to bad-region-count.
    move 0 to overflow-region-count.
    open input region-file.
    if region-file-status not equal "00"
    	display "regcal: cannot open regions.dat - status " region-file-status
    	move 8 to return-code
    	stop run
    end-if.
    perform read-next-region-record.
    perform file-one-region
    	until region-eof equal 1.
    close region-file.
    if region-count equal 0
    	display "regcal: regions.dat holds no usable regions - nothing to report"
    	move 8 to return-code
    	stop run
    end-if.
    if bad-region-count not equal 0
    	display "regcal: " bad-region-count " regions.dat line(s) skipped - bad code, switch dates or reckoning"
    end-if.
    if overflow-region-count not equal 0
    	display "regcal: " overflow-region-count " regions.dat line(s) skipped - region table full at " region-limit " entries"
    end-if.

read-next-region-record.
    read region-file
    	at end
    		move 1 to region-eof
    end-read.

file-one-region.
    move 1 to region-line-ok.
    move 0 to line-switches.
    move 0 to line-last-julian-jdn.
    move 0 to line-days-dropped.
    if region-rec-code equal spaces
    	move 0 to region-line-ok
    else
    	move region-rec-code to region-code-sought
    	move 0 to found-region
    	perform match-region-code
    		varying region-index from 1 by 1
    		until region-index is greater than region-count
    	if found-region not equal 0
    		move 0 to region-line-ok
    	end-if
    end-if.
    if (region-rec-last-julian equal spaces or region-rec-last-julian equal "00000000")
    	and (region-rec-first-gregorian equal spaces or region-rec-first-gregorian equal "00000000")
    	continue
    else
    	move 1 to line-switches
    	perform check-switch-dates
    	if region-rec-reckoning not equal "G" and region-rec-reckoning not equal "J"
    		move 0 to region-line-ok
    	end-if
    end-if.
    if region-line-ok equal 1
    	if region-count is less than region-limit
    		add 1 to region-count
    		move region-rec-code to region-code(region-count)
    		move region-rec-name to region-name(region-count)
    		move line-switches to region-switches(region-count)
    		move line-last-julian-jdn to region-last-julian-jdn(region-count)
    		move line-days-dropped to region-days-dropped(region-count)
    		if line-switches equal 1
    			move region-rec-reckoning to region-reckoning(region-count)
    			move region-rec-last-julian to region-last-julian(region-count)
    			move region-rec-first-gregorian to region-first-gregorian(region-count)
    			move region-rec-first-gregorian to date-check
    			move date-check-year to region-switch-year(region-count)
    		else
    			move "J" to region-reckoning(region-count)
    			move 0 to region-last-julian(region-count)
    			move 0 to region-first-gregorian(region-count)
    			move 0 to region-switch-year(region-count)
    		end-if
    	else
    		add 1 to overflow-region-count
    	end-if
    else
    	add 1 to bad-region-count
    end-if.
    perform read-next-region-record.

match-region-code.
    if region-code(region-index) equal region-code-sought
    	move region-index to found-region
    end-if.

*>The last julian day must be a real julian date and the first
*>gregorian day a real gregorian one no earlier than the 1582 reform,
*>and the two must be consecutive days - the calendar changes, the
*>days themselves run on. The days dropped are how far the gregorian
*>label had run ahead of the julian one at the change.
check-switch-dates.
    if region-rec-last-julian is not numeric or region-rec-first-gregorian is not numeric
    	move 0 to region-line-ok
    else
    	move region-rec-last-julian to date-check
    	perform check-julian-date
    	if date-check-ok equal 0
    		move 0 to region-line-ok
    	else
    		move work-jdn to line-last-julian-jdn
    		move region-rec-first-gregorian to date-check
    		perform check-gregorian-date
    		if date-check-ok equal 0 or region-rec-first-gregorian is less than "15821015"
    			move 0 to region-line-ok
    		else
    			add 1, line-last-julian-jdn giving temp
    			if work-jdn not equal temp
    				move 0 to region-line-ok
    			else
    				perform julian-date-to-jdn
    				subtract line-last-julian-jdn from work-jdn giving temp
    				subtract 1 from temp
    				move temp to line-days-dropped
    			end-if
    		end-if
    	end-if
    end-if.

*>Each check converts date-check to a day number and back; a date the
*>calendar does not have (february 30, say) does not come back the
*>same. work-jdn is left holding the day number and work-year/month/
*>day the date itself.
check-julian-date.
    move 0 to date-check-ok.
    if date-check-month is not less than 1 and date-check-month is not greater than 12
    	and date-check-day is not less than 1 and date-check-day is not greater than 31
    	move date-check-year to work-year
    	move date-check-month to work-month
    	move date-check-day to work-day
    	perform julian-date-to-jdn
    	perform jdn-to-julian-date
    	if work-year equal date-check-year and work-month equal date-check-month
    		and work-day equal date-check-day
    		move 1 to date-check-ok
    	end-if
    end-if.

check-gregorian-date.
    move 0 to date-check-ok.
    if date-check-month is not less than 1 and date-check-month is not greater than 12
    	and date-check-day is not less than 1 and date-check-day is not greater than 31
    	move date-check-year to work-year
    	move date-check-month to work-month
    	move date-check-day to work-day
    	perform gregorian-date-to-jdn
    	perform jdn-to-gregorian-date
    	if work-year equal date-check-year and work-month equal date-check-month
    		and work-day equal date-check-day
    		move 1 to date-check-ok
    	end-if
    end-if.

*>Turns the card's region codes into the list of regions to report,
*>in card order, each once; a code regions.dat does not know is
*>listed in the report and counted. A card with no codes selects
*>every region, in file order.
build-selection.
    move 0 to selected-count.
    move 0 to unknown-region-count.
    move 0 to parm-codes-given.
    perform select-one-parm-code
    	varying parm-code-index from 1 by 1
    	until parm-code-index is greater than 10.
    if parm-codes-given equal 0
    	perform select-every-region
    		varying region-index from 1 by 1
    		until region-index is greater than region-count
    end-if.

select-one-parm-code.
    if parm-region-code(parm-code-index) not equal spaces
    	add 1 to parm-codes-given
    	move parm-region-code(parm-code-index) to region-code-sought
    	move 0 to found-region
    	perform match-region-code
    		varying region-index from 1 by 1
    		until region-index is greater than region-count
    	if found-region equal 0
    		add 1 to unknown-region-count
    		move spaces to report-line
    		string "region " delimited by size
    			region-code-sought delimited by size
    			" is on regcal.parm but not on regions.dat - not reported" delimited by size
    			into report-line
    		write report-line
    	else
    		move 0 to already-selected
    		perform match-selected-region
    			varying selection-index from 1 by 1
    			until selection-index is greater than selected-count
    		if already-selected equal 0
    			add 1 to selected-count
    			move found-region to selected-region(selected-count)
    		end-if
    	end-if
    end-if.

match-selected-region.
    if selected-region(selection-index) equal found-region
    	move 1 to already-selected
    end-if.

select-every-region.
    add 1 to selected-count.
    move region-index to selected-region(selected-count).

*>One region: its heading, then every index year in the slice.
calendar-one-region.
    move selected-region(selection-index) to current-region.
    add 1 to regions-reported.
    move 0 to region-year-count.
    move 0 to index-eof.
    perform write-region-heading.
    move start-year to idx-year.
    start year-index key is not less than idx-year
    	invalid key
    		move 1 to index-eof
    end-start.
    perform read-next-index-year.
    perform calendar-one-year
    	until index-eof equal 1.
    move spaces to count-detail-line.
    move "years reported for the region:" to count-text.
    move region-year-count to count-value.
    perform write-count-line.

write-region-heading.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "region " delimited by size
    	region-code(current-region) delimited by size
    	" - " delimited by size
    	region-name(current-region) delimited by size
    	into report-line.
    write report-line.
    move spaces to report-line.
    if region-switches(current-region) equal 1
    	move region-last-julian(current-region) to date-check
    	perform build-long-date
    	move long-date to last-julian-text
    	move region-first-gregorian(current-region) to date-check
    	perform build-long-date
    	move long-date to first-gregorian-text
    	move region-days-dropped(current-region) to days-dropped-out
    	string "old style (julian) through " delimited by size
    		last-julian-text delimited by size
    		", new style (gregorian) from " delimited by size
    		first-gregorian-text delimited by size
    		" - " delimited by size
    		days-dropped-out delimited by size
    		" day(s) dropped" delimited by size
    		into report-line
    	write report-line
    	if region-reckoning(current-region) equal "G"
    		move "easter reckoned julian before the switch, gregorian after it" to report-line
    	else
    		move "easter reckoned julian before and after the switch - only the civil calendar changed" to report-line
    	end-if
    else
    	move "old style (julian) throughout - no switch to the gregorian calendar on file" to report-line
    	write report-line
    	move "easter reckoned julian throughout" to report-line
    end-if.
    write report-line.
    move column-heading to report-line.
    write report-line.

read-next-index-year.
    if index-eof not equal 1
    	read year-index next record
    		at end
    			move 1 to index-eof
    	end-read
    	if index-eof not equal 1 and idx-year is not less than end-year
    		move 1 to index-eof
    	end-if
    end-if.

*>Settles which reckoning's easter the region kept this year, dates
*>every feast on the calendar in force that day, and files the year
*>in the report and in regcal.dat.
calendar-one-year.
    add 1 to region-year-count.
    perform set-julian-easter-jdn.
    move "J" to cycle-reckoning.
    move julian-easter-jdn to easter-jdn.
    if region-switches(current-region) equal 1
    	and region-reckoning(current-region) equal "G"
    	and julian-easter-jdn is greater than region-last-julian-jdn(current-region)
    	move "G" to cycle-reckoning
    	divide idx-iso-date by 100 giving temp remainder work-day
    	divide temp by 100 giving work-year remainder work-month
    	perform gregorian-date-to-jdn
    	move work-jdn to easter-jdn
    end-if.
    move spaces to detail-line.
    move idx-year to detail-year.
    if cycle-reckoning equal "G"
    	move "gregorian" to detail-reckoning
    else
    	move "julian" to detail-reckoning
    end-if.
    move spaces to regcal-record.
    move region-code(current-region) to reg-region-code.
    move idx-year to reg-year.
    move cycle-reckoning to reg-reckoning.
    move "N" to reg-switch-year.
    move 0 to reg-days-dropped.
    perform place-one-feast
    	varying feast-number from 1 by 1
    	until feast-number is greater than 5.
    if region-switches(current-region) equal 1
    	and idx-year equal region-switch-year(current-region)
    	move "Y" to reg-switch-year
    	move region-days-dropped(current-region) to reg-days-dropped
    	move region-days-dropped(current-region) to days-dropped-out
    	move region-last-julian(current-region) to date-check
    	move date-check-month to work-month
    	move date-check-day to work-day
    	perform build-short-date
    	string "switch year - " delimited by size
    		days-dropped-out delimited by size
    		" day(s) dropped after " delimited by size
    		short-date delimited by size
    		into detail-note
    end-if.
    move detail-line to report-line.
    write report-line.
    write regcal-record
    	invalid key
    		display "duplicate region/year in regcal.dat: " reg-key
    end-write.
    if regcal-file-status equal "00"
    	add 1 to records-written
    end-if.
    perform read-next-index-year.

*>The julian-reckoning easter is the sweep's orthodox column: a julian
*>calendar date before 1583 and the same day's gregorian civil date
*>from 1583 on.
set-julian-easter-jdn.
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
    if idx-year is less than 1583
    	perform julian-date-to-jdn
    else
    	perform gregorian-date-to-jdn
    end-if.
    move work-jdn to julian-easter-jdn.

find-orthodox-month.
    if month-name(month-index) equal idx-orthodox-month
    	move month-index to orthodox-month-number
    end-if.

*>A feast on or before the region's last julian day is written old
*>style; anything after it new style.
place-one-feast.
    add feast-offset(feast-number), easter-jdn giving work-jdn.
    if region-switches(current-region) equal 1
    	and work-jdn is greater than region-last-julian-jdn(current-region)
    	perform jdn-to-gregorian-date
    	move "N" to reg-feast-style(feast-number)
    	move "ns" to detail-style(feast-number)
    else
    	perform jdn-to-julian-date
    	move "O" to reg-feast-style(feast-number)
    	move "os" to detail-style(feast-number)
    end-if.
    perform build-work-iso.
    move temp to reg-feast-date(feast-number).
    perform build-short-date.
    move short-date to detail-date(feast-number).

build-work-iso.
    multiply work-year by 10000 giving temp.
    multiply work-month by 100 giving temp-1.
    add temp-1, work-day to temp.

build-short-date.
    move month-abbreviation(work-month) to short-month.
    move work-day to short-day.

build-long-date.
    move month-abbreviation(date-check-month) to long-month.
    move date-check-day to long-day.
    move date-check-year to long-year.

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

write-regcal-summary.
    move spaces to report-line.
    write report-line.
    move spaces to count-detail-line.
    move "regions on regions.dat:" to count-text.
    move region-count to count-value.
    perform write-count-line.
    move "regions reported:" to count-text.
    move regions-reported to count-value.
    perform write-count-line.
    move "region-years written to regcal.dat:" to count-text.
    move records-written to count-value.
    perform write-count-line.
    move "regions.dat lines skipped:" to count-text.
    add bad-region-count, overflow-region-count giving count-value.
    perform write-count-line.
    move "regcal.parm codes not on regions.dat:" to count-text.
    move unknown-region-count to count-value.
    perform write-count-line.

write-count-line.
    move count-detail-line to report-line.
    write report-line.
