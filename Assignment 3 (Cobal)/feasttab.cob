*>Table Of The Moveable Feasts!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Prints computus.dat the way the front of a missal prints it, so the
*> sweep's working can be checked line by line against a published
*> table. One line per year over the easter.parm range (resolved the
*> same way the sweep resolves it, defaults included): the golden
*> number, and for the gregorian reckoning the epact, the dominical
*> letter(s), the paschal full moon, the days from it to easter, easter
*> itself and the moveable feasts hung off it - septuagesima (-63),
*> ash wednesday (-46), ascension (+39), pentecost (+49), corpus
*> christi (+60) - with the first sunday of advent, the sunday on or
*> after november 27. The julian reckoning's epact, letter(s), full
*> moon, interval and easter follow on the same line, as julian
*> calendar dates. Before 1583 the gregorian columns are proleptic.
*> Remember to compile using: cobc -x -free -Wall feasttab.cob
*>-------------------------------

identification division.
program-id. feasttab.
environment division.
configuration section.
input-output section.
file-control.
	select computus-file, assign to "computus.dat"
		organization is indexed
		access mode is dynamic
		record key is cmp-year
		file status is computus-file-status.
	select parm-card, assign to "easter.parm"
		organization is line sequential
		file status is parm-file-status.
	select print-report, assign to "feasttab.rpt"
		organization is line sequential.

data division.
file section.
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

fd parm-card.
	01 parm-record.
		02 parm-mode pic x(1).
		02 parm-target-year pic x(5).
		02 parm-start-year pic x(5).
		02 parm-end-year pic x(5).
		02 parm-line-limit pic x(4).
*> mode-D search columns - present so a full 25-column card reads
*> back with a clean status; the table has no use for them.
		02 filler pic x(5).

fd print-report.
	01 report-line pic x(132).

working-storage section.
77  computus-file-status pic x(2).
77  parm-file-status pic x(2).
77  computus-eof pic 9.
77  start-year pic 9(5).
77  end-year pic 9(5).

77  page-number pic 9(4).
77  lines-on-page pic 9(2).
77  page-limit pic 9(2).
77  years-listed pic 9(7).

77  temp pic 9(9).
77  temp-1 pic 9(9).
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
77  easter-ordinal pic 9(3).
77  advent-ordinal pic 9(3).
77  work-iso pic 9(9).
77  work-epact pic 9(2).

01  month-abbreviation-values pic x(36)
	value "janfebmaraprmayjunjulaugsepoctnovdec".
01  month-abbreviation-table redefines month-abbreviation-values.
	02 month-abbreviation pic x(3) occurs 12 times.

*>A YYYYMMDD date the way the table prints it, e.g. "apr 23".
01  short-date.
	02 short-month pic x(3).
	02 filler pic x.
	02 short-day pic z9.

01  epact-shown.
	02 epact-digits pic z9.
	02 epact-star redefines epact-digits pic x(2).

01  title-line.
	02 filler pic x(36) value "table of the moveable feasts - years".
	02 filler pic x value space.
	02 title-start pic 9(5).
	02 filler pic x(9) value " through ".
	02 title-end pic 9(5).
	02 filler pic x(17) value " (end exclusive)".
	02 filler pic x(48) value space.
	02 filler pic x(5) value "page ".
	02 title-page pic zzz9.

01  reckoning-heading.
	02 filler pic x(13) value space.
	02 filler pic x(81) value "gregorian reckoning".
	02 filler pic x(21) value "|  julian reckoning".

01  column-heading-1.
	02 filler pic x(7) value "year".
	02 filler pic x(6) value "gold.".
	02 filler pic x(5) value "ep-".
	02 filler pic x(5) value "dom.".
	02 filler pic x(8) value "paschal".
	02 filler pic x(6) value "days".
	02 filler pic x(8) value "easter".
	02 filler pic x(8) value "septua-".
	02 filler pic x(8) value "ash".
	02 filler pic x(8) value "ascen-".
	02 filler pic x(8) value "pente-".
	02 filler pic x(9) value "corpus".
	02 filler pic x(8) value "advent".
	02 filler pic x(3) value "|".
	02 filler pic x(5) value "ep-".
	02 filler pic x(5) value "dom.".
	02 filler pic x(8) value "paschal".
	02 filler pic x(6) value "days".
	02 filler pic x(6) value "easter".

01  column-heading-2.
	02 filler pic x(7) value space.
	02 filler pic x(6) value "no.".
	02 filler pic x(5) value "act".
	02 filler pic x(5) value "let.".
	02 filler pic x(8) value "moon".
	02 filler pic x(6) value "after".
	02 filler pic x(8) value space.
	02 filler pic x(8) value "gesima".
	02 filler pic x(8) value "wed.".
	02 filler pic x(8) value "sion".
	02 filler pic x(8) value "cost".
	02 filler pic x(9) value "christi".
	02 filler pic x(8) value "sunday".
	02 filler pic x(3) value "|".
	02 filler pic x(5) value "act".
	02 filler pic x(5) value "let.".
	02 filler pic x(8) value "moon".
	02 filler pic x(6) value "after".
	02 filler pic x(6) value space.

01  detail-line.
	02 detail-year pic 9(5).
	02 filler pic x(2).
	02 detail-golden-number pic z9.
	02 filler pic x(4).
	02 detail-gregorian-epact pic x(2).
	02 filler pic x(3).
	02 detail-gregorian-letters pic x(2).
	02 filler pic x(3).
	02 detail-gregorian-moon pic x(6).
	02 filler pic x(2).
	02 detail-gregorian-interval pic 9.
	02 filler pic x(5).
	02 detail-easter pic x(6).
	02 filler pic x(2).
	02 detail-septuagesima pic x(6).
	02 filler pic x(2).
	02 detail-ash-wednesday pic x(6).
	02 filler pic x(2).
	02 detail-ascension pic x(6).
	02 filler pic x(2).
	02 detail-pentecost pic x(6).
	02 filler pic x(2).
	02 detail-corpus-christi pic x(6).
	02 filler pic x(3).
	02 detail-advent pic x(6).
	02 filler pic x(2).
	02 detail-bar pic x(3).
	02 detail-julian-epact pic x(2).
	02 filler pic x(3).
	02 detail-julian-letters pic x(2).
	02 filler pic x(3).
	02 detail-julian-moon pic x(6).
	02 filler pic x(2).
	02 detail-julian-interval pic 9.
	02 filler pic x(5).
	02 detail-julian-easter pic x(6).

01  footer-line.
	02 filler pic x(16) value "end of report - ".
	02 footer-year-count pic z(6)9.
	02 filler pic x(13) value " years listed".

01  print-line pic x(132).

procedure division.
*>Resolves the titled range from easter.parm, walks computus.dat over
*>it and paginates as it goes, the way gridprt prints yearidx.dat.
main-line.
    perform read-report-parameters.
    move 0 to computus-eof.
    move 0 to page-number.
    move 0 to years-listed.
    move 55 to page-limit.
    move page-limit to lines-on-page.
    open input computus-file.
    if computus-file-status not equal "00"
    	display "feasttab: cannot open computus.dat - status " computus-file-status
    	move 8 to return-code
    	stop run
    end-if.
    open output print-report.
    move start-year to cmp-year.
    start computus-file key is not less than cmp-year
    	invalid key
    		move 1 to computus-eof
    end-start.
    perform read-next-computus-record.
    perform print-one-year
    	until computus-eof equal 1.
    if years-listed equal 0
    	perform start-new-page
    end-if.
    move spaces to print-line.
    perform write-report-line.
    move "epact * is the epact 0; a leap year shows two dominical letters, the first for january and february." to print-line.
    perform write-report-line.
    move "julian columns are julian-calendar dates; before 1583 the gregorian columns are worked proleptically." to print-line.
    perform write-report-line.
    move years-listed to footer-year-count.
    move footer-line to print-line.
    perform write-report-line.
    close print-report.
    close computus-file.
    display "feasttab: " years-listed " years listed on " page-number " page(s) in feasttab.rpt".
    stop run.

*>Same range resolution as the sweep itself: easter.parm when present
*>and readable, the original 500-5000 sweep otherwise, blank or zero
*>fields meaning the default.
read-report-parameters.
    move 500 to start-year.
    move 5000 to end-year.
    open input parm-card.
    if parm-file-status equal "00"
    	read parm-card
    	end-read
*>"04"/"06" = record read but longer than the card layout (an
*>80-column card image, or trailing blanks); the fields that exist
*>are populated, so the range is still taken from the card.
    	if parm-file-status equal "00" or parm-file-status equal "04"
    		or parm-file-status equal "06"
    		if parm-start-year is numeric and parm-start-year not equal "00000"
    			move parm-start-year to start-year
    		end-if
    		if parm-end-year is numeric and parm-end-year not equal "00000"
    			move parm-end-year to end-year
    		end-if
    	end-if
    	close parm-card
    end-if.
    move start-year to title-start.
    move end-year to title-end.

read-next-computus-record.
    if computus-eof not equal 1
    	read computus-file next record
    		at end
    			move 1 to computus-eof
    	end-read
    	if computus-eof not equal 1 and cmp-year is not less than end-year
    		move 1 to computus-eof
    	end-if
    end-if.

print-one-year.
    perform build-detail-line.
    move detail-line to print-line.
    perform write-report-line.
    add 1 to years-listed.
    perform read-next-computus-record.

build-detail-line.
    move spaces to detail-line.
    move cmp-year to detail-year.
    move cmp-golden-number to detail-golden-number.
    move cmp-gregorian-epact to work-epact.
    perform build-epact-shown.
    move epact-shown to detail-gregorian-epact.
    move cmp-gregorian-letters to detail-gregorian-letters.
    move cmp-gregorian-full-moon to work-iso.
    perform build-short-date.
    move short-date to detail-gregorian-moon.
    move cmp-gregorian-interval to detail-gregorian-interval.
    move cmp-gregorian-easter to work-iso.
    perform build-short-date.
    move short-date to detail-easter.
    perform build-gregorian-feasts.
    move "|" to detail-bar.
    move cmp-julian-epact to work-epact.
    perform build-epact-shown.
    move epact-shown to detail-julian-epact.
    move cmp-julian-letters to detail-julian-letters.
    move cmp-julian-full-moon to work-iso.
    perform build-short-date.
    move short-date to detail-julian-moon.
    move cmp-julian-interval to detail-julian-interval.
    move cmp-julian-easter to work-iso.
    perform build-short-date.
    move short-date to detail-julian-easter.

build-epact-shown.
    if work-epact equal 0
    	move " *" to epact-star
    else
    	move work-epact to epact-digits
    end-if.

*>The missal's moveable feasts, all counted off the gregorian easter's
*>day-of-year. Advent Sunday is the sunday on or after november 27:
*>easter is a sunday, so the days from easter to november 27 taken
*>mod 7 say how far november 27 sits past a sunday.
build-gregorian-feasts.
    perform set-year-month-ends.
    divide cmp-gregorian-easter by 100 giving temp remainder out-day.
    divide temp by 100 giving temp-1 remainder out-month-number.
    if out-month-number equal 3
    	add month-end-feb, out-day giving easter-ordinal
    else
    	add month-end-mar, out-day giving easter-ordinal
    end-if.
    subtract 63 from easter-ordinal giving ordinal-holder.
    perform ordinal-to-iso-date.
    perform build-short-date.
    move short-date to detail-septuagesima.
    subtract 46 from easter-ordinal giving ordinal-holder.
    perform ordinal-to-iso-date.
    perform build-short-date.
    move short-date to detail-ash-wednesday.
    add 39 to easter-ordinal giving ordinal-holder.
    perform ordinal-to-iso-date.
    perform build-short-date.
    move short-date to detail-ascension.
    add 49 to easter-ordinal giving ordinal-holder.
    perform ordinal-to-iso-date.
    perform build-short-date.
    move short-date to detail-pentecost.
    add 60 to easter-ordinal giving ordinal-holder.
    perform ordinal-to-iso-date.
    perform build-short-date.
    move short-date to detail-corpus-christi.
    add 27 to month-end-oct giving advent-ordinal.
    subtract easter-ordinal from advent-ordinal giving temp.
    divide temp by 7 giving temp-1.
    multiply temp-1 by 7 giving temp-1.
    subtract temp-1 from temp.
    if temp not equal 0
    	subtract temp from 7 giving temp
    	add temp to advent-ordinal
    end-if.
    move advent-ordinal to ordinal-holder.
    perform ordinal-to-iso-date.
    perform build-short-date.
    move short-date to detail-advent.

build-short-date.
    divide work-iso by 100 giving temp remainder out-day.
    divide temp by 100 giving temp-1 remainder out-month-number.
    move spaces to short-date.
    move month-abbreviation(out-month-number) to short-month.
    move out-day to short-day.

*>Month-end ordinals under the gregorian leap rule, applied to every
*>year: these are the gregorian reckoning's own dates, proleptic
*>before 1583, so the sweep's julian-before-1583 switch does not apply.
set-year-month-ends.
    move 0 to leap-flag.
    divide cmp-year by 4 giving temp.
    multiply temp by 4 giving temp-1.
    if temp-1 equal cmp-year
    	move 1 to leap-flag
    	divide cmp-year by 100 giving temp
    	multiply temp by 100 giving temp-1
    	if temp-1 equal cmp-year
    		divide cmp-year by 400 giving temp
    		multiply temp by 400 giving temp-1
    		if temp-1 not equal cmp-year
    			move 0 to leap-flag
    		end-if
    	end-if
    end-if.
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

*>Converts ordinal-holder (a day-of-year in the current computus year)
*>into the YYYYMMDD in work-iso.
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
    multiply cmp-year by 10000 giving work-iso.
    multiply out-month-number by 100 giving temp.
    add temp to work-iso.
    add out-day to work-iso.

*>All report output funnels through here so the pagination is applied
*>in exactly one place, as in gridprt.
write-report-line.
    if lines-on-page is not less than page-limit
    	perform start-new-page
    end-if.
    write report-line from print-line.
    add 1 to lines-on-page.

start-new-page.
    add 1 to page-number.
    move page-number to title-page.
    if page-number equal 1
    	write report-line from title-line
    else
    	write report-line from title-line after advancing page
    end-if.
    move spaces to report-line.
    write report-line.
    write report-line from reckoning-heading.
    write report-line from column-heading-1.
    write report-line from column-heading-2.
    move spaces to report-line.
    write report-line.
    move 6 to lines-on-page.
