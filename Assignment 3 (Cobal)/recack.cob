*>Records Office Acknowledgement Reconciliation!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Closes the loop on the easter.int transmittals recext.cob cuts.
*> The records office sends back easter.ack, one line per file their
*> intake has processed, in the same fixed-column shape as their
*> interface file: the file id (EASTERIDX, 9 characters), the creation
*> date from our header record (YYYYMMDD), the record count (7 digits)
*> and hash total (13 digits) their intake counted, an accept/reject
*> code (A or R) and, on a reject, their reason (30 characters), with
*> no blanks between the fields.
*> Each acknowledgement is matched to the recext.reg entry cut on its
*> creation date - the oldest entry of that date still open whose
*> count and hash agree, failing that the oldest still open - and the
*> outcome is written back onto the register line after the hash:
*> "ack MATCHED" (accepted, totals agree), "ack DIFFERS" (accepted but
*> their totals are not ours), "ack REJECTED", each followed by the
*> date it was recorded. An entry nothing has acknowledged is marked
*> "ack PENDING", or "ack OVERDUE" once it is more days old than the
*> limit on recack.parm (three digits; no card means 7). Recorded
*> outcomes are never changed by a later run, so the register keeps
*> the whole life of every file sent. recack.rpt lists this run's
*> acknowledgements and then every register entry with its status.
*> Return code 8 when anything needs attention: a file that differs,
*> is rejected or is overdue, or an acknowledgement that matches
*> nothing we sent or cannot be read.
*> Remember to compile using: cobc -x -free -Wall recack.cob
*>-------------------------------

identification division.
program-id. recack.
environment division.
configuration section.
input-output section.
file-control.
	select transmittal-register, assign to "recext.reg"
		organization is line sequential
		file status is register-file-status.
	select acknowledgement-file, assign to "easter.ack"
		organization is line sequential
		file status is ack-file-status.
	select parm-card, assign to "recack.parm"
		organization is line sequential
		file status is parm-file-status.
	select reconciliation-report, assign to "recack.rpt"
		organization is line sequential.

data division.
file section.
fd transmittal-register.
	01 register-line pic x(100).

fd acknowledgement-file.
	01 ack-record.
		02 ack-file-id pic x(9).
		02 ack-create-date pic x(8).
		02 ack-record-count pic x(7).
		02 ack-hash-total pic x(13).
		02 ack-code pic x.
		02 ack-reason pic x(30).

fd parm-card.
	01 parm-record.
		02 overdue-days-card pic x(3).

fd reconciliation-report.
	01 report-line pic x(120).

working-storage section.
77  register-file-status pic x(2).
77  ack-file-status pic x(2).
77  parm-file-status pic x(2).
77  register-eof pic 9.
77  ack-eof pic 9.
77  overdue-days pic 9(3).

*>The register as recext.cob writes it, with the acknowledgement
*>columns this program adds after the hash. Three thousand entries is
*>years of nightly cuts; a register past that is refused whole rather
*>than rewritten short.
77  register-limit pic 9(4) value 3000.
77  register-count pic 9(4).
01  register-table.
	02 register-entry occurs 3000 times.
		03 entry-run-date pic x(8).
		03 filler pic x.
		03 entry-run-time pic x(6).
		03 filler pic x(7).
		03 entry-range-start pic x(5).
		03 filler pic x(9).
		03 entry-range-end pic x(5).
		03 filler pic x(9).
		03 entry-record-count pic x(7).
		03 filler pic x(6).
		03 entry-hash-total pic x(13).
		03 entry-ack-tag pic x(5).
		03 entry-status pic x(8).
		03 filler pic x.
		03 entry-status-date pic x(8).
		03 filler pic x(2).
77  entry-index pic 9(4).
77  match-index pic 9(4).
77  unreadable-entry-count pic 9(4).

77  run-date-stamp pic 9(8).
77  run-jdn pic 9(9).
01  date-check.
	02 date-check-year pic 9(4).
	02 date-check-month pic 9(2).
	02 date-check-day pic 9(2).
77  entry-age pic 9(5).
77  ack-ok pic 9.

77  acks-read pic 9(5).
77  acks-matched pic 9(5).
77  acks-differing pic 9(5).
77  acks-rejected pic 9(5).
77  acks-unusable pic 9(5).
77  acks-unmatched pic 9(5).
77  acks-repeated pic 9(5).
77  matched-total pic 9(5).
77  differing-total pic 9(5).
77  rejected-total pic 9(5).
77  overdue-total pic 9(5).
77  pending-total pic 9(5).
77  attention-count pic 9(5).

77  temp pic 9(9).
77  work-year pic 9(5).
77  work-month pic 9(2).
77  work-day pic 9(2).
77  work-jdn pic 9(9).
77  jdn-a pic 9(9).
77  jdn-m pic 9(9).
77  jdn-y pic 9(9).

01  status-line.
	02 status-run-date-out pic x(8).
	02 filler pic x.
	02 status-run-time-out pic x(6).
	02 filler pic x(2).
	02 status-range-start-out pic x(5).
	02 filler pic x.
	02 status-range-end-out pic x(5).
	02 filler pic x(2).
	02 status-count-out pic x(7).
	02 filler pic x(2).
	02 status-hash-out pic x(13).
	02 filler pic x(2).
	02 status-out pic x(8).
	02 filler pic x(2).
	02 status-date-out pic x(8).
	02 filler pic x(2).
	02 status-age-out pic z(4)9.
	02 filler pic x(33).

01  count-detail-line.
	02 count-text pic x(44).
	02 count-value pic z(6)9.
	02 filler pic x(69).

procedure division.
*>Loads the register, applies every acknowledgement, ages whatever is
*>still open, reports, and puts the register back with the outcomes.
main-line.
    perform read-ack-parameters.
    accept run-date-stamp from date yyyymmdd.
    move run-date-stamp to date-check.
    move date-check-year to work-year.
    move date-check-month to work-month.
    move date-check-day to work-day.
    perform gregorian-date-to-jdn.
    move work-jdn to run-jdn.
    perform load-register-table.
    open output reconciliation-report.
    move "records office acknowledgements - reconciliation against recext.reg" to report-line.
    write report-line.
    move spaces to report-line.
    string "run date " delimited by size
    	run-date-stamp delimited by size
    	", " delimited by size
    	register-count delimited by size
    	" transmittal(s) on the register, overdue after " delimited by size
    	overdue-days delimited by size
    	" day(s)" delimited by size
    	into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    perform apply-acknowledgements.
    perform age-one-entry
    	varying entry-index from 1 by 1
    	until entry-index is greater than register-count.
    perform list-register-status.
    perform write-reconciliation-counts.
    close reconciliation-report.
    perform rewrite-register.
    display "recack: " acks-read " acknowledgement(s), " acks-matched " matched, " overdue-total " overdue - report in recack.rpt".
    if attention-count not equal 0
    	display "recack: " attention-count " item(s) need attention - see recack.rpt"
    	move 8 to return-code
    end-if.
    stop run.

*>Reads recack.parm for the overdue limit in days; a missing card or
*>one that is not three digits leaves the default of 7.
read-ack-parameters.
    move 7 to overdue-days.
    open input parm-card.
    if parm-file-status equal "00"
    	read parm-card
    	end-read
*>"04"/"06" = record read but longer than the card layout (an
*>80-column card image, or trailing blanks); the fields that exist
*>are populated, so the limit is still taken from the card.
    	if parm-file-status equal "00" or parm-file-status equal "04"
    		or parm-file-status equal "06"
    		if overdue-days-card is numeric
    			move overdue-days-card to overdue-days
    		end-if
    	end-if
    	close parm-card
    end-if.

*>The whole register goes into the table before anything is changed;
*>one that will not fit is left exactly as it is.
load-register-table.
    move 0 to register-count.
    move 0 to register-eof.
    move 0 to unreadable-entry-count.
    open input transmittal-register.
    if register-file-status not equal "00"
    	display "recack: cannot open recext.reg - status " register-file-status
    	move 8 to return-code
    	stop run
    end-if.
    perform read-next-register-line.
    perform file-one-register-line
    	until register-eof equal 1.
    close transmittal-register.

read-next-register-line.
    read transmittal-register
    	at end
    		move 1 to register-eof
    end-read.

file-one-register-line.
    if register-count is not less than register-limit
    	display "recack: recext.reg holds more than " register-limit " entries - register left unchanged"
    	close transmittal-register
    	move 8 to return-code
    	stop run
    end-if.
    add 1 to register-count.
    move register-line to register-entry(register-count).
    if entry-run-date(register-count) is not numeric
    	add 1 to unreadable-entry-count
    end-if.
    perform read-next-register-line.

*>A missing easter.ack is not an error - it only means the records
*>office has sent nothing since the last run; the register is still
*>aged and reported.
apply-acknowledgements.
    move 0 to acks-read.
    move 0 to acks-matched.
    move 0 to acks-differing.
    move 0 to acks-rejected.
    move 0 to acks-unusable.
    move 0 to acks-unmatched.
    move 0 to acks-repeated.
    move 0 to ack-eof.
    move "acknowledgements received" to report-line.
    write report-line.
    open input acknowledgement-file.
    if ack-file-status not equal "00"
    	move spaces to report-line
    	string "  no easter.ack to apply - status " delimited by size
    		ack-file-status delimited by size
    		into report-line
    	write report-line
    else
    	perform read-next-acknowledgement
    	perform apply-one-acknowledgement
    		until ack-eof equal 1
    	close acknowledgement-file
    end-if.
    move spaces to report-line.
    write report-line.

read-next-acknowledgement.
    read acknowledgement-file
    	at end
    		move 1 to ack-eof
    end-read.

apply-one-acknowledgement.
    add 1 to acks-read.
    perform check-acknowledgement.
    if ack-ok equal 0
    	add 1 to acks-unusable
    	move spaces to report-line
    	string "  unusable acknowledgement - " delimited by size
    		ack-record delimited by size
    		into report-line
    	write report-line
    else
    	perform find-matching-entry
    	if match-index equal 0
    		perform find-closed-entry
    		if match-index equal 0
    			add 1 to acks-unmatched
    			move spaces to report-line
    			string "  " delimited by size
    				ack-create-date delimited by size
    				" records " delimited by size
    				ack-record-count delimited by size
    				" hash " delimited by size
    				ack-hash-total delimited by size
    				" - no transmittal on the register for this date" delimited by size
    				into report-line
    			write report-line
    		else
    			add 1 to acks-repeated
    			move spaces to report-line
    			string "  " delimited by size
    				ack-create-date delimited by size
    				" records " delimited by size
    				ack-record-count delimited by size
    				" hash " delimited by size
    				ack-hash-total delimited by size
    				" - already recorded " delimited by size
    				entry-status(match-index) delimited by size
    				" " delimited by size
    				entry-status-date(match-index) delimited by size
    				", repeat ignored" delimited by size
    				into report-line
    			write report-line
    		end-if
    	else
    		perform record-acknowledgement
    	end-if
    end-if.
    perform read-next-acknowledgement.

*>Our file id, a calendar creation date, digit-only totals and a
*>known code; anything else cannot be matched with confidence.
check-acknowledgement.
    move 0 to ack-ok.
    if ack-file-id equal "EASTERIDX" and ack-create-date is numeric
    	and ack-record-count is numeric and ack-hash-total is numeric
    	and (ack-code equal "A" or ack-code equal "R")
    	move ack-create-date to date-check
    	if date-check-month is not less than 1 and date-check-month is not greater than 12
    		and date-check-day is not less than 1 and date-check-day is not greater than 31
    		move 1 to ack-ok
    	end-if
    end-if.

*>The oldest open entry of the acknowledged date whose totals agree;
*>failing that the oldest open entry of that date at all, which the
*>acknowledgement then shows to differ.
find-matching-entry.
    move 0 to match-index.
    perform check-entry-exact
    	varying entry-index from 1 by 1
    	until entry-index is greater than register-count or match-index not equal 0.
    if match-index equal 0
    	perform check-entry-same-date
    		varying entry-index from 1 by 1
    		until entry-index is greater than register-count or match-index not equal 0
    end-if.

check-entry-exact.
    if entry-run-date(entry-index) equal ack-create-date
    	and entry-record-count(entry-index) equal ack-record-count
    	and entry-hash-total(entry-index) equal ack-hash-total
    	and (entry-status(entry-index) equal spaces or entry-status(entry-index) equal "PENDING"
    		or entry-status(entry-index) equal "OVERDUE")
    	move entry-index to match-index
    end-if.

check-entry-same-date.
    if entry-run-date(entry-index) equal ack-create-date
    	and (entry-status(entry-index) equal spaces or entry-status(entry-index) equal "PENDING"
    		or entry-status(entry-index) equal "OVERDUE")
    	move entry-index to match-index
    end-if.

*>Nothing open for the date: an entry of that date already closed
*>means the office has sent the same acknowledgement again.
find-closed-entry.
    move 0 to match-index.
    perform check-entry-closed
    	varying entry-index from 1 by 1
    	until entry-index is greater than register-count or match-index not equal 0.

check-entry-closed.
    if entry-run-date(entry-index) equal ack-create-date
    	and entry-run-date(entry-index) is numeric
    	move entry-index to match-index
    end-if.

*>A reject stands whatever the totals say; an accept is MATCHED only
*>when both their count and their hash agree with ours.
record-acknowledgement.
    move " ack " to entry-ack-tag(match-index).
    move run-date-stamp to entry-status-date(match-index).
    if ack-code equal "R"
    	move "REJECTED" to entry-status(match-index)
    	add 1 to acks-rejected
    else
    	if entry-record-count(match-index) equal ack-record-count
    		and entry-hash-total(match-index) equal ack-hash-total
    		move "MATCHED" to entry-status(match-index)
    		add 1 to acks-matched
    	else
    		move "DIFFERS" to entry-status(match-index)
    		add 1 to acks-differing
    	end-if
    end-if.
    move spaces to report-line.
    string "  " delimited by size
    	ack-create-date delimited by size
    	" records " delimited by size
    	ack-record-count delimited by size
    	" hash " delimited by size
    	ack-hash-total delimited by size
    	" code " delimited by size
    	ack-code delimited by size
    	" - " delimited by size
    	entry-status(match-index) delimited by size
    	" transmittal " delimited by size
    	entry-run-date(match-index) delimited by size
    	" " delimited by size
    	entry-run-time(match-index) delimited by size
    	into report-line.
    write report-line.
    if entry-status(match-index) equal "DIFFERS"
    	move spaces to report-line
    	string "      we sent records " delimited by size
    		entry-record-count(match-index) delimited by size
    		" hash " delimited by size
    		entry-hash-total(match-index) delimited by size
    		into report-line
    	write report-line
    end-if.
    if entry-status(match-index) equal "REJECTED" and ack-reason not equal spaces
    	move spaces to report-line
    	string "      their reason: " delimited by size
    		ack-reason delimited by size
    		into report-line
    	write report-line
    end-if.

*>Whatever is still open after this run's acknowledgements is PENDING
*>until it is more than the limit's days old, then OVERDUE.
age-one-entry.
    if entry-run-date(entry-index) is numeric
    	and (entry-status(entry-index) equal spaces or entry-status(entry-index) equal "PENDING"
    		or entry-status(entry-index) equal "OVERDUE")
    	move " ack " to entry-ack-tag(entry-index)
    	move spaces to entry-status-date(entry-index)
    	perform set-entry-age
    	if entry-age is greater than overdue-days
    		move "OVERDUE" to entry-status(entry-index)
    	else
    		move "PENDING" to entry-status(entry-index)
    	end-if
    end-if.

*>Whole days from the cut to today; a register date after today (a
*>clock set back) counts as no age at all.
set-entry-age.
    move entry-run-date(entry-index) to date-check.
    move date-check-year to work-year.
    move date-check-month to work-month.
    move date-check-day to work-day.
    perform gregorian-date-to-jdn.
    if work-jdn is greater than run-jdn
    	move 0 to entry-age
    else
    	subtract work-jdn from run-jdn giving entry-age
    end-if.

list-register-status.
    move 0 to matched-total.
    move 0 to differing-total.
    move 0 to rejected-total.
    move 0 to overdue-total.
    move 0 to pending-total.
    move "register status - every transmittal in the order cut" to report-line.
    write report-line.
    move "  cut on   at      years        records  hash           status    recorded  age" to report-line.
    write report-line.
    perform list-one-entry
    	varying entry-index from 1 by 1
    	until entry-index is greater than register-count.
    move spaces to report-line.
    write report-line.

list-one-entry.
    if entry-run-date(entry-index) is numeric
    	move spaces to status-line
    	move entry-run-date(entry-index) to status-run-date-out
    	move entry-run-time(entry-index) to status-run-time-out
    	move entry-range-start(entry-index) to status-range-start-out
    	move entry-range-end(entry-index) to status-range-end-out
    	move entry-record-count(entry-index) to status-count-out
    	move entry-hash-total(entry-index) to status-hash-out
    	move entry-status(entry-index) to status-out
    	move entry-status-date(entry-index) to status-date-out
    	if entry-status(entry-index) equal "PENDING" or entry-status(entry-index) equal "OVERDUE"
    		perform set-entry-age
    		move entry-age to status-age-out
    	end-if
    	move spaces to report-line
    	string "  " delimited by size
    		status-line delimited by size
    		into report-line
    	write report-line
    	if entry-status(entry-index) equal "MATCHED"
    		add 1 to matched-total
    	end-if
    	if entry-status(entry-index) equal "DIFFERS"
    		add 1 to differing-total
    	end-if
    	if entry-status(entry-index) equal "REJECTED"
    		add 1 to rejected-total
    	end-if
    	if entry-status(entry-index) equal "OVERDUE"
    		add 1 to overdue-total
    	end-if
    	if entry-status(entry-index) equal "PENDING"
    		add 1 to pending-total
    	end-if
    end-if.

write-reconciliation-counts.
    move spaces to count-detail-line.
    move "acknowledgements read:" to count-text.
    move acks-read to count-value.
    perform write-count-line.
    move "  matched:" to count-text.
    move acks-matched to count-value.
    perform write-count-line.
    move "  totals differ:" to count-text.
    move acks-differing to count-value.
    perform write-count-line.
    move "  rejected:" to count-text.
    move acks-rejected to count-value.
    perform write-count-line.
    move "  repeats of a recorded outcome:" to count-text.
    move acks-repeated to count-value.
    perform write-count-line.
    move "  no transmittal for the date:" to count-text.
    move acks-unmatched to count-value.
    perform write-count-line.
    move "  unusable:" to count-text.
    move acks-unusable to count-value.
    perform write-count-line.
    move "register entries matched:" to count-text.
    move matched-total to count-value.
    perform write-count-line.
    move "register entries with differing totals:" to count-text.
    move differing-total to count-value.
    perform write-count-line.
    move "register entries rejected:" to count-text.
    move rejected-total to count-value.
    perform write-count-line.
    move "register entries overdue:" to count-text.
    move overdue-total to count-value.
    perform write-count-line.
    move "register entries pending:" to count-text.
    move pending-total to count-value.
    perform write-count-line.
    if unreadable-entry-count not equal 0
    	move "register lines not in register layout:" to count-text
    	move unreadable-entry-count to count-value
    	perform write-count-line
    end-if.
    add acks-differing, acks-rejected, overdue-total, acks-unusable, acks-unmatched
    	giving attention-count.
    move spaces to report-line.
    write report-line.
    if attention-count equal 0
    	move "reconciliation verdict: CLEAN - nothing sent needs attention" to report-line
    else
    	move spaces to report-line
    	string "reconciliation verdict: ATTENTION - " delimited by size
    		attention-count delimited by size
    		" item(s) differ, were rejected, are overdue or match nothing sent" delimited by size
    		into report-line
    end-if.
    write report-line.

write-count-line.
    move count-detail-line to report-line.
    write report-line.

*>Puts every register line back in its original order, now carrying
*>its acknowledgement columns; lines not in the register layout go
*>back untouched.
rewrite-register.
    open output transmittal-register.
    if register-file-status not equal "00"
    	display "recack: cannot rewrite recext.reg - status " register-file-status
    	move 8 to return-code
    	stop run
    end-if.
    perform write-one-register-line
    	varying entry-index from 1 by 1
    	until entry-index is greater than register-count.
    close transmittal-register.

write-one-register-line.
    move register-entry(entry-index) to register-line.
    write register-line.

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
