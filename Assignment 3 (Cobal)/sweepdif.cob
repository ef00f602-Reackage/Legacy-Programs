*> line on a report instead of an afternoon with a file comparator.
*> Remember to compile using: cobc -x -free -Wall sweepdif.cob
*>-------------------------------
*>Updated!
*>Update Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Every moved date the report prints is now also written to
*> sweepdif.dat, one line per year and column: the year, the column's
*> distrib.sub feast letter (W western, O orthodox civil, A ash
*> wednesday, P palm sunday, G good friday, N pentecost), and the old
*> and new dates as YYYYMMDD, each after one blank - the orthodox
*> civil date turned into the same shape as the other columns. The
*> file is rewritten every run; redeliv.cob reads it to re-send just
*> the subscribers whose delivered dates moved. Added and dropped
*> years are not moved dates and stay on the report only.
*> sweepdif.dat is emptied before anything else is opened, so a run
*> that stops early never leaves the last run's moves behind, and its
*> first line is a header: H, the prior index file name (30
*> characters) and the live sweep's stamp (YYYYMMDD-HHMMSS, off the
*> last easter.hist record of a run that wrote yearidx.dat - a full
*> sweep, or an extension that appended years, ended NORM-END; this
*> run's own stamp when there is none), each after one blank.
*> redeliv marks its corrections with the pair.
*>-------------------------------

identification division.
program-id. sweepdif.
		file status is parm-file-status.
	select diff-report, assign to "sweepdif.rpt"
		organization is line sequential.
	select change-file, assign to "sweepdif.dat"
		organization is line sequential.
	select optional run-history, assign to "easter.hist"
		organization is line sequential
		file status is history-file-status.

data division.
file section.
fd diff-report.
	01 report-line pic x(120).

fd change-file.
	01 change-record.
		02 chg-year pic 9(5).
		02 filler pic x.
		02 chg-feast-letter pic x.
		02 filler pic x.
		02 chg-old-date pic 9(9).
		02 filler pic x.
		02 chg-new-date pic 9(9).
	01 change-header.
		02 hdr-record-type pic x.
		02 filler pic x.
		02 hdr-prior-name pic x(30).
		02 filler pic x.
		02 hdr-live-stamp pic x(15).

fd run-history.
	01 history-record.
		02 hist-run-date pic 9(8).
		02 filler pic x.
		02 hist-run-time pic 9(6).
		02 filler pic x.
		02 hist-mode pic x(1).
		02 filler pic x.
		02 hist-start-year pic 9(5).
		02 filler pic x.
		02 hist-end-year pic 9(5).
		02 filler pic x.
		02 hist-line-limit pic 9(4).
		02 filler pic x.
		02 hist-years-written pic 9(7).
		02 filler pic x.
		02 hist-verify-status pic x(4).
		02 filler pic x.
		02 hist-end-status pic x(9).

working-storage section.
77  index-file-status pic x(2).
77  prior-file-status pic x(2).
77  catalog-file-status pic x(2).
77  parm-file-status pic x(2).
77  history-file-status pic x(2).
77  history-eof pic 9.

*>The live sweep's stamp in the generation-stamp shape.
01  live-sweep-stamp.
	02 live-sweep-date pic 9(8).
	02 filler pic x value "-".
	02 live-sweep-time pic 9(6).
01  run-time-holder.
	02 run-time-stamp pic 9(6).
	02 filler pic 9(2).

77  prior-index-name pic x(30).
77  have-prior-name pic 9.
77  friday-changes pic 9(7).
77  pentecost-changes pic 9(7).
77  year-touched pic 9.
77  changes-written pic 9(7).

77  change-letter pic x.
77  old-change-date pic 9(9).
77  new-change-date pic 9(9).
77  orthodox-month-name pic x(9).
77  orthodox-month-number pic 9(2).
77  orthodox-month-offset pic 9(4).
77  orthodox-iso-date pic 9(9).
01  orthodox-day-split.
	02 orthodox-day-digits.
		03 orthodox-day-tens pic x.
		03 orthodox-day-units pic x.
	02 orthodox-day-number redefines orthodox-day-digits pic 9(2).
	02 filler pic x.

77  column-name pic x(16).
77  old-value-text pic x(13).
*>Resolves the prior file, opens both indexes, and runs the year-order
*>merge; the per-column counts close the report.
main-line.
    open output change-file.
    perform resolve-prior-index-name.
    perform initialize-tallies.
    open input prior-index.
    if prior-file-status not equal "00"
    	display "sweepdif: cannot open prior index " prior-index-name " - status " prior-file-status
    	close change-file
    	move 8 to return-code
    	stop run
    end-if.
    if index-file-status not equal "00"
    	display "sweepdif: cannot open yearidx.dat - status " index-file-status
    	close prior-index
    	close change-file
    	move 8 to return-code
    	stop run
    end-if.
    perform write-change-header.
    open output diff-report.
    move "sweep to sweep difference report" to report-line.
    write report-line.
    perform merge-one-step
    	until old-eof equal 1 and new-eof equal 1.
    perform write-difference-summary.
    close change-file.
    close diff-report.
    close year-index.
    close prior-index.
    end-if.
    if have-prior-name equal 0
    	display "sweepdif: no prior index named on sweepdif.parm and no generation in gencat.dat"
    	close change-file
    	move 8 to return-code
    	stop run
    end-if.

*>The header names the pair of indexes the moves are between: the
*>prior file and the sweep that built the live one, which is the last
*>easter.hist record of a run that wrote yearidx.dat. Single-year
*>lookups, date searches, extensions that found nothing missing and
*>runs that ended in error leave the index as it was, so they do not
*>move the stamp.
write-change-header.
    accept live-sweep-date from date yyyymmdd.
    accept run-time-holder from time.
    move run-time-stamp to live-sweep-time.
    move 0 to history-eof.
    open input run-history.
    if history-file-status equal "00"
    	perform read-next-history-record
    	perform keep-history-stamp
    		until history-eof equal 1
    	close run-history
    end-if.
    move spaces to change-header.
    move "H" to hdr-record-type.
    move prior-index-name to hdr-prior-name.
    move live-sweep-stamp to hdr-live-stamp.
    write change-header.

read-next-history-record.
    read run-history
    	at end
    		move 1 to history-eof
    end-read.

keep-history-stamp.
    if hist-end-status equal "NORM-END"
    	and (hist-mode equal "F" or (hist-mode equal "E" and hist-years-written not equal 0))
    	move hist-run-date to live-sweep-date
    	move hist-run-time to live-sweep-time
    end-if.
    perform read-next-history-record.

take-newest-cataloged-stamp.
    move 0 to catalog-eof.
    move spaces to newest-stamp.
    move 0 to palm-changes.
    move 0 to friday-changes.
    move 0 to pentecost-changes.
    move 0 to changes-written.

position-both-indexes.
    move 0 to old-year.
    	move old-iso-date to old-value-text
    	move idx-iso-date to new-value-text
    	perform report-changed-column
    	move "W" to change-letter
    	move old-iso-date to old-change-date
    	move idx-iso-date to new-change-date
    	perform write-change-record
    end-if.
    if old-orthodox-month not equal idx-orthodox-month
    	or old-orthodox-day not equal idx-orthodox-day
    		idx-orthodox-day delimited by size
    		into new-value-text
    	perform report-changed-column
    	move "O" to change-letter
    	move old-orthodox-month to orthodox-month-name
    	move old-orthodox-day to orthodox-day-split
    	perform build-orthodox-iso-date
    	move orthodox-iso-date to old-change-date
    	move idx-orthodox-month to orthodox-month-name
    	move idx-orthodox-day to orthodox-day-split
    	perform build-orthodox-iso-date
    	move orthodox-iso-date to new-change-date
    	perform write-change-record
    end-if.
    if old-ash-wed-date not equal idx-ash-wed-date
    	add 1 to ash-changes
    	move old-ash-wed-date to old-value-text
    	move idx-ash-wed-date to new-value-text
    	perform report-changed-column
    	move "A" to change-letter
    	move old-ash-wed-date to old-change-date
    	move idx-ash-wed-date to new-change-date
    	perform write-change-record
    end-if.
    if old-palm-sunday-date not equal idx-palm-sunday-date
    	add 1 to palm-changes
    	move old-palm-sunday-date to old-value-text
    	move idx-palm-sunday-date to new-value-text
    	perform report-changed-column
    	move "P" to change-letter
    	move old-palm-sunday-date to old-change-date
    	move idx-palm-sunday-date to new-change-date
    	perform write-change-record
    end-if.
    if old-good-friday-date not equal idx-good-friday-date
    	add 1 to friday-changes
    	move old-good-friday-date to old-value-text
    	move idx-good-friday-date to new-value-text
    	perform report-changed-column
    	move "G" to change-letter
    	move old-good-friday-date to old-change-date
    	move idx-good-friday-date to new-change-date
    	perform write-change-record
    end-if.
    if old-pentecost-date not equal idx-pentecost-date
    	add 1 to pentecost-changes
    	move old-pentecost-date to old-value-text
    	move idx-pentecost-date to new-value-text
    	perform report-changed-column
    	move "N" to change-letter
    	move old-pentecost-date to old-change-date
    	move idx-pentecost-date to new-change-date
    	perform write-change-record
    end-if.
    if year-touched equal 1
    	add 1 to years-changed
    	into report-line.
    write report-line.

write-change-record.
    move spaces to change-record.
    move idx-year to chg-year.
    move change-letter to chg-feast-letter.
    move old-change-date to chg-old-date.
    move new-change-date to chg-new-date.
    write change-record.
    add 1 to changes-written.

*>Turns an orthodox month name and edited day field (either sweep's)
*>into the same YYYYMMDD shape the other columns already use.
build-orthodox-iso-date.
    perform set-orthodox-month-number.
    if orthodox-day-tens equal space
    	move zero to orthodox-day-tens
    end-if.
    multiply idx-year by 10000 giving orthodox-iso-date.
    multiply orthodox-month-number by 100 giving orthodox-month-offset.
    add orthodox-month-offset to orthodox-iso-date.
    add orthodox-day-number to orthodox-iso-date.

set-orthodox-month-number.
    if orthodox-month-name equal "march"
    	move 3 to orthodox-month-number
    else
    	if orthodox-month-name equal "april"
    		move 4 to orthodox-month-number
    	else
    		if orthodox-month-name equal "may"
    			move 5 to orthodox-month-number
    		else
    			if orthodox-month-name equal "june"
    				move 6 to orthodox-month-number
    			else
    				if orthodox-month-name equal "july"
    					move 7 to orthodox-month-number
    				else
    					if orthodox-month-name equal "august"
    						move 8 to orthodox-month-number
    					else
    						if orthodox-month-name equal "september"
    							move 9 to orthodox-month-number
    						else
    							if orthodox-month-name equal "october"
    								move 10 to orthodox-month-number
    							else
    								if orthodox-month-name equal "november"
    									move 11 to orthodox-month-number
    								else
    									move 12 to orthodox-month-number
    								end-if
    							end-if
    						end-if
    					end-if
    				end-if
    			end-if
    		end-if
    	end-if
    end-if.

write-difference-summary.
    move spaces to report-line.
    write report-line.
    move pentecost-changes to count-value.
    move count-detail-line to report-line.
    write report-line.
    move spaces to count-detail-line.
    move "change records written to sweepdif.dat:" to count-text.
    move changes-written to count-value.
    move count-detail-line to report-line.
    write report-line.
