*>Subscriber Correction Redelivery!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> When a corrected sweep moves dates, this re-sends only the
*> subscribers who were sent a date that moved. It reads the change
*> file sweepdif.cob writes - sweepdif.dat, one line per moved date:
*> year, feast letter, old and new date - against each distrib.sub
*> card's year range (end exclusive) and feast selection (the same W,
*> O, A, P, G, N letters, all blank meaning all six). A subscriber
*> with at least one moved date in their slice gets their whole slice
*> re-cut from the corrected yearidx.dat in their own shape, exactly
*> as distrib.cob cuts it - id.ics for "C", id.rpt for "R" - and a
*> distrib.reg line marked CORRECTION with the count of their dates
*> that changed. Years above 9999 never reach a calendar feed, so a
*> move there does not count against a "C" subscriber. redeliv.rpt is
*> the notice listing: for each re-sent subscriber, every moved feast
*> with its old and new date, to go out with the corrected file.
*> Subscribers whose slice did not change are left alone, and a card
*> distrib.cob would reject is passed over here too.
*> sweepdif.dat opens with a header naming the prior index and the
*> live sweep's stamp; every CORRECTION line carries the pair, and a
*> sweepdif.dat whose pair distrib.reg already shows corrections for
*> has been delivered once and is refused (return code 8), as is one
*> with moves but no header.
*> Remember to compile using: cobc -x -free -Wall redeliv.cob
*>-------------------------------

identification division.
program-id. redeliv.
environment division.
configuration section.
input-output section.
file-control.
	select year-index, assign to "yearidx.dat"
		organization is indexed
		access mode is dynamic
		record key is idx-year
		file status is index-file-status.
	select subscriber-file, assign to "distrib.sub"
		organization is line sequential
		file status is subscriber-file-status.
	select change-file, assign to "sweepdif.dat"
		organization is line sequential
		file status is change-file-status.
	select subscriber-output, assign to output-file-name
		organization is line sequential.
	select delivery-register, assign to "distrib.reg"
		organization is line sequential
		file status is register-file-status.
	select notice-listing, assign to "redeliv.rpt"
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

fd subscriber-file.
	01 subscriber-record.
		02 sub-rec-id pic x(8).
		02 filler pic x.
		02 sub-rec-start-year pic x(5).
		02 filler pic x.
		02 sub-rec-end-year pic x(5).
		02 filler pic x.
		02 sub-rec-feasts pic x(6).
		02 filler pic x.
		02 sub-rec-format pic x(1).

fd change-file.
	01 change-record.
		02 chg-year pic x(5).
		02 filler pic x.
		02 chg-feast-letter pic x.
		02 filler pic x.
		02 chg-old-date pic x(9).
		02 filler pic x.
		02 chg-new-date pic x(9).
	01 change-header.
		02 hdr-record-type pic x.
		02 filler pic x.
		02 hdr-prior-name pic x(30).
		02 filler pic x.
		02 hdr-live-stamp pic x(15).

fd subscriber-output.
	01 output-record pic x(110).

fd delivery-register.
	01 register-line pic x(160).

fd notice-listing.
	01 notice-line pic x(120).

working-storage section.
77  index-file-status pic x(2).
77  subscriber-file-status pic x(2).
77  change-file-status pic x(2).
77  register-file-status pic x(2).
77  register-eof pic 9.
77  have-change-header pic 9.
77  correction-stamp pic x(60).
77  stamp-length pic 9(3).
77  stamp-hits pic 9(5).
77  subscriber-eof pic 9.
77  change-eof pic 9.
77  subscriber-count pic 9(5).
77  redelivered-count pic 9(5).
77  unaffected-count pic 9(5).
77  passed-over-count pic 9(5).
77  change-count pic 9(7).
77  bad-change-count pic 9(7).
77  dates-resent pic 9(7).

77  output-file-name pic x(30).

77  sub-id pic x(8).
77  sub-start-year pic 9(5).
77  sub-end-year pic 9(5).
77  sub-format pic x(1).
77  sub-valid pic 9.
77  index-eof pic 9.
77  record-count pic 9(7).
77  skipped-count pic 9(7).
77  changed-count pic 9(5).

01  feast-selection-table.
	02 feast-selected occurs 6 times pic 9.
77  feast-number pic 9.
77  select-index pic 9.
77  select-letter pic x(1).
77  any-letter-seen pic 9.

*>The change file's feast letters in feast-selection order, with the
*>name each goes by on the notice.
01  change-letter-values.
	02 filler pic x(6) value "WOAPGN".
01  change-letter-table redefines change-letter-values.
	02 change-letter occurs 6 times pic x.
01  change-name-values.
	02 filler pic x(28) value "western easter".
	02 filler pic x(28) value "orthodox easter (civil date)".
	02 filler pic x(28) value "ash wednesday".
	02 filler pic x(28) value "palm sunday".
	02 filler pic x(28) value "good friday".
	02 filler pic x(28) value "pentecost".
01  change-name-table redefines change-name-values.
	02 change-name occurs 6 times pic x(28).
77  change-feast pic 9.
77  letter-index pic 9.
77  change-year pic 9(5).

77  run-date-stamp pic 9(8).
01  run-time-holder.
	02 run-time-stamp pic 9(6).
	02 filler pic 9(2).
77  dtstamp-text pic x(16).

77  event-date pic 9(9).
01  event-date-split.
	02 filler pic x.
	02 event-date-8 pic x(8).
77  event-summary pic x(40).
77  event-slug pic x(12).
77  event-uid pic x(70).

77  orthodox-month-number pic 9(2).
77  orthodox-month-offset pic 9(4).
77  orthodox-iso-date pic 9(9).
01  orthodox-day-split.
	02 orthodox-day-digits.
		03 orthodox-day-tens pic x.
		03 orthodox-day-units pic x.
	02 orthodox-day-number redefines orthodox-day-digits pic 9(2).
	02 filler pic x.

01  feed-text.
	02 feed-char occurs 110 times pic x.
77  feed-length pic 9(3).

01  report-heading-line.
	02 filler pic x(12) value "subscriber ".
	02 heading-sub-id pic x(8).
	02 filler pic x(8) value " years ".
	02 heading-start pic 9(5).
	02 filler pic x(9) value " through ".
	02 heading-end pic 9(5).
	02 filler pic x(17) value " (end exclusive)".
	02 filler pic x(46).

01  report-column-heading.
	02 filler pic x(7) value "year".
	02 filler pic x(11) value "western".
	02 filler pic x(11) value "orthodox".
	02 filler pic x(11) value "ash wed".
	02 filler pic x(11) value "palm sun".
	02 filler pic x(11) value "good fri".
	02 filler pic x(11) value "pentecost".
	02 filler pic x(37).

01  report-detail-line.
	02 rpt-year pic 9(5).
	02 filler pic x(2).
	02 rpt-western pic x(9).
	02 filler pic x(2).
	02 rpt-orthodox pic x(9).
	02 filler pic x(2).
	02 rpt-ash pic x(9).
	02 filler pic x(2).
	02 rpt-palm pic x(9).
	02 filler pic x(2).
	02 rpt-friday pic x(9).
	02 filler pic x(2).
	02 rpt-pentecost pic x(9).
	02 filler pic x(37).

77  iso-text pic 9(9).

01  moved-date-line.
	02 filler pic x(7) value "  year ".
	02 moved-year-out pic 9(5).
	02 filler pic x(2).
	02 moved-feast-out pic x(28).
	02 filler pic x(5) value " was ".
	02 moved-old-out pic x(9).
	02 filler pic x(5) value " now ".
	02 moved-new-out pic x(9).
	02 filler pic x(50).

01  count-detail-line.
	02 count-text pic x(44).
	02 count-value pic z(6)9.
	02 filler pic x(69).

procedure division.
*>Counts the moves on sweepdif.dat, then one pass over distrib.sub:
*>each good card has the change file scanned against its slice, and
*>a card with moved dates is re-cut, registered and noticed.
main-line.
    accept run-date-stamp from date yyyymmdd.
    accept run-time-holder from time.
    perform build-dtstamp.
    move 0 to subscriber-eof.
    move 0 to subscriber-count.
    move 0 to redelivered-count.
    move 0 to unaffected-count.
    move 0 to passed-over-count.
    move 0 to dates-resent.
    perform count-change-records.
    if change-count not equal 0
    	perform check-not-delivered
    end-if.
    open output notice-listing.
    move "redelivery notice - subscriber dates moved by a corrected sweep" to notice-line.
    write notice-line.
    move spaces to notice-line.
    string "run date " delimited by size
    	run-date-stamp delimited by size
    	", " delimited by size
    	change-count delimited by size
    	" moved date(s) on sweepdif.dat" delimited by size
    	into notice-line.
    write notice-line.
    move spaces to notice-line.
    write notice-line.
    if change-count equal 0
    	move "no dates moved - nothing to redeliver" to notice-line
    	write notice-line
    	close notice-listing
    	display "redeliv: sweepdif.dat holds no moved dates - nothing to redeliver"
    	stop run
    end-if.
    open input subscriber-file.
    if subscriber-file-status not equal "00"
    	display "redeliv: cannot open distrib.sub - status " subscriber-file-status
    	close notice-listing
    	move 8 to return-code
    	stop run
    end-if.
    open input year-index.
    if index-file-status not equal "00"
    	display "redeliv: cannot open yearidx.dat - status " index-file-status
    	close subscriber-file
    	close notice-listing
    	move 8 to return-code
    	stop run
    end-if.
    open extend delivery-register.
    perform read-next-subscriber.
    perform check-one-subscriber
    	until subscriber-eof equal 1.
    perform write-redelivery-counts.
    close notice-listing.
    close delivery-register.
    close year-index.
    close subscriber-file.
    display "redeliv: " redelivered-count " subscriber(s) re-sent, " unaffected-count
    	" unaffected - notices in redeliv.rpt".
    stop run.

*>A first pass over the change file, so an empty one (no sweep moved
*>anything) is known before any subscriber is touched; a line that is
*>not a year and a known feast letter is counted and left out.
count-change-records.
    move 0 to change-count.
    move 0 to bad-change-count.
    move 0 to have-change-header.
    move 0 to change-eof.
    open input change-file.
    if change-file-status not equal "00"
    	display "redeliv: cannot open sweepdif.dat - status " change-file-status
    	move 8 to return-code
    	stop run
    end-if.
    perform read-next-change.
    perform count-one-change
    	until change-eof equal 1.
    close change-file.
    if bad-change-count not equal 0
    	display "redeliv: " bad-change-count " sweepdif.dat line(s) skipped - not a year and feast letter"
    end-if.

read-next-change.
    read change-file
    	at end
    		move 1 to change-eof
    end-read.

count-one-change.
    if hdr-record-type equal "H"
    	move 1 to have-change-header
    	move spaces to correction-stamp
    	move 1 to stamp-length
    	string "sweep " delimited by size
    		hdr-live-stamp delimited by space
    		" against " delimited by size
    		hdr-prior-name delimited by space
    		into correction-stamp
    		with pointer stamp-length
    	end-string
    	subtract 1 from stamp-length
    else
    	perform find-change-feast
    	if change-feast equal 0
    		add 1 to bad-change-count
    	else
    		add 1 to change-count
    	end-if
    end-if.
    perform read-next-change.

*>A sweepdif.dat is delivered once: its header pair on any distrib.reg
*>line means an earlier run already re-sent these moves. A file with
*>moves but no header cannot be told apart from one already sent.
check-not-delivered.
    if have-change-header equal 0
    	display "redeliv: sweepdif.dat has no header naming its sweep - rerun sweepdif first"
    	move 8 to return-code
    	stop run
    end-if.
    move 0 to stamp-hits.
    move 0 to register-eof.
    open input delivery-register.
    if register-file-status equal "00"
    	perform read-next-register-line
    	perform check-one-register-line
    		until register-eof equal 1
    	close delivery-register
    end-if.
    if stamp-hits not equal 0
    	display "redeliv: distrib.reg already holds corrections for "
    		correction-stamp(1:stamp-length) " - not redelivered again"
    	move 8 to return-code
    	stop run
    end-if.

read-next-register-line.
    read delivery-register
    	at end
    		move 1 to register-eof
    end-read.

check-one-register-line.
    inspect register-line tallying stamp-hits
    	for all correction-stamp(1:stamp-length).
    perform read-next-register-line.

*>Sets change-feast to the feast-selection position of the record's
*>letter, or 0 when the record is not usable.
find-change-feast.
    move 0 to change-feast.
    if chg-year is numeric
    	perform match-change-letter
    		varying letter-index from 1 by 1
    		until letter-index is greater than 6 or change-feast not equal 0
    end-if.

match-change-letter.
    if chg-feast-letter equal change-letter(letter-index)
    	move letter-index to change-feast
    end-if.

read-next-subscriber.
    read subscriber-file
    	at end
    		move 1 to subscriber-eof
    end-read.

check-one-subscriber.
    perform validate-subscriber-card.
    if sub-valid equal 1
    	add 1 to subscriber-count
    	perform scan-subscriber-changes
    	if changed-count equal 0
    		add 1 to unaffected-count
    	else
    		perform cut-subscriber-file
    		add 1 to redelivered-count
    		add changed-count to dates-resent
    		perform write-correction-line
    		perform write-notice-closing
    	end-if
    else
    	add 1 to passed-over-count
    end-if.
    perform read-next-subscriber.

*>Reads the whole change file for one subscriber: a move counts when
*>its year is inside their range, its feast is one they take, and -
*>for a calendar feed - its year is one the feed can carry. The
*>notice heading goes out with the first move found.
scan-subscriber-changes.
    move 0 to changed-count.
    move 0 to change-eof.
    open input change-file.
    perform read-next-change.
    perform check-one-change
    	until change-eof equal 1.
    close change-file.

check-one-change.
    perform find-change-feast.
    if change-feast not equal 0
    	move chg-year to change-year
    	if change-year is not less than sub-start-year
    		and change-year is less than sub-end-year
    		and feast-selected(change-feast) equal 1
    		and (sub-format equal "R" or change-year is not greater than 9999)
    		add 1 to changed-count
    		if changed-count equal 1
    			perform write-notice-heading
    		end-if
    		move change-year to moved-year-out
    		move change-name(change-feast) to moved-feast-out
    		move chg-old-date to moved-old-out
    		move chg-new-date to moved-new-out
    		write notice-line from moved-date-line
    	end-if
    end-if.
    perform read-next-change.

write-notice-heading.
    move spaces to notice-line.
    string "notice to subscriber " delimited by size
    	sub-id delimited by size
    	" - format " delimited by size
    	sub-format delimited by size
    	", years " delimited by size
    	sub-start-year delimited by size
    	" through " delimited by size
    	sub-end-year delimited by size
    	" (end exclusive)" delimited by size
    	into notice-line.
    write notice-line.

build-dtstamp.
    move spaces to dtstamp-text.
    string run-date-stamp delimited by size
    	"T" delimited by size
    	run-time-stamp delimited by size
    	"Z" delimited by size
    	into dtstamp-text.

*>The same card rules distrib.cob applies: an id, a numeric climbing
*>range, a format letter and only the six known letters (or blanks)
*>in the selection columns. distrib.cob has already registered any
*>card that fails them as rejected, so it is simply passed over.
validate-subscriber-card.
    move 1 to sub-valid.
    move sub-rec-id to sub-id.
    if sub-id equal spaces
    	move 0 to sub-valid
    end-if.
    if sub-rec-start-year is numeric
    	move sub-rec-start-year to sub-start-year
    else
    	move 0 to sub-valid
    end-if.
    if sub-rec-end-year is numeric
    	move sub-rec-end-year to sub-end-year
    else
    	move 0 to sub-valid
    end-if.
    if sub-valid equal 1 and sub-start-year not less than sub-end-year
    	move 0 to sub-valid
    end-if.
    if sub-rec-format equal "C" or sub-rec-format equal "R"
    	move sub-rec-format to sub-format
    else
    	move 0 to sub-valid
    end-if.
    perform resolve-feast-selection.

*>Feast letters may sit in any of the six selection columns; a wholly
*>blank selection means every feast, the friendliest reading of an
*>old card. An unknown letter rejects the card.
resolve-feast-selection.
    perform clear-feast-flag
    	varying feast-number from 1 by 1
    	until feast-number is greater than 6.
    move 0 to any-letter-seen.
    perform file-one-selection-letter
    	varying select-index from 1 by 1
    	until select-index is greater than 6.
    if any-letter-seen equal 0
    	perform set-feast-flag
    		varying feast-number from 1 by 1
    		until feast-number is greater than 6
    end-if.

clear-feast-flag.
    move 0 to feast-selected(feast-number).

set-feast-flag.
    move 1 to feast-selected(feast-number).

file-one-selection-letter.
    move sub-rec-feasts(select-index:1) to select-letter.
    if select-letter equal space
    	continue
    else
    	move 1 to any-letter-seen
    	if select-letter equal "W"
    		move 1 to feast-selected(1)
    	else
    		if select-letter equal "O"
    			move 1 to feast-selected(2)
    		else
    			if select-letter equal "A"
    				move 1 to feast-selected(3)
    			else
    				if select-letter equal "P"
    					move 1 to feast-selected(4)
    				else
    					if select-letter equal "G"
    						move 1 to feast-selected(5)
    					else
    						if select-letter equal "N"
    							move 1 to feast-selected(6)
    						else
    							move 0 to sub-valid
    						end-if
    					end-if
    				end-if
    			end-if
    		end-if
    	end-if
    end-if.

*>Cuts one subscriber's file: the output name is the trimmed id plus
*>.ics or .rpt by format, and the index is repositioned to their
*>start year - the one open handle serves every subscriber in turn.
cut-subscriber-file.
    move spaces to output-file-name.
    if sub-format equal "C"
    	string sub-id delimited by space
    		".ics" delimited by size
    		into output-file-name
    else
    	string sub-id delimited by space
    		".rpt" delimited by size
    		into output-file-name
    end-if.
    open output subscriber-output.
    move 0 to index-eof.
    move 0 to record-count.
    move 0 to skipped-count.
    if sub-format equal "C"
    	perform write-calendar-header
    end-if.
    if sub-format equal "R"
    	move sub-id to heading-sub-id
    	move sub-start-year to heading-start
    	move sub-end-year to heading-end
    	write output-record from report-heading-line
    	write output-record from report-column-heading
    end-if.
    move sub-start-year to idx-year.
    start year-index key is not less than idx-year
    	invalid key
    		move 1 to index-eof
    end-start.
    perform read-next-index-year.
    perform serve-one-year
    	until index-eof equal 1.
    if sub-format equal "C"
    	perform write-calendar-trailer
    end-if.
    close subscriber-output.
    if skipped-count not equal 0
    	display "redeliv: " sub-id " - " skipped-count " year(s) above 9999 skipped - not representable in an icalendar date"
    end-if.

read-next-index-year.
    if index-eof not equal 1
    	read year-index next record
    		at end
    			move 1 to index-eof
    	end-read
    	if index-eof not equal 1 and idx-year is not less than sub-end-year
    		move 1 to index-eof
    	end-if
    end-if.

serve-one-year.
    if sub-format equal "C"
    	perform export-one-feed-year
    else
    	perform print-one-report-year
    end-if.
    perform read-next-index-year.

*>The calendar feed shape: one all-day VEVENT per selected feast, the
*>same envelope and line endings the production calfeed writes, with
*>the subscriber id folded into the UID so two subscribers' files
*>never collide in one importing calendar.
export-one-feed-year.
    if idx-year is greater than 9999
    	add 1 to skipped-count
    else
    	perform export-one-feast-event
    		varying feast-number from 1 by 1
    		until feast-number is greater than 6
    end-if.

export-one-feast-event.
    if feast-selected(feast-number) equal 1
    	perform set-feast-event-fields
    	perform write-feast-event
    end-if.

set-feast-event-fields.
    if feast-number equal 1
    	move idx-iso-date to event-date
    	move "Easter Sunday" to event-summary
    	move "easter" to event-slug
    else
    	if feast-number equal 2
    		perform build-orthodox-iso-date
    		move orthodox-iso-date to event-date
    		move "Orthodox Easter (civil date)" to event-summary
    		move "orth-easter" to event-slug
    	else
    		if feast-number equal 3
    			move idx-ash-wed-date to event-date
    			move "Ash Wednesday" to event-summary
    			move "ash-wed" to event-slug
    		else
    			if feast-number equal 4
    				move idx-palm-sunday-date to event-date
    				move "Palm Sunday" to event-summary
    				move "palm-sun" to event-slug
    			else
    				if feast-number equal 5
    					move idx-good-friday-date to event-date
    					move "Good Friday" to event-summary
    					move "good-fri" to event-slug
    				else
    					move idx-pentecost-date to event-date
    					move "Pentecost" to event-summary
    					move "pentecost" to event-slug
    				end-if
    			end-if
    		end-if
    	end-if
    end-if.

*>The printable report shape: the gridprt column layout, with the
*>columns the subscriber did not ask for left blank.
print-one-report-year.
    move spaces to report-detail-line.
    move idx-year to rpt-year.
    if feast-selected(1) equal 1
    	move idx-iso-date to iso-text
    	move iso-text to rpt-western
    end-if.
    if feast-selected(2) equal 1
    	perform build-orthodox-iso-date
    	move orthodox-iso-date to iso-text
    	move iso-text to rpt-orthodox
    end-if.
    if feast-selected(3) equal 1
    	move idx-ash-wed-date to iso-text
    	move iso-text to rpt-ash
    end-if.
    if feast-selected(4) equal 1
    	move idx-palm-sunday-date to iso-text
    	move iso-text to rpt-palm
    end-if.
    if feast-selected(5) equal 1
    	move idx-good-friday-date to iso-text
    	move iso-text to rpt-friday
    end-if.
    if feast-selected(6) equal 1
    	move idx-pentecost-date to iso-text
    	move iso-text to rpt-pentecost
    end-if.
    write output-record from report-detail-line.
    add 1 to record-count.

write-calendar-header.
    move "BEGIN:VCALENDAR" to feed-text.
    perform write-feed-line.
    move "VERSION:2.0" to feed-text.
    perform write-feed-line.
    move "PRODID:-//easter batch suite//distrib//EN" to feed-text.
    perform write-feed-line.
    move "CALSCALE:GREGORIAN" to feed-text.
    perform write-feed-line.

write-calendar-trailer.
    move "END:VCALENDAR" to feed-text.
    perform write-feed-line.

*>Same carriage-return planting as calfeed: RFC 5545 content lines
*>end in carriage-return/line-feed, the line sequential WRITE
*>supplies the line-feed, and the trailing blanks beyond the planted
*>carriage return are trimmed away by the organization.
write-feed-line.
    move 109 to feed-length.
    perform find-feed-text-end
    	until feed-length equal 0
    	or feed-char(feed-length) not equal space.
    add 1 to feed-length.
    move x"0d" to feed-char(feed-length).
    write output-record from feed-text.
    move spaces to feed-text.

find-feed-text-end.
    subtract 1 from feed-length.

write-feast-event.
    move event-date to event-date-split.
    move "BEGIN:VEVENT" to feed-text.
    perform write-feed-line.
    move spaces to event-uid.
    string "UID:" delimited by size
    	sub-id delimited by space
    	"-" delimited by size
    	event-slug delimited by space
    	"-" delimited by size
    	event-date-8 delimited by size
    	"@easterjob.local" delimited by size
    	into event-uid.
    move event-uid to feed-text.
    perform write-feed-line.
    string "DTSTAMP:" delimited by size
    	dtstamp-text delimited by size
    	into feed-text.
    perform write-feed-line.
    string "DTSTART;VALUE=DATE:" delimited by size
    	event-date-8 delimited by size
    	into feed-text.
    perform write-feed-line.
    string "SUMMARY:" delimited by size
    	event-summary delimited by size
    	into feed-text.
    perform write-feed-line.
    move "END:VEVENT" to feed-text.
    perform write-feed-line.
    add 1 to record-count.

*>Turns the index record's orthodox month name and edited day field
*>into the same YYYYMMDD shape the other columns already use.
build-orthodox-iso-date.
    perform set-orthodox-month-number.
    move idx-orthodox-day to orthodox-day-split.
    if orthodox-day-tens equal space
    	move zero to orthodox-day-tens
    end-if.
    multiply idx-year by 10000 giving orthodox-iso-date.
    multiply orthodox-month-number by 100 giving orthodox-month-offset.
    add orthodox-month-offset to orthodox-iso-date.
    add orthodox-day-number to orthodox-iso-date.

set-orthodox-month-number.
    if idx-orthodox-month equal "march"
    	move 3 to orthodox-month-number
    else
    	if idx-orthodox-month equal "april"
    		move 4 to orthodox-month-number
    	else
    		if idx-orthodox-month equal "may"
    			move 5 to orthodox-month-number
    		else
    			if idx-orthodox-month equal "june"
    				move 6 to orthodox-month-number
    			else
    				if idx-orthodox-month equal "july"
    					move 7 to orthodox-month-number
    				else
    					if idx-orthodox-month equal "august"
    						move 8 to orthodox-month-number
    					else
    						if idx-orthodox-month equal "september"
    							move 9 to orthodox-month-number
    						else
    							if idx-orthodox-month equal "october"
    								move 10 to orthodox-month-number
    							else
    								if idx-orthodox-month equal "november"
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


*>The closing line of a subscriber's notice names the re-sent file,
*>which carries their whole slice, not just the moved dates.
write-notice-closing.
    move spaces to notice-line.
    string "  " delimited by size
    	changed-count delimited by size
    	" date(s) moved - corrected slice re-sent as " delimited by size
    	output-file-name delimited by space
    	", " delimited by size
    	record-count delimited by size
    	" record(s)" delimited by size
    	into notice-line.
    write notice-line.
    move spaces to notice-line.
    write notice-line.

write-redelivery-counts.
    move spaces to count-detail-line.
    move "subscriber cards checked:" to count-text.
    move subscriber-count to count-value.
    move count-detail-line to notice-line.
    write notice-line.
    move "subscribers re-sent:" to count-text.
    move redelivered-count to count-value.
    move count-detail-line to notice-line.
    write notice-line.
    move "subscribers unaffected:" to count-text.
    move unaffected-count to count-value.
    move count-detail-line to notice-line.
    write notice-line.
    move "moved dates noticed across all subscribers:" to count-text.
    move dates-resent to count-value.
    move count-detail-line to notice-line.
    write notice-line.
    if passed-over-count not equal 0
    	move "cards passed over - distrib rejects them:" to count-text
    	move passed-over-count to count-value
    	move count-detail-line to notice-line
    	write notice-line
    end-if.

*>The distrib.reg delivery line with the correction marker and the
*>number of this subscriber's dates that moved.
write-correction-line.
    move spaces to register-line.
    string run-date-stamp delimited by size
    	" " delimited by size
    	run-time-stamp delimited by size
    	" " delimited by size
    	sub-id delimited by size
    	" format " delimited by size
    	sub-format delimited by size
    	" years " delimited by size
    	sub-start-year delimited by size
    	"-" delimited by size
    	sub-end-year delimited by size
    	" records " delimited by size
    	record-count delimited by size
    	" CORRECTION dates changed " delimited by size
    	changed-count delimited by size
    	" " delimited by size
    	correction-stamp(1:stamp-length) delimited by size
    	into register-line.
    write register-line.
