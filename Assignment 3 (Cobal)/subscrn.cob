*>Subscriber Maintenance Screen!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Maintains the distrib.sub subscriber file from a prompt-and-answer
*> screen instead of a text editor, so a mis-keyed column is caught
*> while the operator is still at the keyboard rather than turning up
*> as a rejected line in distrib.reg the next morning. The operator
*> signs on with an id, then B browses the file a page at a time (a
*> card that needs correcting is flagged), V views one subscriber,
*> A adds, C changes and D deletes one, and X leaves. Every field is
*> checked as it is keyed, with the rules distrib.cob applies plus
*> three it cannot: the id must be new to the file, it must hold no
*> blank (distrib.cob names each subscriber's cut file by the id up
*> to its first blank, so "ST MARY" and "ST JOHN" would overwrite one
*> another), and the start and end years (end exclusive) must lie
*> inside the years yearidx.dat actually holds. Feast letters are W
*> western, O orthodox, A ash wednesday, P palm sunday, G good
*> friday, N pentecost, all blank meaning all six; the format is C
*> (calendar feed) or R (report). Keying * at any field prompt
*> abandons the add or change. Each
*> saved add, change or delete rewrites distrib.sub straight away
*> and appends one line to the distrib.log change log - distrib.log
*> is opened first, and if it cannot be the change is not saved, so
*> nothing reaches distrib.sub unlogged. The line holds date, time,
*> operator, the action, and the record before and after (blank
*> before an add, blank after a delete) - the answer to "who changed
*> this parish's range, and when".
*> Remember to compile using: cobc -x -free -Wall subscrn.cob
*>-------------------------------

identification division.
program-id. subscrn.
environment division.
configuration section.
input-output section.
file-control.
	select subscriber-file, assign to "distrib.sub"
		organization is line sequential
		file status is subscriber-file-status.
	select optional change-log, assign to "distrib.log"
		organization is line sequential
		file status is log-file-status.
	select year-index, assign to "yearidx.dat"
		organization is indexed
		access mode is dynamic
		record key is idx-year
		file status is index-file-status.

data division.
file section.
fd subscriber-file.
	01 subscriber-record pic x(29).

fd change-log.
	01 log-record pic x(104).

fd year-index.
	01 idx-record.
		02 idx-year pic 9(5).
		02 idx-rest pic x(74).

working-storage section.
77  subscriber-file-status pic x(2).
77  log-file-status pic x(2).
77  index-file-status pic x(2).
77  subscriber-eof pic 9.
77  index-eof pic 9.
77  exit-flag pic 9.

77  lowest-index-year pic 9(5).
77  highest-index-year pic 9(5).
77  range-limit-year pic 9(6).

77  operator-id pic x(8).
77  command-reply pic x(1).
77  text-reply pic x(8).
01  year-reply.
	02 year-reply-char occurs 5 times pic x.

*>The whole subscriber file, in file order. Five hundred cards is far
*>past the parishes and boards on the distribution list.
77  subscriber-limit pic 9(3) value 500.
77  subscriber-count pic 9(3).
01  subscriber-table.
	02 subscriber-entry occurs 500 times pic x(29).
77  entry-index pic 9(3).
77  found-index pic 9(3).
77  page-count pic 9(2).
77  browse-stop pic 9.

*>The card being shown, added or changed, in the distrib.sub layout.
01  candidate-record.
	02 cand-id pic x(8).
	02 filler pic x.
	02 cand-start-year pic x(5).
	02 filler pic x.
	02 cand-end-year pic x(5).
	02 filler pic x.
	02 cand-feasts.
		03 cand-feast-letter occurs 6 times pic x.
	02 filler pic x.
	02 cand-format pic x(1).
77  before-image pic x(29).

01  log-line.
	02 log-date pic 9(8).
	02 filler pic x value space.
	02 log-time pic 9(6).
	02 filler pic x value space.
	02 log-operator pic x(8).
	02 filler pic x value space.
	02 log-action pic x(6).
	02 filler pic x(8) value " before ".
	02 log-before pic x(29).
	02 filler pic x(7) value " after ".
	02 log-after pic x(29).

77  field-ok pic 9.
77  abandon-flag pic 9.
77  card-ok pic 9.
77  card-problem pic x(40).
77  letter-index pic 9.
77  candidate-start pic 9(5).
77  candidate-end pic 9(5).
77  confirm-reply pic x(1).

*>An id is whole when everything after its first blank is blank:
*>the characters before that blank plus all the blanks fill it.
77  id-under-test pic x(8).
77  id-leading-count pic 9(2).
77  id-blank-count pic 9(2).
77  id-has-blank pic 9.

77  run-date-stamp pic 9(8).
01  run-time-holder.
	02 run-time-stamp pic 9(6).
	02 filler pic 9(2).

procedure division.
*>Finds the index's year range, loads the file, signs the operator on
*>and holds the command prompt until X.
main-line.
    perform find-index-year-range.
    perform load-subscriber-table.
    move 0 to exit-flag.
    move spaces to operator-id.
    display "distrib.sub subscriber maintenance".
    perform ask-operator-id
    	until operator-id not equal spaces.
    display "yearidx.dat holds years " lowest-index-year " through " highest-index-year
    	" - " subscriber-count " subscriber card(s) on file".
    perform handle-one-command
    	until exit-flag equal 1.
    display "subscrn: bye".
    stop run.

*>The lowest year is the first record in key order and the highest
*>the last; a subscriber range has to sit between them.
find-index-year-range.
    move 0 to index-eof.
    move 0 to lowest-index-year.
    move 0 to highest-index-year.
    open input year-index.
    if index-file-status not equal "00"
    	display "subscrn: cannot open yearidx.dat - status " index-file-status
    	move 8 to return-code
    	stop run
    end-if.
    move 0 to idx-year.
    start year-index key is not less than idx-year
    	invalid key
    		move 1 to index-eof
    end-start.
    perform read-next-index-record.
    if index-eof equal 1
    	display "subscrn: yearidx.dat holds no years - nothing to check a range against"
    	close year-index
    	move 8 to return-code
    	stop run
    end-if.
    move idx-year to lowest-index-year.
    perform keep-highest-index-year
    	until index-eof equal 1.
    close year-index.
    add 1, highest-index-year giving range-limit-year.

read-next-index-record.
    read year-index next record
    	at end
    		move 1 to index-eof
    end-read.

keep-highest-index-year.
    move idx-year to highest-index-year.
    perform read-next-index-record.

load-subscriber-table.
    move 0 to subscriber-count.
    move 0 to subscriber-eof.
    open input subscriber-file.
    if subscriber-file-status not equal "00"
    	display "subscrn: cannot open distrib.sub - status " subscriber-file-status
    	move 8 to return-code
    	stop run
    end-if.
    perform read-next-subscriber.
    perform file-one-subscriber
    	until subscriber-eof equal 1.
    close subscriber-file.

read-next-subscriber.
    read subscriber-file
    	at end
    		move 1 to subscriber-eof
    end-read.

file-one-subscriber.
    if subscriber-count is not less than subscriber-limit
    	display "subscrn: distrib.sub holds more than " subscriber-limit " cards - maintain it by hand"
    	close subscriber-file
    	move 8 to return-code
    	stop run
    end-if.
    add 1 to subscriber-count.
    move subscriber-record to subscriber-entry(subscriber-count).
    perform read-next-subscriber.

ask-operator-id.
    display "operator id: " with no advancing.
    move spaces to operator-id.
    accept operator-id.
    if operator-id equal spaces
    	display "an operator id is needed - every change is logged against it"
    end-if.

handle-one-command.
    display " ".
    display "B browse, V view, A add, C change, D delete, X exit: " with no advancing.
    move space to command-reply.
    accept command-reply.
    if command-reply equal "X" or command-reply equal "x"
    	move 1 to exit-flag
    else
    	if command-reply equal "B" or command-reply equal "b"
    		perform browse-subscribers
    	else
    		if command-reply equal "V" or command-reply equal "v"
    			perform view-subscriber
    		else
    			if command-reply equal "A" or command-reply equal "a"
    				perform add-subscriber
    			else
    				if command-reply equal "C" or command-reply equal "c"
    					perform change-subscriber
    				else
    					if command-reply equal "D" or command-reply equal "d"
    						perform delete-subscriber
    					else
    						display "key B, V, A, C, D or X"
    					end-if
    				end-if
    			end-if
    		end-if
    	end-if
    end-if.

*>Fifteen cards a page; Enter shows the next page, X stops. A card
*>that needs correcting carries a "*" and the reason.
browse-subscribers.
    if subscriber-count equal 0
    	display "distrib.sub is empty"
    else
    	display "   id       start end   feasts format"
    	move 0 to page-count
    	move 0 to browse-stop
    	perform browse-one-card
    		varying entry-index from 1 by 1
    		until entry-index is greater than subscriber-count or browse-stop equal 1
    end-if.

browse-one-card.
    move subscriber-entry(entry-index) to candidate-record.
    perform check-candidate-card.
    if card-ok equal 1
    	display "   " candidate-record
    else
    	display " * " candidate-record "  " card-problem
    end-if.
    add 1 to page-count.
    if page-count equal 15 and entry-index is less than subscriber-count
    	move 0 to page-count
    	display "Enter for more, X to stop: " with no advancing
    	move space to confirm-reply
    	accept confirm-reply
    	if confirm-reply equal "X" or confirm-reply equal "x"
    		move 1 to browse-stop
    	end-if
    end-if.

view-subscriber.
    perform ask-existing-id.
    if found-index not equal 0
    	move subscriber-entry(found-index) to candidate-record
    	perform show-candidate
    end-if.

*>Asks for an id and finds its card; found-index stays 0 when the id
*>is blank or not on file.
ask-existing-id.
    move 0 to found-index.
    display "subscriber id: " with no advancing.
    move spaces to text-reply.
    accept text-reply.
    if text-reply not equal spaces
    	perform find-subscriber-id
    	if found-index equal 0
    		display "'" text-reply "' is not on distrib.sub"
    	end-if
    end-if.

find-subscriber-id.
    move 0 to found-index.
    perform check-one-id
    	varying entry-index from 1 by 1
    	until entry-index is greater than subscriber-count or found-index not equal 0.

check-one-id.
    if subscriber-entry(entry-index)(1:8) equal text-reply
    	move entry-index to found-index
    end-if.

show-candidate.
    display "  id      : " cand-id.
    display "  start   : " cand-start-year.
    display "  end     : " cand-end-year " (end exclusive)".
    display "  feasts  : " cand-feasts.
    display "  format  : " cand-format.
    perform check-candidate-card.
    if card-ok equal 0
    	display "  this card needs correcting - " card-problem
    end-if.

*>A new card: every field is asked for in turn and must pass before
*>the next is asked; the card is filed at the end of distrib.sub.
add-subscriber.
    if subscriber-count is not less than subscriber-limit
    	display "distrib.sub is full at " subscriber-limit " cards"
    else
    	move spaces to candidate-record
    	move spaces to before-image
    	move 0 to abandon-flag
    	move 0 to field-ok
    	perform ask-new-id
    		until field-ok equal 1 or abandon-flag equal 1
    	perform ask-card-fields
    	if abandon-flag equal 1
    		display "add abandoned - nothing saved"
    	else
    		perform show-candidate
    		perform ask-to-confirm
    		if confirm-reply equal "Y" or confirm-reply equal "y"
    			add 1 to subscriber-count
    			move candidate-record to subscriber-entry(subscriber-count)
    			move "ADD" to log-action
    			perform save-and-log-change
    		else
    			display "add not saved"
    		end-if
    	end-if
    end-if.

ask-new-id.
    display "subscriber id (8 characters): " with no advancing.
    move spaces to text-reply.
    accept text-reply.
    if text-reply equal "*"
    	move 1 to abandon-flag
    else
    	if text-reply equal spaces
    		display "the id cannot be blank"
    	else
    		move text-reply to id-under-test
    		perform check-id-blanks
    		if id-has-blank equal 1
    			display "the id cannot contain a blank"
    		else
    			perform find-subscriber-id
    			if found-index not equal 0
    				display "'" text-reply "' is already on distrib.sub - use C to change it"
    			else
    				move text-reply to cand-id
    				move 1 to field-ok
    			end-if
    		end-if
    	end-if
    end-if.

check-id-blanks.
    move 0 to id-leading-count.
    move 0 to id-blank-count.
    inspect id-under-test tallying id-leading-count for characters before initial space.
    inspect id-under-test tallying id-blank-count for all space.
    add id-leading-count to id-blank-count.
    if id-blank-count less than 8
    	move 1 to id-has-blank
    else
    	move 0 to id-has-blank
    end-if.

*>A changed card keeps its id - a new id is a delete and an add, so
*>the log shows both. Enter at a prompt keeps the value shown.
change-subscriber.
    perform ask-existing-id.
    if found-index not equal 0
    	move subscriber-entry(found-index) to candidate-record
    	move candidate-record to before-image
    	perform show-candidate
    	display "Enter keeps the value shown"
    	move 0 to abandon-flag
    	perform ask-card-fields
    	if abandon-flag equal 1
    		display "change abandoned - nothing saved"
    	else
    		if candidate-record equal before-image
    			display "nothing changed - nothing saved"
    		else
    			perform show-candidate
    			perform ask-to-confirm
    			if confirm-reply equal "Y" or confirm-reply equal "y"
    				move candidate-record to subscriber-entry(found-index)
    				move "CHANGE" to log-action
    				perform save-and-log-change
    			else
    				display "change not saved"
    			end-if
    		end-if
    	end-if
    end-if.

delete-subscriber.
    perform ask-existing-id.
    if found-index not equal 0
    	move subscriber-entry(found-index) to candidate-record
    	move candidate-record to before-image
    	perform show-candidate
    	display "delete this subscriber? (Y to delete): " with no advancing
    	move space to confirm-reply
    	accept confirm-reply
    	if confirm-reply equal "Y" or confirm-reply equal "y"
    		perform close-up-table
    			varying entry-index from found-index by 1
    			until entry-index is not less than subscriber-count
    		subtract 1 from subscriber-count
    		move spaces to candidate-record
    		move "DELETE" to log-action
    		perform save-and-log-change
    	else
    		display "delete not done"
    	end-if
    end-if.

close-up-table.
    move subscriber-entry(entry-index + 1) to subscriber-entry(entry-index).

*>The four fields after the id, shared by add and change; each prompt
*>repeats until its field is good or the operator keys *. The end
*>year is checked against the start as soon as it is keyed.
ask-card-fields.
    move 0 to field-ok.
    perform ask-start-year
    	until field-ok equal 1 or abandon-flag equal 1.
    move 0 to field-ok.
    perform ask-end-year
    	until field-ok equal 1 or abandon-flag equal 1.
    move 0 to field-ok.
    perform ask-feast-letters
    	until field-ok equal 1 or abandon-flag equal 1.
    move 0 to field-ok.
    perform ask-format
    	until field-ok equal 1 or abandon-flag equal 1.

ask-start-year.
    display "start year [" cand-start-year "]: " with no advancing.
    move spaces to year-reply.
    accept year-reply.
    if year-reply equal "*"
    	move 1 to abandon-flag
    else
    	if year-reply equal spaces and cand-start-year not equal spaces
    		move cand-start-year to year-reply
    	end-if
    	perform right-justify-year-reply
    	if year-reply is not numeric
    		display "'" year-reply "' is not a year number"
    	else
    		move year-reply to candidate-start
    		if candidate-start is less than lowest-index-year
    			or candidate-start is greater than highest-index-year
    			display "start year must be inside yearidx.dat - " lowest-index-year
    				" through " highest-index-year
    		else
    			move year-reply to cand-start-year
    			move 1 to field-ok
    		end-if
    	end-if
    end-if.

ask-end-year.
    display "end year, exclusive [" cand-end-year "]: " with no advancing.
    move spaces to year-reply.
    accept year-reply.
    if year-reply equal "*"
    	move 1 to abandon-flag
    else
    	if year-reply equal spaces and cand-end-year not equal spaces
    		move cand-end-year to year-reply
    	end-if
    	perform right-justify-year-reply
    	if year-reply is not numeric
    		display "'" year-reply "' is not a year number"
    	else
    		move year-reply to candidate-end
    		move cand-start-year to candidate-start
    		if candidate-end is not greater than candidate-start
    			display "end year must be above the start year " cand-start-year
    		else
    			if candidate-end is greater than range-limit-year
    				display "end year cannot be more than one past yearidx.dat's last year "
    					highest-index-year
    			else
    				move year-reply to cand-end-year
    				move 1 to field-ok
    			end-if
    		end-if
    	end-if
    end-if.

*>Short replies like "1583" arrive left-justified, so the digits are
*>slid right and zero-filled before the numeric test, the way the
*>year inquiry screen does it.
right-justify-year-reply.
    if year-reply not equal spaces
    	perform shift-year-reply-right
    		until year-reply-char(5) not equal space
    	inspect year-reply replacing leading spaces by zeroes
    end-if.

shift-year-reply-right.
    move year-reply-char(4) to year-reply-char(5).
    move year-reply-char(3) to year-reply-char(4).
    move year-reply-char(2) to year-reply-char(3).
    move year-reply-char(1) to year-reply-char(2).
    move space to year-reply-char(1).

*>Up to six letters; a single blank reply on a new card means all
*>six feasts, on a changed card it keeps the letters shown. "-"
*>clears a changed card's letters back to all six.
ask-feast-letters.
    display "feasts, any of W O A P G N, blank for all [" cand-feasts "]: " with no advancing.
    move spaces to text-reply.
    accept text-reply.
    inspect text-reply converting "woapgn" to "WOAPGN".
    if text-reply equal "*"
    	move 1 to abandon-flag
    else
    	if text-reply equal spaces
    		move 1 to field-ok
    	else
    		if text-reply equal "-"
    			move spaces to cand-feasts
    			move 1 to field-ok
    		else
    			if text-reply(7:2) not equal spaces
    				display "no more than six feast letters"
    			else
    				move 1 to field-ok
    				perform check-reply-letter
    					varying letter-index from 1 by 1
    					until letter-index is greater than 6
    				if field-ok equal 1
    					move text-reply to cand-feasts
    				else
    					display "only the letters W O A P G N - '" text-reply "' has another"
    				end-if
    			end-if
    		end-if
    	end-if
    end-if.

check-reply-letter.
    if text-reply(letter-index:1) not equal space
    	and text-reply(letter-index:1) not equal "W"
    	and text-reply(letter-index:1) not equal "O"
    	and text-reply(letter-index:1) not equal "A"
    	and text-reply(letter-index:1) not equal "P"
    	and text-reply(letter-index:1) not equal "G"
    	and text-reply(letter-index:1) not equal "N"
    	move 0 to field-ok
    end-if.

ask-format.
    display "format, C calendar feed or R report [" cand-format "]: " with no advancing.
    move space to command-reply.
    accept command-reply.
    inspect command-reply converting "cr" to "CR".
    if command-reply equal "*"
    	move 1 to abandon-flag
    else
    	if command-reply equal space and cand-format not equal space
    		move 1 to field-ok
    	else
    		if command-reply equal "C" or command-reply equal "R"
    			move command-reply to cand-format
    			move 1 to field-ok
    		else
    			display "format must be C or R"
    		end-if
    	end-if
    end-if.

ask-to-confirm.
    display "save this card? (Y to save): " with no advancing.
    move space to confirm-reply.
    accept confirm-reply.

*>The card rules distrib.cob applies, for flagging the cards already
*>on file: an id, numeric years with the start below the end, only
*>the six letters and a C or R format - and, beyond distrib.cob, an
*>id with no blank and a range inside the years yearidx.dat holds.
check-candidate-card.
    move 1 to card-ok.
    move spaces to card-problem.
    if cand-id equal spaces
    	move 0 to card-ok
    	move "no subscriber id" to card-problem
    else
    	move cand-id to id-under-test
    	perform check-id-blanks
    end-if.
    if card-ok equal 1 and id-has-blank equal 1
    	move 0 to card-ok
    	move "id contains a blank" to card-problem
    end-if.
    if card-ok equal 1
    	if cand-start-year is not numeric or cand-end-year is not numeric
    		move 0 to card-ok
    		move "start or end year not numeric" to card-problem
    	else
    		move cand-start-year to candidate-start
    		move cand-end-year to candidate-end
    		if candidate-start is not less than candidate-end
    			move 0 to card-ok
    			move "start year not below end year" to card-problem
    		else
    			if cand-format not equal "C" and cand-format not equal "R"
    				move 0 to card-ok
    				move "format not C or R" to card-problem
    			else
    				perform check-card-letter
    					varying letter-index from 1 by 1
    					until letter-index is greater than 6
    				if card-ok equal 1
    					and (candidate-start is less than lowest-index-year
    					or candidate-end is greater than range-limit-year)
    					move 0 to card-ok
    					move "years reach outside yearidx.dat" to card-problem
    				end-if
    			end-if
    		end-if
    	end-if
    end-if.

check-card-letter.
    if cand-feast-letter(letter-index) not equal space
    	and cand-feast-letter(letter-index) not equal "W"
    	and cand-feast-letter(letter-index) not equal "O"
    	and cand-feast-letter(letter-index) not equal "A"
    	and cand-feast-letter(letter-index) not equal "P"
    	and cand-feast-letter(letter-index) not equal "G"
    	and cand-feast-letter(letter-index) not equal "N"
    	move 0 to card-ok
    	move "feast letter not one of W O A P G N" to card-problem
    end-if.

*>Rewrites distrib.sub from the table at once, so a saved change is
*>on disk before the next prompt, then logs it. distrib.log is opened
*>before distrib.sub is touched ("05" = a first change, no log yet),
*>so a change that could not be logged is never saved. log-action is
*>set by the caller; before-image and candidate-record are the two
*>images.
save-and-log-change.
    open extend change-log.
    if log-file-status not equal "00" and log-file-status not equal "05"
    	display "subscrn: cannot open distrib.log - status " log-file-status
    	move 8 to return-code
    	stop run
    end-if.
    open output subscriber-file.
    if subscriber-file-status not equal "00"
    	display "subscrn: cannot rewrite distrib.sub - status " subscriber-file-status
    	close change-log
    	move 8 to return-code
    	stop run
    end-if.
    perform write-one-subscriber
    	varying entry-index from 1 by 1
    	until entry-index is greater than subscriber-count.
    close subscriber-file.
    accept run-date-stamp from date yyyymmdd.
    accept run-time-holder from time.
    move run-date-stamp to log-date.
    move run-time-stamp to log-time.
    move operator-id to log-operator.
    move before-image to log-before.
    move candidate-record to log-after.
    write log-record from log-line.
    close change-log.
    display "saved - distrib.sub rewritten and the change logged in distrib.log".

write-one-subscriber.
    move subscriber-entry(entry-index) to subscriber-record.
    write subscriber-record.
