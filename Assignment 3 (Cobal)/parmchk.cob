*>Parm Card Pre-Run Check!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Compares every live parm card of the suite with the version the
*> parm library (parmlib.dat, kept by parmlib.cob) holds as current,
*> before the night chain is allowed to run. A card that differs from
*> its approved image, a live card the library has never approved,
*> and an approved card whose live file has gone are all unapproved
*> changes: each is listed in parmchk.rpt - and on the console - with
*> the live card and the approved card one above the other, and the
*> run ends with return code 24 so nightrun halts the chain. A card
*> neither live nor on the library is simply not in use. Return code
*> 0 means every card the suite reads is one somebody approved.
*> Remember to compile using: cobc -x -free -Wall parmchk.cob
*>-------------------------------

identification division.
program-id. parmchk.
environment division.
configuration section.
input-output section.
file-control.
	select parm-library, assign to "parmlib.dat"
		organization is indexed
		access mode is dynamic
		record key is lib-key
		file status is library-file-status.
	select live-card, assign to live-card-name
		organization is line sequential
		file status is live-file-status.
	select check-report, assign to "parmchk.rpt"
		organization is line sequential.

data division.
file section.
fd parm-library.
	01 lib-record.
		02 lib-key.
			03 lib-card-name pic x(16).
			03 lib-version pic 9(4).
		02 lib-status pic x.
		02 lib-card-image pic x(80).
		02 lib-proposed-by pic x(8).
		02 lib-proposed-stamp.
			03 lib-proposed-date pic 9(8).
			03 lib-proposed-time pic 9(6).
		02 lib-approved-by pic x(8).
		02 lib-approved-stamp.
			03 lib-approved-date pic 9(8).
			03 lib-approved-time pic 9(6).
		02 lib-promoted-by pic x(8).
		02 lib-effective-stamp.
			03 lib-effective-date pic 9(8).
			03 lib-effective-time pic 9(6).
		02 lib-superseded-stamp.
			03 lib-superseded-date pic 9(8).
			03 lib-superseded-time pic 9(6).
		02 lib-reason pic x(30).

fd live-card.
	01 live-card-record pic x(80).

fd check-report.
	01 report-line pic x(120).

working-storage section.
77  library-file-status pic x(2).
77  live-file-status pic x(2).
77  library-open pic 9.
77  library-eof pic 9.
77  live-card-name pic x(16).

*>The suite's parm cards under library control - the same list
*>parmlib.cob keeps; nightrun.parm is the operator's restart control
*>and is not checked.
01  controlled-card-values.
	02 filler pic x(16) value "aleppo.parm".
	02 filler pic x(16) value "bizcal.parm".
	02 filler pic x(16) value "calfeed.parm".
	02 filler pic x(16) value "clash.parm".
	02 filler pic x(16) value "easter.parm".
	02 filler pic x(16) value "genmgr.parm".
	02 filler pic x(16) value "histrpt.parm".
	02 filler pic x(16) value "idxchk.parm".
	02 filler pic x(16) value "recack.parm".
	02 filler pic x(16) value "recext.parm".
	02 filler pic x(16) value "regcal.parm".
	02 filler pic x(16) value "sweepdif.parm".
01  controlled-card-table redefines controlled-card-values.
	02 controlled-card-name pic x(16) occurs 12 times.
77  controlled-count pic 9(2) value 12.
77  card-slot pic 9(2).

*>What was found for the card being checked.
77  live-present pic 9.
77  live-image pic x(80).
77  approved-present pic 9.
01  approved-record pic x(211).
77  card-verdict pic x(10).

77  agree-count pic 9(5).
77  differ-count pic 9(5).
77  unapproved-count pic 9(5).
77  missing-count pic 9(5).
77  unused-count pic 9(5).
77  attention-count pic 9(5).

77  run-date-stamp pic 9(8).
01  run-time-holder.
	02 run-time-stamp pic 9(6).
	02 filler pic 9(2).

01  card-line.
	02 filler pic x(2).
	02 card-name-out pic x(16).
	02 filler pic x(2).
	02 card-verdict-out pic x(10).
	02 filler pic x(2).
	02 card-note-out pic x(88).

01  image-line.
	02 filler pic x(6).
	02 image-label pic x(10).
	02 image-out pic x(104).

01  count-detail-line.
	02 count-text pic x(44).
	02 count-value pic z(6)9.
	02 filler pic x(69).

procedure division.
*>Checks the controlled cards one by one against the library and
*>ends 24 when any of them is not what was approved.
main-line.
    move 0 to agree-count.
    move 0 to differ-count.
    move 0 to unapproved-count.
    move 0 to missing-count.
    move 0 to unused-count.
    accept run-date-stamp from date yyyymmdd.
    accept run-time-holder from time.
    perform open-parm-library.
    open output check-report.
    move spaces to report-line.
    string "parm card check - live cards against the parm library, " delimited by size
    	run-date-stamp delimited by size
    	" " delimited by size
    	run-time-stamp delimited by size
    	into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    perform check-one-card
    	varying card-slot from 1 by 1
    	until card-slot is greater than controlled-count.
    if library-open equal 1
    	close parm-library
    end-if.
    perform write-check-counts.
    close check-report.
    add differ-count, unapproved-count giving attention-count.
    add missing-count to attention-count.
    if attention-count equal 0
    	display "parmchk: all live parm cards are the approved versions"
    else
    	display "parmchk: " attention-count " parm card(s) not as approved - see parmchk.rpt"
    	move 24 to return-code
    end-if.
    stop run.

*>No library at all is the same as an empty one: every live card is
*>then unapproved.
open-parm-library.
    move 0 to library-open.
    open input parm-library.
    if library-file-status equal "00"
    	move 1 to library-open
    else
    	if library-file-status not equal "35"
    		display "parmchk: cannot open parmlib.dat - status " library-file-status
    		move 24 to return-code
    		stop run
    	end-if
    end-if.

check-one-card.
    move controlled-card-name(card-slot) to live-card-name.
    perform read-live-card.
    perform find-approved-version.
    move spaces to card-line.
    move live-card-name to card-name-out.
    if approved-present equal 1
    	move approved-record to lib-record
    end-if.
    if live-present equal 1 and approved-present equal 1
    	if live-image equal lib-card-image
    		add 1 to agree-count
    		move "AGREES" to card-verdict
    	else
    		add 1 to differ-count
    		move "DIFFERS" to card-verdict
    	end-if
    else
    	if live-present equal 1
    		add 1 to unapproved-count
    		move "UNAPPROVED" to card-verdict
    	else
    		if approved-present equal 1
    			add 1 to missing-count
    			move "MISSING" to card-verdict
    		else
    			add 1 to unused-count
    			move "NOT IN USE" to card-verdict
    		end-if
    	end-if
    end-if.
    move card-verdict to card-verdict-out.
    if approved-present equal 1
    	string "approved version " delimited by size
    		lib-version delimited by size
    		" by " delimited by size
    		lib-approved-by delimited by space
    		", effective " delimited by size
    		lib-effective-date delimited by size
    		" " delimited by size
    		lib-effective-time delimited by size
    		into card-note-out
    else
    	if live-present equal 1
    		move "the parm library holds no approved version" to card-note-out
    	end-if
    end-if.
    move card-line to report-line.
    write report-line.
    if card-verdict not equal "AGREES" and card-verdict not equal "NOT IN USE"
    	perform show-both-cards
    end-if.

*>Only the first record of a card is read; "04"/"06" = record read
*>but longer than the card layout, and the 80 columns that exist are
*>the ones compared.
read-live-card.
    move 0 to live-present.
    move spaces to live-image.
    open input live-card.
    if live-file-status equal "00"
    	move 1 to live-present
    	read live-card
    		at end
    			move spaces to live-card-record
    	end-read
    	if live-file-status equal "00" or live-file-status equal "04"
    		or live-file-status equal "06"
    		move live-card-record to live-image
    	end-if
    	close live-card
    end-if.

*>The card's current version is the one in state C; only one is ever
*>current, as promotion supersedes the one before.
find-approved-version.
    move 0 to approved-present.
    if library-open equal 1
    	move live-card-name to lib-card-name
    	move 0 to lib-version
    	move 0 to library-eof
    	start parm-library key is not less than lib-key
    		invalid key
    			move 1 to library-eof
    	end-start
    	perform read-next-library-record
    	perform note-one-version
    		until library-eof equal 1
    end-if.

read-next-library-record.
    if library-eof not equal 1
    	read parm-library next record
    		at end
    			move 1 to library-eof
    	end-read
    	if library-eof not equal 1 and lib-card-name not equal live-card-name
    		move 1 to library-eof
    	end-if
    end-if.

note-one-version.
    if lib-status equal "C"
    	move 1 to approved-present
    	move lib-record to approved-record
    end-if.
    perform read-next-library-record.

*>The live card above the approved one, so the change stands out -
*>on the report and on the console for the operator.
show-both-cards.
    display "parmchk: " live-card-name " " card-verdict.
    move spaces to image-line.
    move "live:" to image-label.
    if live-present equal 1
    	string "[" delimited by size
    		live-image delimited by size
    		"]" delimited by size
    		into image-out
    else
    	move "(no live card)" to image-out
    end-if.
    display "  live:     " image-out.
    move image-line to report-line.
    write report-line.
    move spaces to image-line.
    move "approved:" to image-label.
    if approved-present equal 1
    	string "[" delimited by size
    		lib-card-image delimited by size
    		"]" delimited by size
    		into image-out
    else
    	move "(none on the library)" to image-out
    end-if.
    display "  approved: " image-out.
    move image-line to report-line.
    write report-line.

write-check-counts.
    move spaces to report-line.
    write report-line.
    move spaces to count-detail-line.
    move "cards agreeing with their approved version:" to count-text.
    move agree-count to count-value.
    move count-detail-line to report-line.
    write report-line.
    move "cards differing from their approved version:" to count-text.
    move differ-count to count-value.
    move count-detail-line to report-line.
    write report-line.
    move "live cards with no approved version:" to count-text.
    move unapproved-count to count-value.
    move count-detail-line to report-line.
    write report-line.
    move "approved cards with no live card:" to count-text.
    move missing-count to count-value.
    move count-detail-line to report-line.
    write report-line.
    move "cards not in use:" to count-text.
    move unused-count to count-value.
    move count-detail-line to report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    if differ-count equal 0 and unapproved-count equal 0 and missing-count equal 0
    	move "parm card verdict: CLEAN - every live card is its approved version" to report-line
    else
    	move "parm card verdict: UNAPPROVED CHANGES - the night chain must not run" to report-line
    end-if.
    write report-line.
