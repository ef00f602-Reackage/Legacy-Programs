*>Parm Card Library Maintenance!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Keeps every version of every suite parm card in the parm library
*> parmlib.dat - an indexed file keyed on card name and version - so
*> no card changes without a proposal, a second person's approval and
*> a logged promotion. Requests come one per line on parmlib.req: an
*> action letter, the card's file name (16 characters), the user id
*> (8), a version (4 digits), the card image (80 columns, exactly as
*> it is to stand) and a reason (30), each after one blank.
*>   P propose a new version of a card; a blank image proposes the
*>     card as it stands live (how a card first comes under control).
*>     Any older proposal still waiting is withdrawn.
*>   A approve a proposed version - never by the user who proposed it.
*>   M promote an approved version: the live card file is rewritten
*>     with its image, it becomes the current version from that
*>     moment (its effective date), and the version it replaces is
*>     marked superseded.
*>   Q list the version of every card in effect at a past moment -
*>     the image columns carry the date and time (YYYYMMDDHHMMSS) of,
*>     say, an easter.hist run - so an auditor can rebuild exactly
*>     which parameters that run read.
*> Only the suite's own cards are under control; nightrun.parm is the
*> operator's restart control and stays outside the library. Every
*> proposal, withdrawal, approval and promotion is appended to
*> parmlib.log with the date, time, user, card, version and image.
*> parmlib.rpt answers each request and closes with the library as it
*> stands; a refused request ends the run with return code 8.
*> parmchk.cob compares the live cards against the library before
*> the night chain runs.
*> Remember to compile using: cobc -x -free -Wall parmlib.cob
*>-------------------------------

identification division.
program-id. parmlib.
environment division.
configuration section.
input-output section.
file-control.
	select parm-library, assign to "parmlib.dat"
		organization is indexed
		access mode is dynamic
		record key is lib-key
		file status is library-file-status.
	select request-file, assign to "parmlib.req"
		organization is line sequential
		file status is request-file-status.
	select live-card, assign to live-card-name
		organization is line sequential
		file status is live-file-status.
	select optional library-log, assign to "parmlib.log"
		organization is line sequential
		file status is log-file-status.
	select library-report, assign to "parmlib.rpt"
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

fd request-file.
	01 request-record.
		02 req-action pic x.
		02 filler pic x.
		02 req-card-name pic x(16).
		02 filler pic x.
		02 req-user pic x(8).
		02 filler pic x.
		02 req-version pic x(4).
		02 filler pic x.
		02 req-card-image pic x(80).
		02 req-as-of-stamp redefines req-card-image.
			03 req-as-of-date pic x(8).
			03 req-as-of-time pic x(6).
			03 filler pic x(66).
		02 filler pic x.
		02 req-reason pic x(30).

fd live-card.
	01 live-card-record pic x(80).

fd library-log.
	01 log-record pic x(144).

fd library-report.
	01 report-line pic x(132).

working-storage section.
77  library-file-status pic x(2).
77  request-file-status pic x(2).
77  live-file-status pic x(2).
77  log-file-status pic x(2).
77  request-eof pic 9.
77  library-eof pic 9.
77  live-card-name pic x(16).

*>The suite's parm cards under library control, the same list
*>parmchk.cob checks; nightrun.parm is deliberately not on it.
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
77  card-controlled pic 9.

77  request-count pic 9(5).
77  done-count pic 9(5).
77  refused-count pic 9(5).
77  request-ok pic 9.
77  refusal-text pic x(70).
77  request-version pic 9(4).
77  highest-version pic 9(4).
77  action-word pic x(8).

77  run-date-stamp pic 9(8).
01  run-time-holder.
	02 run-time-stamp pic 9(6).
	02 filler pic 9(2).
01  action-stamp.
	02 action-date pic 9(8).
	02 action-time pic 9(6).
01  as-of-stamp.
	02 as-of-date pic 9(8).
	02 as-of-time pic 9(6).

*>What a scan of one card's versions finds.
77  current-version pic 9(4).
77  in-effect-version pic 9(4).
01  in-effect-stamp.
	02 in-effect-date pic 9(8).
	02 in-effect-time pic 9(6).
77  pending-count pic 9(4).
77  approved-count pic 9(4).
01  held-record pic x(211).

01  log-line.
	02 log-date pic 9(8).
	02 filler pic x value space.
	02 log-time pic 9(6).
	02 filler pic x value space.
	02 log-user pic x(8).
	02 filler pic x value space.
	02 log-action pic x(8).
	02 filler pic x value space.
	02 log-card-name pic x(16).
	02 filler pic x(9) value " version ".
	02 log-version pic 9(4).
	02 filler pic x value space.
	02 log-card-image pic x(80).

01  library-line.
	02 library-card-out pic x(16).
	02 filler pic x(2).
	02 library-version-out pic x(4).
	02 filler pic x(2).
	02 library-date-out pic x(8).
	02 filler pic x.
	02 library-time-out pic x(6).
	02 filler pic x(2).
	02 library-approver-out pic x(8).
	02 filler pic x(2).
	02 library-note-out pic x(40).
	02 filler pic x(41).

procedure division.
*>Applies every request in order against the library, then lists the
*>library as it stands.
main-line.
    move 0 to request-eof.
    move 0 to request-count.
    move 0 to done-count.
    move 0 to refused-count.
    accept run-date-stamp from date yyyymmdd.
    accept run-time-holder from time.
    open input request-file.
    if request-file-status not equal "00"
    	display "parmlib: cannot open parmlib.req - status " request-file-status
    	move 8 to return-code
    	stop run
    end-if.
    perform open-parm-library.
    open output library-report.
    move spaces to report-line.
    string "parm card library - requests of " delimited by size
    	run-date-stamp delimited by size
    	" " delimited by size
    	run-time-stamp delimited by size
    	into report-line.
    write report-line.
    move spaces to report-line.
    write report-line.
    perform read-next-request.
    perform apply-one-request
    	until request-eof equal 1.
    perform list-library.
    close library-report.
    close parm-library.
    close request-file.
    display "parmlib: " request-count " request(s), " done-count " done, " refused-count
    	" refused - report in parmlib.rpt".
    if refused-count not equal 0
    	move 8 to return-code
    end-if.
    stop run.

*>The first run finds no library yet and creates an empty one.
open-parm-library.
    open i-o parm-library.
    if library-file-status equal "35"
    	open output parm-library
    	close parm-library
    	open i-o parm-library
    end-if.
    if library-file-status not equal "00"
    	display "parmlib: cannot open parmlib.dat - status " library-file-status
    	close request-file
    	move 8 to return-code
    	stop run
    end-if.

read-next-request.
    read request-file
    	at end
    		move 1 to request-eof
    end-read.

apply-one-request.
    add 1 to request-count.
    move 1 to request-ok.
    move spaces to refusal-text.
    accept action-date from date yyyymmdd.
    accept run-time-holder from time.
    move run-time-stamp to action-time.
    perform check-request-common.
    if request-ok equal 1
    	if req-action equal "P"
    		perform propose-card-version
    	else
    		if req-action equal "A"
    			perform approve-card-version
    		else
    			if req-action equal "M"
    				perform promote-card-version
    			else
    				perform list-cards-as-of
    			end-if
    		end-if
    	end-if
    end-if.
    if request-ok equal 1
    	add 1 to done-count
    else
    	add 1 to refused-count
    	move spaces to report-line
    	string req-action delimited by size
    		" " delimited by size
    		req-card-name delimited by space
    		" " delimited by size
    		req-version delimited by size
    		" by " delimited by size
    		req-user delimited by space
    		": refused - " delimited by size
    		refusal-text delimited by size
    		into report-line
    	write report-line
    end-if.
    perform read-next-request.

*>Every request names a known action and a user; all but Q name a
*>controlled card, and A and M a version.
check-request-common.
    if req-action not equal "P" and req-action not equal "A"
    	and req-action not equal "M" and req-action not equal "Q"
    	move 0 to request-ok
    	move "action is not P, A, M or Q" to refusal-text
    else
    	if req-user equal spaces
    		move 0 to request-ok
    		move "no user id - every library change is logged against one" to refusal-text
    	else
    		if req-action not equal "Q"
    			perform check-card-controlled
    			if card-controlled equal 0
    				move 0 to request-ok
    				move "not a parm card under library control" to refusal-text
    			end-if
    		end-if
    		if request-ok equal 1 and (req-action equal "A" or req-action equal "M")
    			if req-version is numeric
    				move req-version to request-version
    			else
    				move 0 to request-ok
    				move "version is not four digits" to refusal-text
    			end-if
    		end-if
    	end-if
    end-if.

check-card-controlled.
    move 0 to card-controlled.
    perform match-controlled-card
    	varying card-slot from 1 by 1
    	until card-slot is greater than controlled-count or card-controlled equal 1.

match-controlled-card.
    if controlled-card-name(card-slot) equal req-card-name
    	move 1 to card-controlled
    end-if.

*>A new version numbered one past the card's highest. With no image
*>on the request the live card is taken as it stands. Proposals still
*>waiting are withdrawn as the card's versions are scanned - only once
*>the proposal itself is known to stand, so a refused one leaves them.
propose-card-version.
    if req-card-image equal spaces
    	move req-card-name to live-card-name
    	open input live-card
    	if live-file-status equal "00"
    		read live-card
    			at end
    				move spaces to live-card-record
    		end-read
    		close live-card
    		move live-card-record to req-card-image
    	else
    		move 0 to request-ok
    		move "no image on the request and no live card to adopt" to refusal-text
    	end-if
    end-if.
    if request-ok equal 1
    	move 0 to highest-version
    	move req-card-name to lib-card-name
    	move 0 to lib-version
    	move 0 to library-eof
    	start parm-library key is not less than lib-key
    		invalid key
    			move 1 to library-eof
    	end-start
    	perform read-next-library-record
    	perform withdraw-one-pending
    		until library-eof equal 1
    	move spaces to lib-record
    	move req-card-name to lib-card-name
    	add 1, highest-version giving lib-version
    	move "P" to lib-status
    	move req-card-image to lib-card-image
    	move req-user to lib-proposed-by
    	move action-stamp to lib-proposed-stamp
    	move 0 to lib-approved-date
    	move 0 to lib-approved-time
    	move 0 to lib-effective-date
    	move 0 to lib-effective-time
    	move 0 to lib-superseded-date
    	move 0 to lib-superseded-time
    	move req-reason to lib-reason
    	write lib-record
    		invalid key
    			move 0 to request-ok
    			move "version already on the library" to refusal-text
    	end-write
    	if request-ok equal 1
    		move "PROPOSE" to action-word
    		perform log-library-action
    		perform report-request-done
    	end-if
    end-if.

*>Sequential read of one card's versions: ends at the end of the
*>library or at the first record of another card.
read-next-library-record.
    if library-eof not equal 1
    	read parm-library next record
    		at end
    			move 1 to library-eof
    	end-read
    	if library-eof not equal 1 and lib-card-name not equal req-card-name
    		move 1 to library-eof
    	end-if
    end-if.

withdraw-one-pending.
    move lib-version to highest-version.
    if lib-status equal "P"
    	move "W" to lib-status
    	rewrite lib-record
    		invalid key
    			display "parmlib: could not withdraw " lib-card-name " version " lib-version
    	end-rewrite
    	move "WITHDRAW" to action-word
    	perform log-library-action
    end-if.
    perform read-next-library-record.

*>Only a waiting proposal can be approved, and never by its proposer -
*>the second pair of eyes is the point of the library.
approve-card-version.
    move req-card-name to lib-card-name.
    move request-version to lib-version.
    read parm-library
    	invalid key
    		move 0 to request-ok
    		move "no such version on the library" to refusal-text
    end-read.
    if request-ok equal 1
    	if lib-status not equal "P"
    		move 0 to request-ok
    		move "version is not a proposal waiting for approval" to refusal-text
    	else
    		if lib-proposed-by equal req-user
    			move 0 to request-ok
    			move "the proposer cannot approve their own card" to refusal-text
    		end-if
    	end-if
    end-if.
    if request-ok equal 1
    	move "A" to lib-status
    	move req-user to lib-approved-by
    	move action-stamp to lib-approved-stamp
    	rewrite lib-record
    		invalid key
    			move 0 to request-ok
    			move "library record could not be rewritten" to refusal-text
    	end-rewrite
    	if request-ok equal 1
    		move "APPROVE" to action-word
    		perform log-library-action
    		perform report-request-done
    	end-if
    end-if.

*>Puts an approved version live: the card file first, so a card that
*>cannot be written leaves the library unchanged; then the current
*>version is superseded and this one made current from this moment.
promote-card-version.
    move req-card-name to lib-card-name.
    move request-version to lib-version.
    read parm-library
    	invalid key
    		move 0 to request-ok
    		move "no such version on the library" to refusal-text
    end-read.
    if request-ok equal 1 and lib-status not equal "A"
    	move 0 to request-ok
    	move "version is not approved and waiting for promotion" to refusal-text
    end-if.
    if request-ok equal 1
    	move lib-record to held-record
    	move req-card-name to live-card-name
    	open output live-card
    	if live-file-status not equal "00"
    		move 0 to request-ok
    		move "live card file could not be written" to refusal-text
    	else
    		move lib-card-image to live-card-record
    		write live-card-record
    		close live-card
    	end-if
    end-if.
    if request-ok equal 1
    	perform supersede-current-version
    	move held-record to lib-record
    	move "C" to lib-status
    	move req-user to lib-promoted-by
    	move action-stamp to lib-effective-stamp
    	rewrite lib-record
    		invalid key
    			move 0 to request-ok
    			move "library record could not be rewritten" to refusal-text
    	end-rewrite
    	if request-ok equal 1
    		move "PROMOTE" to action-word
    		perform log-library-action
    		perform report-request-done
    	end-if
    end-if.

supersede-current-version.
    move req-card-name to lib-card-name.
    move 0 to lib-version.
    move 0 to library-eof.
    start parm-library key is not less than lib-key
    	invalid key
    		move 1 to library-eof
    end-start.
    perform read-next-library-record.
    perform supersede-one-current
    	until library-eof equal 1.

supersede-one-current.
    if lib-status equal "C"
    	move "S" to lib-status
    	move action-stamp to lib-superseded-stamp
    	rewrite lib-record
    		invalid key
    			display "parmlib: could not supersede " lib-card-name " version " lib-version
    	end-rewrite
    end-if.
    perform read-next-library-record.

*>For every controlled card, the version whose effective moment is
*>the latest one not after the moment asked about.
list-cards-as-of.
    if req-as-of-date is not numeric or req-as-of-time is not numeric
    	move 0 to request-ok
    	move "as-of moment is not YYYYMMDDHHMMSS in the image columns" to refusal-text
    else
    	move req-as-of-date to as-of-date
    	move req-as-of-time to as-of-time
    	move spaces to report-line
    	string "Q by " delimited by size
    		req-user delimited by space
    		": cards in effect at " delimited by size
    		as-of-date delimited by size
    		" " delimited by size
    		as-of-time delimited by size
    		into report-line
    	write report-line
    	perform list-one-card-as-of
    		varying card-slot from 1 by 1
    		until card-slot is greater than controlled-count
    	move spaces to report-line
    	write report-line
    end-if.

list-one-card-as-of.
    move controlled-card-name(card-slot) to req-card-name.
    perform scan-card-versions.
    move spaces to report-line.
    if in-effect-version equal 0
    	string "  " delimited by size
    		req-card-name delimited by size
    		" no approved version in effect" delimited by size
    		into report-line
    	write report-line
    else
    	move req-card-name to lib-card-name
    	move in-effect-version to lib-version
    	read parm-library
    		invalid key
    			move spaces to lib-card-image
    	end-read
    	string "  " delimited by size
    		req-card-name delimited by size
    		" version " delimited by size
    		in-effect-version delimited by size
    		" from " delimited by size
    		in-effect-date delimited by size
    		" " delimited by size
    		in-effect-time delimited by size
    		" approved by " delimited by size
    		lib-approved-by delimited by size
    		into report-line
    	write report-line
    	move spaces to report-line
    	string "    [" delimited by size
    		lib-card-image delimited by size
    		"]" delimited by size
    		into report-line
    	write report-line
    end-if.

*>One pass over a card's versions: its current version, the version
*>in effect at as-of-stamp, and how many wait for approval or
*>promotion.
scan-card-versions.
    move 0 to current-version.
    move 0 to in-effect-version.
    move 0 to in-effect-date.
    move 0 to in-effect-time.
    move 0 to pending-count.
    move 0 to approved-count.
    move req-card-name to lib-card-name.
    move 0 to lib-version.
    move 0 to library-eof.
    start parm-library key is not less than lib-key
    	invalid key
    		move 1 to library-eof
    end-start.
    perform read-next-library-record.
    perform note-one-version
    	until library-eof equal 1.

note-one-version.
    if lib-status equal "C"
    	move lib-version to current-version
    end-if.
    if lib-status equal "P"
    	add 1 to pending-count
    end-if.
    if lib-status equal "A"
    	add 1 to approved-count
    end-if.
    if (lib-status equal "C" or lib-status equal "S")
    	and lib-effective-stamp is not greater than as-of-stamp
    	and lib-effective-stamp is not less than in-effect-stamp
    	move lib-version to in-effect-version
    	move lib-effective-stamp to in-effect-stamp
    end-if.
    perform read-next-library-record.

report-request-done.
    move spaces to report-line.
    string req-action delimited by size
    	" " delimited by size
    	lib-card-name delimited by space
    	" version " delimited by size
    	lib-version delimited by size
    	" by " delimited by size
    	req-user delimited by space
    	": done - " delimited by size
    	action-word delimited by space
    	into report-line.
    write report-line.

log-library-action.
    open extend library-log.
    move action-date to log-date.
    move action-time to log-time.
    move req-user to log-user.
    move action-word to log-action.
    move lib-card-name to log-card-name.
    move lib-version to log-version.
    move lib-card-image to log-card-image.
    write log-record from log-line.
    close library-log.

*>The library as it stands after this run's requests, one line per
*>controlled card.
list-library.
    move spaces to report-line.
    write report-line.
    move "library as it stands" to report-line.
    write report-line.
    move "card              live  effective        approved  waiting" to report-line.
    write report-line.
    move 99999999 to as-of-date.
    move 999999 to as-of-time.
    perform list-one-library-card
    	varying card-slot from 1 by 1
    	until card-slot is greater than controlled-count.

list-one-library-card.
    move controlled-card-name(card-slot) to req-card-name.
    perform scan-card-versions.
    move spaces to library-line.
    move req-card-name to library-card-out.
    if current-version equal 0
    	move "none" to library-version-out
    else
    	move req-card-name to lib-card-name
    	move current-version to lib-version
    	read parm-library
    		invalid key
    			move spaces to lib-approved-by
    	end-read
    	move current-version to library-version-out
    	move lib-effective-date to library-date-out
    	move lib-effective-time to library-time-out
    	move lib-approved-by to library-approver-out
    end-if.
    if pending-count not equal 0 or approved-count not equal 0
    	string pending-count delimited by size
    		" proposed, " delimited by size
    		approved-count delimited by size
    		" approved not promoted" delimited by size
    		into library-note-out
    end-if.
    move library-line to report-line.
    write report-line.
