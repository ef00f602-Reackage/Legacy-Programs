*> has to submit one job and trap one code.
*> Remember to compile using: cobc -x -free -Wall nightrun.cob
*>-------------------------------
*>Updated!
*>Update Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Added idxprove as the chain's third step, straight after sweepaud:
*> it recomputes every indexed year with the Meeus/Butcher formulas,
*> which sweepaud cannot do since it only cross-checks the sweep's own
*> three outputs. A proof that ends nonzero is handled the way a
*> failed audit is - calfeed is withheld, the diagnostic reports still
*> run, and the verdict line names the proof as the reason.
*>-------------------------------
*>Updated!
*>Update Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Added a chain checkpoint and restart. nightrun.ckpt is rewritten
*> after every step: a header with the chain run's date and time and
*> the easter.hist stamp (run date and time) of the sweep the chain
*> is working from, then one line per step with its return code, C
*> completed clean, F failed or S skipped, and when. nightrun.parm
*> (optional; mode in column 1, a step name in columns 3-10) picks
*> the run: blank is the normal full chain; R restarts from the
*> checkpoint, skipping every step that completed clean and running
*> the rest - the failed step onwards plus anything never reached;
*> F is an operator-forced full rerun that sets the checkpoint aside.
*> A step named on an R card is forced to run even though it
*> completed. A restart is refused with return code 20 when there is
*> no checkpoint, when easter.hist shows a sweep newer than the one
*> the checkpoint was taken on (the outputs the skipped steps made
*> would be out of step with the index), when the forced step is not
*> one of the chain's, or when no forced step is named and every step
*> already completed clean - there is nothing to restart. A restart
*> keeps the stamp of the chain run it resumes on the checkpoint. A
*> restart that reruns the sweep reruns every step after it too.
*> nightrun.log names every step resumed, skipped as completed, or
*> forced. The upstream-failure skip rules
*> still apply to a restarted or forced step.
*>-------------------------------
*>Updated!
*>Update Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Every submission - normal, restart or forced rerun - now starts
*> with parmchk, which compares each live parm card with the version
*> the parm library approved. Any card that differs, was never
*> approved or has gone missing halts the chain before the sweep with
*> return code 24: nothing runs, the checkpoint is left as it was,
*> and parmchk.rpt (and the job's console) shows the live card above
*> the approved one. nightrun.parm itself is not under the library.
*> A parmchk that cannot run or ends with anything but 0 or 24 halts
*> the chain the same way, but is logged as the check failing, not as
*> an unapproved card. step-rc now holds the shell's raw status whole,
*> so a step that could not be found logs 127 rather than a truncated
*> figure.
*>-------------------------------

identification division.
program-id. nightrun.
	select optional run-history, assign to "easter.hist"
		organization is line sequential
		file status is history-file-status.
	select optional chain-checkpoint, assign to "nightrun.ckpt"
		organization is line sequential
		file status is checkpoint-file-status.
	select optional chain-parm-card, assign to "nightrun.parm"
		organization is line sequential
		file status is parm-file-status.

data division.
file section.
		02 filler pic x.
		02 hist-end-status pic x(9).

fd chain-checkpoint.
	01 checkpoint-record.
		02 ckpt-record-type pic x.
		02 filler pic x.
		02 ckpt-body pic x(40).
	01 checkpoint-header.
		02 filler pic x(2).
		02 ckpt-chain-date pic 9(8).
		02 filler pic x.
		02 ckpt-chain-time pic 9(6).
		02 filler pic x.
		02 ckpt-sweep-date pic 9(8).
		02 filler pic x.
		02 ckpt-sweep-time pic 9(6).
		02 filler pic x(9).
	01 checkpoint-step.
		02 filler pic x(2).
		02 ckpt-step-name pic x(8).
		02 filler pic x.
		02 ckpt-step-rc pic 9(4).
		02 filler pic x.
		02 ckpt-step-state pic x.
		02 filler pic x.
		02 ckpt-step-date pic 9(8).
		02 filler pic x.
		02 ckpt-step-time pic 9(6).
		02 filler pic x(9).

fd chain-parm-card.
	01 chain-parm-record.
		02 parm-run-mode pic x.
		02 filler pic x.
		02 parm-forced-step pic x(8).

working-storage section.
77  history-file-status pic x(2).
77  checkpoint-file-status pic x(2).
77  parm-file-status pic x(2).
77  history-eof pic 9.
77  history-found pic 9.

77  step-command pic x(20).
77  step-name pic x(8).
*>The shell's status comes back times 256 - 127, no such program, is
*>32512 - so the raw figure needs five digits before the division.
77  step-rc pic 9(5).
77  step-rc-out pic zzz9.

77  chain-rc pic 9(4).
77  chain-failed pic 9.
77  sweep-halted pic 9.
77  audit-failed pic 9.
77  proof-failed pic 9.
77  parm-check-failed pic 9.
77  calfeed-ran pic 9.
77  unfinished-count pic 9.

*>How this submission runs: N normal, R restart, F forced full rerun.
77  run-mode pic x.
77  forced-step pic x(8).
77  restart-refused pic 9.
77  step-wanted pic 9.
77  step-state pic x.
77  sweep-rerun pic 9.
77  checkpoint-eof pic 9.
77  checkpoint-found pic 9.
77  step-slot pic 9.
77  found-slot pic 9.

*>The chain's steps in running order with what the checkpoint knows of
*>each; state blank means not reached, C completed clean, F failed,
*>S skipped for an upstream failure.
01  step-name-values.
	02 filler pic x(8) value "easter".
	02 filler pic x(8) value "sweepaud".
	02 filler pic x(8) value "idxprove".
	02 filler pic x(8) value "gridprt".
	02 filler pic x(8) value "calfeed".
	02 filler pic x(8) value "datefreq".
	02 filler pic x(8) value "orthgap".
01  step-name-table redefines step-name-values.
	02 chain-step-name pic x(8) occurs 7 times.
01  step-status-table.
	02 step-status occurs 7 times.
		03 step-status-rc pic 9(4).
		03 step-status-state pic x.
		03 step-status-date pic 9(8).
		03 step-status-time pic 9(6).

*>Run stamps as date then time, so one comparison orders two of them.
01  chain-stamp.
	02 chain-stamp-date pic 9(8).
	02 chain-stamp-time pic 9(6).
01  sweep-stamp.
	02 sweep-stamp-date pic 9(8).
	02 sweep-stamp-time pic 9(6).
01  history-stamp.
	02 history-stamp-date pic 9(8).
	02 history-stamp-time pic 9(6).
01  prior-chain-stamp.
	02 prior-chain-date pic 9(8).
	02 prior-chain-time pic 9(6).

77  run-date-stamp pic 9(8).
01  run-time-holder.
	02 last-hist-end-status pic x(9).

procedure division.
*>Runs the seven steps in their nightly order, applying the skip rules
*>as the return codes come back, then writes the verdict and hands
*>the scheduler one return code for the whole chain.
main-line.
    move 0 to chain-failed.
    move 0 to sweep-halted.
    move 0 to audit-failed.
    move 0 to proof-failed.
    move 0 to parm-check-failed.
    move 0 to calfeed-ran.
    move 0 to restart-refused.
    move 0 to sweep-rerun.
    accept run-date-stamp from date yyyymmdd.
    accept run-time-holder from time.
    move run-date-stamp to chain-stamp-date.
    move run-time-stamp to chain-stamp-time.
    open output chain-log.
    move spaces to log-line.
    string "night batch chain - run " delimited by size
    	run-time-stamp delimited by size
    	into log-line.
    write log-line.
    perform read-chain-parameters.
    perform run-parm-check.
    if parm-check-failed equal 1
    	perform write-parm-check-verdict
    	close chain-log
    	move 24 to return-code
    	stop run
    end-if.
    perform prepare-chain-checkpoint.
    if restart-refused equal 1
    	perform write-refusal-verdict
    	close chain-log
    	move 20 to return-code
    	stop run
    end-if.
    perform run-sweep-step.
    perform run-audit-step.
    perform run-proof-step.
    perform run-report-steps.
    perform write-chain-verdict.
    close chain-log.
    move chain-rc to return-code.
    stop run.

*>nightrun.parm is optional: no card, or a blank mode column, is the
*>normal full chain. Any mode but R or F is treated as blank.
read-chain-parameters.
    move "N" to run-mode.
    move spaces to forced-step.
    open input chain-parm-card.
    if parm-file-status equal "00"
    	read chain-parm-card
    		at end
    			move spaces to chain-parm-record
    	end-read
*>"04"/"06" = record read but longer than the card layout (an
*>80-column card image, or trailing blanks); the fields that exist
*>are populated, so the mode is still taken from the card.
    	if parm-file-status equal "00" or parm-file-status equal "04"
    		or parm-file-status equal "06"
    		if parm-run-mode equal "R" or parm-run-mode equal "F"
    			move parm-run-mode to run-mode
    			move parm-forced-step to forced-step
    		end-if
    	end-if
    	close chain-parm-card
    end-if.

*>The pre-run parm card check. It is not a step of the chain - it
*>runs on every submission and never goes on the checkpoint - so it
*>calls the command processor itself rather than going through
*>execute-one-step, dividing the wait status down the same way.
run-parm-check.
    move "parmchk" to step-name.
    move "./parmchk" to step-command.
    call "SYSTEM" using step-command.
    move return-code to step-rc.
    divide step-rc by 256 giving step-rc.
    move 0 to return-code.
    move step-rc to step-rc-out.
    move spaces to log-line.
    string "pre-run check " delimited by size
    	step-name delimited by size
    	" ran - return code " delimited by size
    	step-rc-out delimited by size
    	into log-line.
    write log-line.
    if step-rc not equal 0
    	move 1 to parm-check-failed
    end-if.

*>Sets up the step table for this run. A normal or forced full run
*>starts every step as not reached; a restart loads the checkpoint
*>and checks it is still the one to restart from.
prepare-chain-checkpoint.
    perform clear-one-step-status
    	varying step-slot from 1 by 1
    	until step-slot is greater than 7.
    move 0 to sweep-stamp-date.
    move 0 to sweep-stamp-time.
    if run-mode equal "R"
    	perform load-chain-checkpoint
    	if restart-refused equal 0
    		perform check-restart-is-current
    	end-if
    	if restart-refused equal 0 and forced-step not equal spaces
    		move forced-step to step-name
    		perform find-step-slot
    		if found-slot equal 0
    			move 1 to restart-refused
    			move spaces to log-line
    			string "restart refused - forced step " delimited by size
    				forced-step delimited by size
    				" is not a step of this chain" delimited by size
    				into log-line
    			write log-line
    		end-if
    	end-if
    	if restart-refused equal 0 and forced-step equal spaces
    		move 0 to unfinished-count
    		perform count-unfinished-step
    			varying step-slot from 1 by 1
    			until step-slot is greater than 7
    		if unfinished-count equal 0
    			move 1 to restart-refused
    			move "restart refused - checkpoint shows a completed chain" to log-line
    			write log-line
    		end-if
    	end-if
    	if restart-refused equal 0
    		move spaces to log-line
    		string "restart of the chain run " delimited by size
    			prior-chain-date delimited by size
    			" " delimited by size
    			prior-chain-time delimited by size
    			" - completed steps are skipped, the rest resumed" delimited by size
    			into log-line
    		write log-line
    		if forced-step not equal spaces
    			move spaces to log-line
    			string "operator override - step " delimited by size
    				forced-step delimited by space
    				" forced to run" delimited by size
    				into log-line
    			write log-line
    		end-if
    	end-if
    else
    	if run-mode equal "F"
    		move "full rerun forced by operator - any earlier checkpoint set aside" to log-line
    		write log-line
    	end-if
    end-if.
    if restart-refused equal 0
    	perform write-chain-checkpoint
    end-if.

*>A restart needs something to do: a step that failed, was skipped or
*>was never reached. A checkpoint with every step completed clean is
*>an R card left on after a good night, and running nothing under a
*>PASS verdict would hide that.
count-unfinished-step.
    if step-status-state(step-slot) not equal "C"
    	move 1 to unfinished-count
    end-if.

clear-one-step-status.
    move 0 to step-status-rc(step-slot).
    move space to step-status-state(step-slot).
    move 0 to step-status-date(step-slot).
    move 0 to step-status-time(step-slot).

load-chain-checkpoint.
    move 0 to checkpoint-eof.
    move 0 to checkpoint-found.
    open input chain-checkpoint.
    if checkpoint-file-status equal "00"
    	perform read-next-checkpoint-record
    	perform file-one-checkpoint-record
    		until checkpoint-eof equal 1
    	close chain-checkpoint
    end-if.
    if checkpoint-found equal 0
    	move 1 to restart-refused
    	move "restart refused - no nightrun.ckpt checkpoint to restart from" to log-line
    	write log-line
    end-if.

read-next-checkpoint-record.
    read chain-checkpoint
    	at end
    		move 1 to checkpoint-eof
    end-read.

file-one-checkpoint-record.
    if ckpt-record-type equal "H"
    	move 1 to checkpoint-found
    	move ckpt-chain-date to prior-chain-date
    	move ckpt-chain-time to prior-chain-time
    	move ckpt-sweep-date to sweep-stamp-date
    	move ckpt-sweep-time to sweep-stamp-time
    end-if.
    if ckpt-record-type equal "S"
    	move ckpt-step-name to step-name
    	perform find-step-slot
    	if found-slot not equal 0
    		move ckpt-step-rc to step-status-rc(found-slot)
    		move ckpt-step-state to step-status-state(found-slot)
    		move ckpt-step-date to step-status-date(found-slot)
    		move ckpt-step-time to step-status-time(found-slot)
    	end-if
    end-if.
    perform read-next-checkpoint-record.

find-step-slot.
    move 0 to found-slot.
    perform match-one-step-slot
    	varying step-slot from 1 by 1
    	until step-slot is greater than 7 or found-slot not equal 0.

match-one-step-slot.
    if chain-step-name(step-slot) equal step-name
    	move step-slot to found-slot
    end-if.

*>The steps a restart skips made their outputs from the sweep the
*>checkpoint names. If easter.hist has a later sweep on it - someone
*>ran easter by hand since - those outputs no longer match the index
*>and only a full rerun is safe. A checkpoint whose sweep never wrote
*>a history record is measured from the chain run's own start.
check-restart-is-current.
    perform read-history-tail.
    if history-found equal 1
    	move last-hist-run-date to history-stamp-date
    	move last-hist-run-time to history-stamp-time
    	if sweep-stamp-date equal 0
    		if history-stamp is greater than prior-chain-stamp
    			move 1 to restart-refused
    		end-if
    	else
    		if history-stamp is greater than sweep-stamp
    			move 1 to restart-refused
    		end-if
    	end-if
    	if restart-refused equal 1
    		move spaces to log-line
    		string "restart refused - newer sweep in easter.hist (" delimited by size
    			history-stamp-date delimited by size
    			" " delimited by size
    			history-stamp-time delimited by size
    			") than the checkpoint of chain run " delimited by size
    			prior-chain-date delimited by size
    			" " delimited by size
    			prior-chain-time delimited by size
    			into log-line
    		write log-line
    	end-if
    end-if.

*>Decides whether a restart runs the step named in step-name and
*>logs why: a step that completed clean is skipped unless it is the
*>forced one or the restart has just rerun the sweep under it,
*>anything else is resumed. Outside a restart every step runs.
check-restart-step.
    move 1 to step-wanted.
    if run-mode equal "R"
    	perform find-step-slot
    	move spaces to log-line
    	if sweep-rerun equal 1
    		string "step " delimited by size
    			step-name delimited by size
    			" resumed - the sweep was rerun in this restart" delimited by size
    			into log-line
    	else
    		if step-name equal forced-step
    			string "step " delimited by size
    				step-name delimited by size
    				" forced - operator override" delimited by size
    				into log-line
    		else
    			if step-status-state(found-slot) equal "C"
    				move 0 to step-wanted
    				string "step " delimited by size
    					step-name delimited by size
    					" skipped - completed clean on " delimited by size
    					step-status-date(found-slot) delimited by size
    					" " delimited by size
    					step-status-time(found-slot) delimited by size
    					into log-line
    			else
    				if step-status-state(found-slot) equal space
    					string "step " delimited by size
    						step-name delimited by size
    						" resumed - not reached before" delimited by size
    						into log-line
    				else
    					if step-status-state(found-slot) equal "S"
    						string "step " delimited by size
    							step-name delimited by size
    							" resumed - skipped for an upstream failure before" delimited by size
    							into log-line
    					else
    						move step-status-rc(found-slot) to step-rc-out
    						string "step " delimited by size
    							step-name delimited by size
    							" resumed - ended with return code " delimited by size
    							step-rc-out delimited by size
    							" before" delimited by size
    							into log-line
    					end-if
    				end-if
    			end-if
    		end-if
    	end-if
    	write log-line
    end-if.

*>Records the step just run (C or F) or skipped for an upstream
*>failure (S) and rewrites the checkpoint, so a failure in the next
*>step leaves this one on record. A step a restart skips as already
*>completed keeps the line it has.
record-step-status.
    perform find-step-slot.
    if found-slot not equal 0
    	move step-rc to step-status-rc(found-slot)
    	move step-state to step-status-state(found-slot)
    	move run-date-stamp to step-status-date(found-slot)
    	move run-time-stamp to step-status-time(found-slot)
    end-if.
    perform write-chain-checkpoint.

*>A restart carries on the chain run it resumes, so the header keeps
*>that run's stamp; only a normal or forced full run starts a chain.
write-chain-checkpoint.
    open output chain-checkpoint.
    move spaces to checkpoint-header.
    move "H" to ckpt-record-type.
    if run-mode equal "R"
    	move prior-chain-date to ckpt-chain-date
    	move prior-chain-time to ckpt-chain-time
    else
    	move run-date-stamp to ckpt-chain-date
    	move run-time-stamp to ckpt-chain-time
    end-if.
    move sweep-stamp-date to ckpt-sweep-date.
    move sweep-stamp-time to ckpt-sweep-time.
    write checkpoint-header.
    perform write-one-checkpoint-step
    	varying step-slot from 1 by 1
    	until step-slot is greater than 7.
    close chain-checkpoint.

write-one-checkpoint-step.
    move spaces to checkpoint-step.
    move "S" to ckpt-record-type.
    move chain-step-name(step-slot) to ckpt-step-name.
    move step-status-rc(step-slot) to ckpt-step-rc.
    move step-status-state(step-slot) to ckpt-step-state.
    move step-status-date(step-slot) to ckpt-step-date.
    move step-status-time(step-slot) to ckpt-step-time.
    write checkpoint-step.

*>Step one: the sweep itself. Its return codes are the ones easter.cob
*>documents - 0 clean, 12 reconciliation or range guard, 16 rejected
*>parm card - and anything nonzero means every downstream step would
*>The tail easter.hist record is logged either way; it is the record
*>the operator used to read by hand.
run-sweep-step.
    move "easter" to step-name.
    perform check-restart-step.
    if step-wanted equal 1
    	move 1 to sweep-rerun
    	move "./easter" to step-command
    	perform execute-one-step
    	perform log-last-history-record
    	if step-rc not equal 0
    		move 1 to sweep-halted
    		perform note-chain-failure
    	end-if
    end-if.

*>Step two: the reconciliation audit. A failed audit (return code 8)
*>someone works out what broke - but it does mark the run failed and
*>bars the calfeed export.
run-audit-step.
    move "sweepaud" to step-name.
    if sweep-halted equal 1
    	perform log-skipped-step
    else
    	perform check-restart-step
    	if step-wanted equal 1
    		move "./sweepaud" to step-command
    		perform execute-one-step
    		if step-rc not equal 0
    			move 1 to audit-failed
    			perform note-chain-failure
    		end-if
    	end-if
    end-if.

*>Step three: the second-algorithm proof of yearidx.dat. It is read
*>only, so like the audit a failure (return code 8) leaves the
*>diagnostic reports running, but an index that disagrees with an
*>independent method never goes out through calfeed.
run-proof-step.
    move "idxprove" to step-name.
    if sweep-halted equal 1
    	perform log-skipped-step
    else
    	perform check-restart-step
    	if step-wanted equal 1
    		move "./idxprove" to step-command
    		perform execute-one-step
    		if step-rc not equal 0
    			move 1 to proof-failed
    			perform note-chain-failure
    		end-if
    	end-if
    end-if.

*>Steps four through seven. gridprt, datefreq and orthgap are read-only
*>reports and run whenever the sweep itself completed, audit verdict
*>or no; calfeed publishes outside the shop and is skipped the moment
*>the sweep, its audit or the index proof failed.
run-report-steps.
    move "gridprt" to step-name.
    if sweep-halted equal 1
    	perform log-skipped-step
    else
    	perform check-restart-step
    	if step-wanted equal 1
    		move "./gridprt" to step-command
    		perform execute-one-step
    		if step-rc not equal 0
    			perform note-chain-failure
    		end-if
    	end-if
    end-if.
    move "calfeed" to step-name.
    if sweep-halted equal 1 or audit-failed equal 1 or proof-failed equal 1
    	perform log-skipped-step
    else
    	perform check-restart-step
    	if step-wanted equal 1
    		move "./calfeed" to step-command
    		move 1 to calfeed-ran
    		perform execute-one-step
    		if step-rc not equal 0
    			perform note-chain-failure
    		end-if
    	end-if
    end-if.
    move "datefreq" to step-name.
    if sweep-halted equal 1
    	perform log-skipped-step
    else
    	perform check-restart-step
    	if step-wanted equal 1
    		move "./datefreq" to step-command
    		perform execute-one-step
    		if step-rc not equal 0
    			perform note-chain-failure
    		end-if
    	end-if
    end-if.
    move "orthgap" to step-name.
    if sweep-halted equal 1
    	perform log-skipped-step
    else
    	perform check-restart-step
    	if step-wanted equal 1
    		move "./orthgap" to step-command
    		perform execute-one-step
    		if step-rc not equal 0
    			perform note-chain-failure
    		end-if
    	end-if
    end-if.

    	step-rc-out delimited by size
    	into log-line.
    write log-line.
    if step-rc equal 0
    	move "C" to step-state
    else
    	move "F" to step-state
    end-if.
    perform record-step-status.

log-skipped-step.
    move spaces to log-line.
    	" skipped - upstream failure" delimited by size
    	into log-line.
    write log-line.
    move 0 to step-rc.
    move "S" to step-state.
    perform record-step-status.

*>The first failing step's return code is the one the scheduler gets;
*>later failures are logged but do not overwrite it.
*>sweep just run appends exactly one, so this is that run's mode,
*>verify status and end status as the sweep itself recorded them.
log-last-history-record.
    perform read-history-tail.
    if history-file-status not equal "00"
    	move "easter.hist could not be read after the sweep step" to log-line
    	write log-line
    else
    	if history-found equal 1
    		move last-hist-run-date to sweep-stamp-date
    		move last-hist-run-time to sweep-stamp-time
    		perform write-chain-checkpoint
    		move spaces to log-line
    		string "last easter.hist record: mode " delimited by size
    			last-hist-mode delimited by size
    	end-if
    end-if.

*>Reads easter.hist through to its last record; history-found says
*>whether there was one.
read-history-tail.
    move 0 to history-eof.
    move 0 to history-found.
    open input run-history.
    if history-file-status equal "00"
    	perform read-next-history-record
    	perform keep-history-record
    		until history-eof equal 1
    	close run-history
    end-if.

read-next-history-record.
    read run-history
    	at end
    move 1 to history-found.
    perform read-next-history-record.

*>A refused restart runs nothing and leaves the checkpoint as it was,
*>so the restart can be submitted again once the cause is cleared.
write-refusal-verdict.
    move spaces to log-line.
    write log-line.
    move "chain verdict: REFUSED - restart not possible, no step run; submit with F on nightrun.parm for a full rerun" to log-line.
    write log-line.
    display "nightrun: restart refused - see nightrun.log".

*>A halted chain runs nothing and leaves the checkpoint alone, so the
*>same submission - restart or not - can go again once the cards are
*>put back or the change is approved and promoted. Only 24 is
*>parmchk's verdict on the cards; any other code (127 = no parmchk to
*>run) means the check itself did not finish, and is told apart.
write-parm-check-verdict.
    move spaces to log-line.
    write log-line.
    if step-rc equal 24
    	move "chain verdict: HALTED - parm cards differ from their approved versions, no step run; see parmchk.rpt" to log-line
    	write log-line
    	display "nightrun: chain halted on unapproved parm cards - see parmchk.rpt"
    else
    	move spaces to log-line
    	string "chain verdict: HALTED - pre-run check parmchk failed - return code " delimited by size
    		step-rc-out delimited by size
    		", chain not run" delimited by size
    		into log-line
    	write log-line
    	display "nightrun: pre-run check parmchk failed - return code " step-rc-out ", chain not run"
    end-if.

write-chain-verdict.
    move spaces to log-line.
    write log-line.
    if chain-failed equal 0
    	if run-mode equal "R"
    		if calfeed-ran equal 1
    			move "chain verdict: PASS - restart completed the chain clean, calfeed export shipped" to log-line
    		else
    			move "chain verdict: PASS - restart completed the chain clean, calfeed export shipped by the earlier run" to log-line
    		end-if
    	else
    		move "chain verdict: PASS - all steps ran clean, calfeed export shipped" to log-line
    	end-if
    else
    	if sweep-halted equal 1
    		move "chain verdict: FAIL - sweep step failed, downstream steps not run" to log-line
    		if audit-failed equal 1
    			move "chain verdict: FAIL - sweepaud audit failed, calfeed export withheld" to log-line
    		else
    			if proof-failed equal 1
    				move "chain verdict: FAIL - idxprove found index disagreements, calfeed export withheld" to log-line
    			else
    				move "chain verdict: FAIL - a report step ended with a nonzero return code" to log-line
    			end-if
    		end-if
    	end-if
    end-if.
