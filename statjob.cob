*> Adina Mubbashir

*> Defines the program's name
identification division.
program-id. statjob.

*> Nightly job-stream driver: reads a job-stream card deck naming the
*> night's steps in order (statedit, statmeasure, statquality,
*> stattrend, stathouse and the like), runs each one, reads back its
*> return code and applies that step's condition-code rule - stop the
*> stream, skip the steps that depend on it, or carry on - instead of
*> an operator reading each code by hand and deciding. Every step's
*> start time, end time, return code and outcome is appended to the
*> run-control log.
*>
*> The stream's progress is kept in statjob-checkpoint.dat, one record
*> per step, the same way statmeasure keeps its own checkpoint: a
*> stream that stopped, or left a step failed or skipped, keeps its
*> checkpoint, and the next execution must name the step to restart
*> from. Steps that already completed in the interrupted stream are
*> never run again on a restart unless the rerun override is set - a
*> second statmeasure run after it has posted to the period history
*> master and the processed-file register would double-post the
*> night. A stream in which every step completed clears the
*> checkpoint, so the next night starts fresh.
*>
*> Job-stream card layout, one card per step: columns 1-8 the step
*> name, 10-11 the highest return code the step may end with and still
*> count as completed (blank is 00), 13 the rule applied when it ends
*> higher - S stop the stream (blank), D skip the steps that depend on
*> it and carry on with the rest, C carry on regardless - 15-22 the
*> name of an earlier step this one depends on (blank for none), and
*> 24-100 the command that runs the step.

*> Input and output settings
environment division.
input-output section.
file-control.
select parm-file assign to "statjob-parms.txt"
    organization is line sequential
    file status is parm-file-status.
select stream-file assign to dynamic-stream-file-name
    organization is line sequential
    file status is stream-file-status.
select checkpoint-file assign to "statjob-checkpoint.dat"
    organization is line sequential
    file status is checkpoint-file-status.
select runlog-file assign to "statjob-runlog.txt"
    organization is line sequential
    file status is runlog-file-status.

*> Declaring file and structure
data division.
file section.
fd parm-file.
01 parm-file-record pic x(100).
fd stream-file.
01 stream-record pic x(100).
fd checkpoint-file.
01 checkpoint-record pic x(130).
fd runlog-file.
01 runlog-line pic x(150).

*> Declaring arrays and variables
working-storage section.
77 eof-switch pic 9.
01 dynamic-stream-file-name pic x(100).
77 parm-file-status pic xx.
77 stream-file-status pic xx.
77 checkpoint-file-status pic xx.
77 runlog-file-status pic xx.
77 current-date-field pic x(21).
77 job-start-stamp pic x(19).
77 step-stamp pic x(19).
77 restart-step pic x(8) value spaces.
77 rerun-override pic x value "N".
77 stp-n pic s9(4) value zero.
77 stp-idx pic s9(4).
77 stp-search-i pic s9(4).
77 stp-found-idx pic s9(4).
77 stp-name-work pic x(8).
77 restart-idx pic s9(4) value zero.
77 card-count pic s9(4) value zero.
77 card-errors pic s9(4) value zero.
77 checkpoint-pending pic x value "N".
77 stream-stopped pic x value "N".
77 stream-incomplete pic x value "N".
77 step-rc pic s9(9).
77 highest-rc pic s9(9) value zero.
77 ran-count pic s9(4) value zero.
77 completed-count pic s9(4) value zero.
77 failed-count pic s9(4) value zero.
77 skipped-count pic s9(4) value zero.
77 bypassed-count pic s9(4) value zero.
01 stream-input-record.
    02 sin-step pic x(8).
    02 filler pic x(1).
    02 sin-max-rc pic x(2).
    02 filler pic x(1).
    02 sin-rule pic x(1).
    02 filler pic x(1).
    02 sin-after pic x(8).
    02 filler pic x(1).
    02 sin-command pic x(77).
*> The stream as loaded from the cards, with each step's outcome:
*> P pending, R running (checkpointed as started, not yet ended), C
*> completed, F failed (return code above its limit), S skipped
*> because a step it depends on did not complete, B bypassed (before
*> the restart step, or already completed in the interrupted stream).
*> Each step keeps the time it last started, carried in the
*> checkpoint.
01 step-table.
    02 step-entry occurs 50 times.
       03 stp-name pic x(8).
       03 stp-max-rc pic 9(2).
       03 stp-rule pic x(1).
       03 stp-after pic x(8).
       03 stp-after-idx pic s9(4).
       03 stp-command pic x(77).
       03 stp-status pic x(1).
       03 stp-prior-status pic x(1).
       03 stp-rc pic s9(4).
       03 stp-stamp pic x(19).
*> Checkpoint layout: a header record tagged SJC1 carrying the stream
*> file and the time the stream first started, then one record per
*> step with its outcome and return code.
01 checkpoint-header.
    02 ckh-version pic x(4).
    02 filler pic x(1) value space.
    02 ckh-stream-name pic x(100).
    02 filler pic x(1) value space.
    02 ckh-started pic x(19).
01 checkpoint-step.
    02 cks-tag pic x(4).
    02 filler pic x(1) value space.
    02 cks-step pic x(8).
    02 filler pic x(1) value space.
    02 cks-status pic x(1).
    02 filler pic x(1) value space.
    02 cks-rc pic 9(4).
    02 filler pic x(1) value space.
    02 cks-stamp pic x(19).
01 runlog-detail-line.
    02 rlg-job-start pic x(19).
    02 filler pic x(1) value space.
    02 rlg-step pic x(8).
    02 filler pic x(7) value " start=".
    02 rlg-start pic x(19).
    02 filler pic x(5) value " end=".
    02 rlg-end pic x(19).
    02 filler pic x(4) value " rc=".
    02 rlg-rc pic zzz9.
    02 filler pic x(1) value space.
    02 rlg-outcome pic x(9).
    02 filler pic x(1) value space.
    02 rlg-note pic x(53).
01 output-title-line.
    02 filler pic x(28) value
    "Job Stream Run".
01 output-underline.
    02 filler pic x(28) value
    "----------------------------".
01 restart-note-line.
    02 filler pic x(22) value " restarting at step=  ".
    02 rst-rep-step pic x(8).
01 summary-line-1.
    02 filler pic x(11) value " steps run=".
    02 sum-ran pic zzz9.
    02 filler pic x(12) value " completed= ".
    02 sum-completed pic zzz9.
    02 filler pic x(9) value " failed= ".
    02 sum-failed pic zzz9.
01 summary-line-2.
    02 filler pic x(11) value " skipped=  ".
    02 sum-skipped pic zzz9.
    02 filler pic x(12) value " bypassed=  ".
    02 sum-bypassed pic zzz9.
    02 filler pic x(13) value " highest rc= ".
    02 sum-highest pic zzz9.

*> Runs the job stream
procedure division.
move 1 to eof-switch.
perform read-control-file.
perform load-job-stream.
perform load-checkpoint.
perform set-starting-point.
move function current-date to current-date-field.
perform format-timestamp.
move step-stamp to job-start-stamp.
display output-title-line.
display output-underline.
if restart-idx > 1
    move stp-name(restart-idx) to rst-rep-step
    display restart-note-line
end-if.
perform run-one-step
    varying stp-idx from 1 by 1
    until stp-idx > stp-n or stream-stopped = "Y".
perform close-out-stream.
perform write-summary.
move highest-rc to return-code.
stop run.

*> Reads the batch parameter card: record 1 the job-stream card file
*> (blank keeps statjob-stream.txt), record 2 the step to restart from
*> (blank runs the stream from its first step), record 3 set to Y
*> re-runs steps the interrupted stream already completed, for the
*> deliberate rerun case; matching the parameter-card convention
*> established for statmeasure.
read-control-file.
open input parm-file.
if parm-file-status not = "00"
    display "STATJOB: statjob-parms.txt parameter card not found"
    move 16 to return-code
    stop run
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if parm-file-record = spaces
    move "statjob-stream.txt" to dynamic-stream-file-name
else
    move function trim(parm-file-record) to dynamic-stream-file-name
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
move function upper-case(parm-file-record(1:8)) to restart-step.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if function upper-case(parm-file-record(1:1)) = "Y"
    move "Y" to rerun-override
end-if.
close parm-file.

*> Loads the job-stream cards into step-table. Every card is checked
*> before anything runs - a stream with a bad card is refused whole
*> rather than half-run, since a step dropped from the middle of the
*> night is worse than a late start.
load-job-stream.
open input stream-file.
if stream-file-status not = "00"
    display "STATJOB: unable to open job-stream file " function trim(dynamic-stream-file-name)
    move 16 to return-code
    stop run
end-if.
perform read-stream-record
    until eof-switch = 0.
close stream-file.
move 1 to eof-switch.
if stp-n = 0
    display "STATJOB: job-stream file " function trim(dynamic-stream-file-name) " names no steps"
    move 16 to return-code
    stop run
end-if.
if card-errors > 0
    display "STATJOB: job stream refused; correct the cards above and resubmit"
    move 16 to return-code
    stop run
end-if.

read-stream-record.
move spaces to stream-input-record.
read stream-file into stream-input-record
    at end
        move 0 to eof-switch
    not at end
        if stream-input-record = spaces
            continue
        else
            add 1 to card-count
            perform load-one-step
        end-if
end-read.

load-one-step.
move function upper-case(sin-step) to sin-step.
move function upper-case(sin-rule) to sin-rule.
move function upper-case(sin-after) to sin-after.
if sin-rule = space
    move "S" to sin-rule
end-if.
if sin-max-rc = spaces
    move "00" to sin-max-rc
end-if.
if sin-step = spaces
    display "STATJOB: card " card-count " has no step name"
    add 1 to card-errors
else
    move sin-step to stp-name-work
    perform find-step
    if stp-found-idx not = zero
        display "STATJOB: step " sin-step " named twice in the stream"
        add 1 to card-errors
    end-if
    if sin-max-rc is not numeric
        display "STATJOB: step " sin-step " return-code limit must be two digits or blank"
        add 1 to card-errors
    end-if
    if sin-rule not = "S" and sin-rule not = "D" and sin-rule not = "C"
        display "STATJOB: step " sin-step " rule must be S, D, C or blank"
        add 1 to card-errors
    end-if
    if sin-command = spaces
        display "STATJOB: step " sin-step " has no command"
        add 1 to card-errors
    end-if
    move zero to stp-found-idx
    if sin-after not = spaces
        move sin-after to stp-name-work
        perform find-step
        if stp-found-idx = zero
            display "STATJOB: step " sin-step " depends on " sin-after ", which is not an earlier step"
            add 1 to card-errors
        end-if
    end-if
    if stp-n >= 50
        display "STATJOB: job stream limited to 50 steps; step " sin-step " refused"
        add 1 to card-errors
    else
        add 1 to stp-n
        move sin-step to stp-name(stp-n)
        if sin-max-rc is numeric
            move sin-max-rc to stp-max-rc(stp-n)
        else
            move zero to stp-max-rc(stp-n)
        end-if
        move sin-rule to stp-rule(stp-n)
        move sin-after to stp-after(stp-n)
        move stp-found-idx to stp-after-idx(stp-n)
        move sin-command to stp-command(stp-n)
        move "P" to stp-status(stp-n)
        move space to stp-prior-status(stp-n)
        move zero to stp-rc(stp-n)
        move spaces to stp-stamp(stp-n)
    end-if
end-if.

*> Linear search of the steps loaded so far for stp-name-work;
*> stp-found-idx comes back zero when no such step exists.
find-step.
move zero to stp-found-idx.
perform varying stp-search-i from 1 by 1 until stp-search-i > stp-n
    if stp-name(stp-search-i) = stp-name-work
        move stp-search-i to stp-found-idx
        move stp-n to stp-search-i
    end-if
end-perform.

*> Loads the checkpoint an interrupted stream left behind, noting each
*> step's outcome in that stream against the step of the same name;
*> an empty or missing checkpoint means the last stream finished.
load-checkpoint.
open input checkpoint-file.
if checkpoint-file-status = "00"
    perform read-checkpoint-record
        until eof-switch = 0
    close checkpoint-file
    move 1 to eof-switch
end-if.

read-checkpoint-record.
read checkpoint-file into checkpoint-record
    at end
        move 0 to eof-switch
    not at end
        if checkpoint-record(1:4) = "SJC1"
            move "Y" to checkpoint-pending
            move checkpoint-record to checkpoint-header
        else
            if checkpoint-record(1:4) = "STEP"
                move checkpoint-record to checkpoint-step
                move cks-step to stp-name-work
                perform find-step
                if stp-found-idx = zero
                    display "STATJOB: checkpoint step " cks-step " is no longer in the stream; ignored"
                else
                    move cks-status to stp-prior-status(stp-found-idx)
                    move cks-stamp to stp-stamp(stp-found-idx)
                end-if
            end-if
        end-if
end-read.

*> Decides where this execution starts. With no checkpoint pending
*> and no restart step named, the whole stream runs. An interrupted
*> stream must be restarted at a named step - silently starting from
*> the top would re-run everything it already finished. Steps before
*> the restart step are bypassed; steps at or after it that the
*> interrupted stream already completed are bypassed as well unless
*> the rerun override is set.
set-starting-point.
if restart-step = spaces
    if checkpoint-pending = "Y"
        display "STATJOB: statjob-checkpoint.dat shows an unfinished stream started " ckh-started
        display "STATJOB: name the step to restart from on parameter card record 2"
        move 16 to return-code
        stop run
    end-if
    move 1 to restart-idx
else
    move restart-step to stp-name-work
    perform find-step
    if stp-found-idx = zero
        display "STATJOB: restart step " restart-step " is not in the job stream"
        move 16 to return-code
        stop run
    end-if
    move stp-found-idx to restart-idx
end-if.
perform mark-one-bypass
    varying stp-idx from 1 by 1 until stp-idx > stp-n.

mark-one-bypass.
if stp-idx < restart-idx
    move "B" to stp-status(stp-idx)
    if checkpoint-pending = "Y" and stp-prior-status(stp-idx) not = "C"
        if stp-prior-status(stp-idx) = "R"
            display "STATJOB: step " stp-name(stp-idx) " was still running when the interrupted stream was cut off; bypassed at operator request"
        else
            display "STATJOB: step " stp-name(stp-idx) " did not complete in the interrupted stream; bypassed at operator request"
        end-if
    end-if
else
    if stp-prior-status(stp-idx) = "C" and rerun-override = "N"
        move "B" to stp-status(stp-idx)
        display "STATJOB: step " stp-name(stp-idx) " already completed in the interrupted stream; not re-run"
    end-if
end-if.

*> Runs one step - unless it is bypassed, or a step it depends on did
*> not complete - and applies its condition-code rule to the result.
*> The checkpoint is rewritten as a step starts and again after it
*> ends, so a driver that is itself cut off mid-stream still knows
*> which steps finished and which one was running; a step left
*> running counts as unfinished and the restart must be named.
run-one-step.
if stp-status(stp-idx) = "B"
    add 1 to bypassed-count
    move "BYPASSED" to rlg-outcome
    move "not run (restart)" to rlg-note
    move spaces to rlg-start, rlg-end
    move zero to step-rc
    perform write-runlog-line
else
    if stp-after-idx(stp-idx) not = zero
        and (stp-status(stp-after-idx(stp-idx)) = "S"
             or (stp-status(stp-after-idx(stp-idx)) = "F"
                 and stp-rule(stp-after-idx(stp-idx)) = "D"))
        move "S" to stp-status(stp-idx)
        add 1 to skipped-count
        move "SKIPPED" to rlg-outcome
        move spaces to rlg-note
        string "depends on " stp-after(stp-idx)
            delimited by size into rlg-note
        end-string
        move spaces to rlg-start, rlg-end
        move zero to step-rc
        perform write-runlog-line
    else
        perform execute-step
    end-if
    perform write-checkpoint
end-if.

*> Runs the step's command and picks its return code out of the wait
*> status the shell hands back: the program's exit code sits in the
*> high-order byte, so a status of 256 or more is divided down; a
*> code of 127 is the shell saying the command could not be found.
*> The step is checkpointed as running before its command is issued.
execute-step.
add 1 to ran-count.
move function current-date to current-date-field.
perform format-timestamp.
move step-stamp to rlg-start.
move step-stamp to stp-stamp(stp-idx).
display "STATJOB: step " stp-name(stp-idx) " started " step-stamp.
move "R" to stp-status(stp-idx).
perform write-checkpoint.
move zero to return-code.
call "SYSTEM" using stp-command(stp-idx).
if return-code > 255
    divide return-code by 256 giving step-rc
else
    move return-code to step-rc
end-if.
move zero to return-code.
move function current-date to current-date-field.
perform format-timestamp.
move step-stamp to rlg-end.
move step-rc to stp-rc(stp-idx).
if step-rc > highest-rc
    move step-rc to highest-rc
end-if.
move spaces to rlg-note.
if step-rc > stp-max-rc(stp-idx)
    move "F" to stp-status(stp-idx)
    add 1 to failed-count
    move "FAILED" to rlg-outcome
    evaluate stp-rule(stp-idx)
        when "S"
            move "Y" to stream-stopped
            move "stream stopped" to rlg-note
        when "D"
            move "dependent steps skipped" to rlg-note
        when other
            move "stream continued" to rlg-note
    end-evaluate
    if step-rc = 127
        move "command not found" to rlg-note
    end-if
else
    move "C" to stp-status(stp-idx)
    add 1 to completed-count
    move "COMPLETED" to rlg-outcome
end-if.
perform write-runlog-line.

*> Appends one line to the run-control log and echoes it to the
*> screen; the caller fills in the times, outcome and note.
write-runlog-line.
move job-start-stamp to rlg-job-start.
move stp-name(stp-idx) to rlg-step.
move step-rc to rlg-rc.
display runlog-detail-line.
open extend runlog-file.
if runlog-file-status not = "00"
    open output runlog-file
end-if.
write runlog-line from runlog-detail-line.
close runlog-file.

*> Rewrites the checkpoint with every step's outcome so far; the
*> started time of an interrupted stream is carried forward so the
*> checkpoint keeps naming the night it belongs to.
write-checkpoint.
if checkpoint-pending = "N"
    move "Y" to checkpoint-pending
    move job-start-stamp to ckh-started
end-if.
move "SJC1" to ckh-version.
move dynamic-stream-file-name to ckh-stream-name.
open output checkpoint-file.
write checkpoint-record from checkpoint-header.
perform write-checkpoint-step
    varying stp-search-i from 1 by 1 until stp-search-i > stp-n.
close checkpoint-file.

*> A step bypassed on this restart keeps the outcome the interrupted
*> stream recorded for it, so a second restart still knows it ran;
*> each step carries the time it last started.
write-checkpoint-step.
move "STEP" to cks-tag.
move stp-name(stp-search-i) to cks-step.
if stp-status(stp-search-i) = "B"
    if stp-prior-status(stp-search-i) = space
        move "C" to cks-status
    else
        move stp-prior-status(stp-search-i) to cks-status
    end-if
else
    move stp-status(stp-search-i) to cks-status
end-if.
move stp-rc(stp-search-i) to cks-rc.
move stp-stamp(stp-search-i) to cks-stamp.
write checkpoint-record from checkpoint-step.

*> A stream is finished when every step completed or was bypassed;
*> only then is the checkpoint cleared. A stopped stream, or one that
*> left a step failed or skipped, keeps it for the restart.
close-out-stream.
move "N" to stream-incomplete.
perform check-one-step-finished
    varying stp-idx from 1 by 1 until stp-idx > stp-n.
if stream-incomplete = "N"
    open output checkpoint-file
    close checkpoint-file
else
    display "STATJOB: stream not finished; restart from the failed step once it is corrected"
end-if.

check-one-step-finished.
if stp-status(stp-idx) not = "C" and stp-status(stp-idx) not = "B"
    move "Y" to stream-incomplete
end-if.

format-timestamp.
string current-date-field(1:4) "-" current-date-field(5:2) "-"
    current-date-field(7:2) " " current-date-field(9:2) ":"
    current-date-field(11:2) ":" current-date-field(13:2)
    delimited by size into step-stamp
end-string.

*> Prints the stream summary to the screen.
write-summary.
move ran-count to sum-ran.
move completed-count to sum-completed.
move failed-count to sum-failed.
move skipped-count to sum-skipped.
move bypassed-count to sum-bypassed.
move highest-rc to sum-highest.
display output-underline.
display summary-line-1.
display summary-line-2.
