*> Adina Mubbashir

*> Defines the program's name
identification division.
program-id. statbackout.

*> Run backout: reverses one statmeasure run that should never have
*> been posted - a bad file that got through - using the posting
*> journal statmeasure writes. Each category's journaled count,
*> weight, sum and sum of squares is subtracted from its period
*> history entry (an entry left with nothing in it is removed), every
*> input file the run registered is taken back off the processed-file
*> register so the corrected feed will be accepted, and the journal is
*> marked with a reversal record so the same run cannot be backed out
*> twice. A reversal report lists everything done.
*>
*> The register is loaded, and proved writable, before any period
*> history entry is touched. Each entry is journaled (X) the moment it
*> is reversed, so a backout that stops partway leaves the journal
*> showing how far it got: the next backout of the same run resumes,
*> reversing only the entries not yet journaled, and never subtracts
*> a posting twice.
*>
*> The per-category minimum and maximum on the period history master
*> cannot be rebuilt by subtraction: when the backed-out run's own
*> minimum or maximum reaches the entry's, the extreme may have been
*> that run's, and the entry is flagged on the report (return code 4)
*> so the figure can be corrected by re-posting the period. The audit
*> log is a history of what ran, and keeps the run's lines.

*> Input and output settings
environment division.
input-output section.
file-control.
select parm-file assign to "statbackout-parms.txt"
    organization is line sequential
    file status is parm-file-status.
select journal-file assign to "statmeasure-journal.txt"
    organization is line sequential
    file status is journal-file-status.
select perhist-file assign to "statmeasure-perhist.dat"
    organization is indexed
    access mode is dynamic
    record key is ph-key
    file status is perhist-file-status.
select register-file assign to "statmeasure-register.txt"
    organization is line sequential
    file status is register-file-status.
select report-file assign to "statbackout-report.txt"
    organization is line sequential
    file status is report-file-status.

*> Declaring file and structure
data division.
file section.
fd parm-file.
01 parm-file-record pic x(100).
fd journal-file.
01 journal-record pic x(181).
fd perhist-file.
01 perhist-record.
    02 ph-key.
       03 ph-period pic 9(6).
       03 ph-code pic x(4).
    02 ph-count pic s9(9).
    02 ph-weight pic s9(15)v9(2).
    02 ph-sum pic s9(25)v9(2).
    02 ph-sum-sqr pic 9(31)v9(2).
    02 ph-min pic s9(6)v9(2).
    02 ph-max pic s9(6)v9(2).
    02 ph-updated pic x(19).
fd register-file.
01 register-record pic x(147).
fd report-file.
01 report-line pic x(80).

*> Declaring arrays and variables
working-storage section.
77 eof-switch pic 9.
77 parm-file-status pic xx.
77 journal-file-status pic xx.
77 perhist-file-status pic xx.
77 register-file-status pic xx.
77 report-file-status pic xx.
77 current-date-field pic x(21).
77 backout-stamp pic x(19).
77 run-key pic x(19).
77 run-key-is-id pic x value "N".
77 target-run-id pic x(19) value spaces.
77 target-run-stamp pic x(8) value spaces.
77 run-match-n pic s9(4) value zero.
77 run-match-i pic s9(4).
77 run-match-found pic x.
77 run-match-hit pic s9(4).
77 jp-n pic s9(4) value zero.
77 jp-idx pic s9(4).
77 jf-n pic s9(4) value zero.
77 jf-idx pic s9(4).
77 per-found pic x.
77 reg-n pic s9(4) value zero.
77 reg-idx pic s9(4).
77 reg-dropped pic s9(4) value zero.
77 posted-reversed pic s9(4) value zero.
77 entries-removed pic s9(4) value zero.
77 extremes-flagged pic s9(4) value zero.
77 not-on-master pic s9(4) value zero.
77 not-on-register pic s9(4) value zero.
77 register-loaded pic x value "N".
77 resume-count pic s9(4) value zero.
01 journal-detail-line.
    02 jrn-type pic x(1).
    02 filler pic x(1).
    02 jrn-run-id pic x(19).
    02 filler pic x(1).
    02 jrn-run-stamp pic x(8).
    02 filler pic x(1).
    02 jrn-body pic x(150).
01 journal-posting-body.
    02 jpb-period pic 9(6).
    02 filler pic x(1).
    02 jpb-code pic x(4).
    02 filler pic x(1).
    02 jpb-count pic 9(9).
    02 filler pic x(1).
    02 jpb-weight pic s9(15)v9(2).
    02 filler pic x(1).
    02 jpb-sum pic s9(25)v9(2).
    02 filler pic x(1).
    02 jpb-sum-sqr pic 9(31)v9(2).
    02 filler pic x(1).
    02 jpb-min pic s9(6)v9(2).
    02 filler pic x(1).
    02 jpb-max pic s9(6)v9(2).
    02 filler pic x(31).
01 journal-file-body.
    02 jfb-name pic x(100).
    02 filler pic x(1).
    02 jfb-count pic 9(9).
    02 filler pic x(1).
    02 jfb-hash pic s9(14)v9(2).
    02 filler pic x(1).
    02 jfb-stamp pic x(19).
    02 filler pic x(3).
01 journal-reversal-body.
    02 jrb-tag pic x(12) value "backed out  ".
    02 jrb-stamp pic x(19).
    02 filler pic x(119) value spaces.
*> Distinct runs (run id and run stamp together) the card matches; a
*> card naming more than one run is refused as ambiguous.
01 run-match-table.
    02 run-match-entry occurs 20 times.
       03 rmt-run-id pic x(19).
       03 rmt-run-stamp pic x(8).
       03 rmt-reversed pic x.
       03 rmt-reversed-at pic x(19).
*> The named run's journaled postings and registered files.
01 posting-table.
    02 posting-entry occurs 2000 times.
       03 jpt-period pic 9(6).
       03 jpt-code pic x(4).
       03 jpt-count pic s9(9).
       03 jpt-weight pic s9(15)v9(2).
       03 jpt-sum pic s9(25)v9(2).
       03 jpt-sum-sqr pic 9(31)v9(2).
       03 jpt-min pic s9(6)v9(2).
       03 jpt-max pic s9(6)v9(2).
       03 jpt-done pic x.
01 file-table.
    02 file-entry occurs 366 times.
       03 jft-name pic x(100).
       03 jft-stamp pic x(19).
       03 jft-found pic x.
01 register-input-record.
    02 rgi-name pic x(100).
    02 filler pic x(1).
    02 rgi-count pic x(9).
    02 filler pic x(1).
    02 rgi-hash pic x(16).
    02 filler pic x(1).
    02 rgi-stamp pic x(19).
01 register-table.
    02 register-entry occurs 5000 times.
       03 rgt-line pic x(147).
       03 rgt-dropped pic x.
01 output-title-line.
    02 filler pic x(28) value
    "Run Backout Report".
01 output-underline.
    02 filler pic x(28) value
    "----------------------------".
01 run-id-line.
    02 filler pic x(9) value " run id= ".
    02 rid-rep-id pic x(19).
    02 filler pic x(8) value " stamp= ".
    02 rid-rep-stamp pic x(8).
01 backout-time-line.
    02 filler pic x(16) value " backed out at= ".
    02 bot-rep-stamp pic x(19).
01 resume-note-line.
    02 filler pic x(36) value " resuming interrupted backout; done=".
    02 rsm-rep-count pic zzz9.
01 posting-header-line.
    02 filler pic x(28) value
    "Period History Reversed".
01 posting-detail-line.
    02 filler pic x(8) value " period=".
    02 pst-rep-period pic 9(6).
    02 filler pic x(10) value " category=".
    02 pst-rep-code pic x(4).
    02 filler pic x(7) value " count=".
    02 pst-rep-count pic zzzzzzzz9.
    02 filler pic x(5) value " sum=".
    02 pst-rep-sum pic -(13)9.9(2).
01 posting-remain-line.
    02 filler pic x(19) value "       left count= ".
    02 pst-rep-left pic zzzzzzzz9.
    02 filler pic x(1) value space.
    02 pst-rep-note pic x(45).
01 file-header-line.
    02 filler pic x(28) value
    "Register Entries Removed".
01 file-detail-line.
    02 filler pic x(7) value " file= ".
    02 fil-rep-name pic x(60).
    02 filler pic x(1) value space.
    02 fil-rep-note pic x(12).
01 summary-line-1.
    02 filler pic x(22) value " entries reversed=    ".
    02 sum-reversed pic zzz9.
    02 filler pic x(11) value " removed=  ".
    02 sum-removed pic zzz9.
01 summary-line-2.
    02 filler pic x(22) value " min/max to review=   ".
    02 sum-flagged pic zzz9.
    02 filler pic x(11) value " missing=  ".
    02 sum-missing pic zzz9.
01 summary-line-3.
    02 filler pic x(22) value " files deregistered=  ".
    02 sum-dereg pic zzz9.
    02 filler pic x(11) value " missing=  ".
    02 sum-dereg-missing pic zzz9.

*> Performs the backout
procedure division.
move 1 to eof-switch.
perform read-control-file.
perform find-target-run.
perform load-run-journal.
if jf-n > 0
    perform load-register
end-if.
move function current-date to current-date-field.
string current-date-field(1:4) "-" current-date-field(5:2) "-"
    current-date-field(7:2) " " current-date-field(9:2) ":"
    current-date-field(11:2) ":" current-date-field(13:2)
    delimited by size into backout-stamp
end-string.
open output report-file.
if report-file-status not = "00"
    display "STATBACKOUT: unable to open statbackout-report.txt"
    move 16 to return-code
    stop run
end-if.
move target-run-id to rid-rep-id.
move target-run-stamp to rid-rep-stamp.
move backout-stamp to bot-rep-stamp.
display output-title-line.
display output-underline.
display run-id-line.
display backout-time-line.
write report-line from output-title-line.
write report-line from output-underline.
write report-line from run-id-line.
write report-line from backout-time-line.
if resume-count > 0
    move resume-count to rsm-rep-count
    display resume-note-line
    write report-line from resume-note-line
end-if.
if jp-n > 0
    perform reverse-period-history
end-if.
if jf-n > 0
    perform deregister-files
end-if.
perform journal-reversal.
perform write-summary.
close report-file.
*> Return code 4 when something needs a person's attention - an
*> entry whose minimum or maximum may have been the backed-out run's,
*> or a journaled entry no longer on the master or the register.
if extremes-flagged > 0 or not-on-master > 0 or not-on-register > 0
    move 4 to return-code
end-if.
stop run.

*> Reads the batch parameter card: record 1 names the run to back out,
*> either by its run id as journaled (the YYYY-MM-DD HH:MM:SS time the
*> run started) or by its run stamp from the statmeasure options card,
*> matching the parameter-card convention established for statmeasure.
read-control-file.
open input parm-file.
if parm-file-status not = "00"
    display "STATBACKOUT: statbackout-parms.txt parameter card not found"
    move 16 to return-code
    stop run
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
close parm-file.
if parm-file-record = spaces
    display "STATBACKOUT: statbackout-parms.txt names no run to back out"
    move 16 to return-code
    stop run
end-if.
move parm-file-record(1:19) to run-key.
if run-key(5:1) = "-" and run-key(8:1) = "-" and run-key(14:1) = ":"
    move "Y" to run-key-is-id
else
    move function upper-case(run-key) to run-key
    if run-key(9:11) not = spaces
        display "STATBACKOUT: run must be a run id (YYYY-MM-DD HH:MM:SS) or a run stamp of up to 8 characters"
        move 16 to return-code
        stop run
    end-if
end-if.

*> First pass over the journal: collects the distinct runs the card
*> matches and notes any reversal already recorded for them.
find-target-run.
open input journal-file.
if journal-file-status not = "00"
    display "STATBACKOUT: statmeasure-journal.txt not found; no run can be backed out"
    move 16 to return-code
    stop run
end-if.
perform scan-journal-for-run
    until eof-switch = 0.
close journal-file.
move 1 to eof-switch.
if run-match-n = 0
    display "STATBACKOUT: run " function trim(run-key) " is not on the posting journal"
    move 16 to return-code
    stop run
end-if.
if run-match-n > 1
    display "STATBACKOUT: " function trim(run-key) " names more than one run:"
    perform varying run-match-i from 1 by 1 until run-match-i > run-match-n
        display "STATBACKOUT:   run id " rmt-run-id(run-match-i) " stamp " rmt-run-stamp(run-match-i)
    end-perform
    display "STATBACKOUT: name the run by whichever of its id or stamp is unique"
    move 16 to return-code
    stop run
end-if.
move rmt-run-id(1) to target-run-id.
move rmt-run-stamp(1) to target-run-stamp.
if rmt-reversed(1) = "Y"
    display "STATBACKOUT: run " target-run-id " was already backed out at " rmt-reversed-at(1)
    move 16 to return-code
    stop run
end-if.

scan-journal-for-run.
read journal-file into journal-detail-line
    at end
        move 0 to eof-switch
    not at end
        if (run-key-is-id = "Y" and jrn-run-id = run-key)
            or (run-key-is-id = "N" and jrn-run-stamp = run-key(1:8))
            perform note-matched-run
        end-if
end-read.

note-matched-run.
move "N" to run-match-found.
perform varying run-match-i from 1 by 1 until run-match-i > run-match-n
    if rmt-run-id(run-match-i) = jrn-run-id
        and rmt-run-stamp(run-match-i) = jrn-run-stamp
        move "Y" to run-match-found
        move run-match-i to run-match-hit
        move run-match-n to run-match-i
    end-if
end-perform.
if run-match-found = "N"
    if run-match-n >= 20
        move 0 to run-match-hit
    else
        add 1 to run-match-n
        move run-match-n to run-match-hit
        move jrn-run-id to rmt-run-id(run-match-n)
        move jrn-run-stamp to rmt-run-stamp(run-match-n)
        move "N" to rmt-reversed(run-match-n)
        move spaces to rmt-reversed-at(run-match-n)
    end-if
end-if.
if jrn-type = "R" and run-match-hit > 0
    move "Y" to rmt-reversed(run-match-hit)
    move jrn-body to journal-reversal-body
    move jrb-stamp to rmt-reversed-at(run-match-hit)
end-if.

*> Second pass: loads the target run's postings and registered files.
load-run-journal.
open input journal-file.
perform read-run-journal-record
    until eof-switch = 0.
close journal-file.
move 1 to eof-switch.
if jp-n = 0 and jf-n = 0
    display "STATBACKOUT: run " target-run-id " journaled nothing to back out"
    move 16 to return-code
    stop run
end-if.

read-run-journal-record.
read journal-file into journal-detail-line
    at end
        move 0 to eof-switch
    not at end
        if jrn-run-id = target-run-id and jrn-run-stamp = target-run-stamp
            evaluate jrn-type
                when "P"
                    perform load-run-posting
                when "F"
                    perform load-run-file
                when "X"
                    perform load-reversed-entry
                when other
                    continue
            end-evaluate
        end-if
end-read.

load-run-posting.
move jrn-body to journal-posting-body.
if jp-n >= 2000
    display "STATBACKOUT: run journaled more than 2000 postings; remainder not backed out"
else
    add 1 to jp-n
    move jpb-period to jpt-period(jp-n)
    move jpb-code to jpt-code(jp-n)
    move jpb-count to jpt-count(jp-n)
    move jpb-weight to jpt-weight(jp-n)
    move jpb-sum to jpt-sum(jp-n)
    move jpb-sum-sqr to jpt-sum-sqr(jp-n)
    move jpb-min to jpt-min(jp-n)
    move jpb-max to jpt-max(jp-n)
    move "N" to jpt-done(jp-n)
end-if.

*> An entry an earlier, interrupted backout of this run already
*> reversed; it is not reversed again.
load-reversed-entry.
move jrn-body to journal-posting-body.
perform varying jp-idx from 1 by 1 until jp-idx > jp-n
    if jpt-period(jp-idx) = jpb-period
        and jpt-code(jp-idx) = jpb-code
        and jpt-done(jp-idx) = "N"
        move "Y" to jpt-done(jp-idx)
        add 1 to resume-count
        move jp-n to jp-idx
    end-if
end-perform.

load-run-file.
move jrn-body to journal-file-body.
if jf-n >= 366
    display "STATBACKOUT: run journaled more than 366 files; remainder left registered"
else
    add 1 to jf-n
    move jfb-name to jft-name(jf-n)
    move jfb-stamp to jft-stamp(jf-n)
    move "N" to jft-found(jf-n)
end-if.

*> Subtracts each journaled posting from its period history entry,
*> reading and rewriting only the entries the run posted to.
reverse-period-history.
open i-o perhist-file.
if perhist-file-status not = "00"
    display "STATBACKOUT: unable to open statmeasure-perhist.dat (status " perhist-file-status ")"
    move 16 to return-code
    stop run
end-if.
display posting-header-line.
write report-line from posting-header-line.
perform reverse-one-posting
    varying jp-idx from 1 by 1 until jp-idx > jp-n.
close perhist-file.

*> An entry the run's figures empty out entirely is deleted; one that
*> keeps other runs' rows keeps its minimum and maximum, flagged when
*> the backed-out run's own extreme reaches the entry's, since the
*> master cannot tell whose row that extreme was.
reverse-one-posting.
move jpt-period(jp-idx) to ph-period, pst-rep-period.
move jpt-code(jp-idx) to ph-code, pst-rep-code.
move jpt-count(jp-idx) to pst-rep-count.
move jpt-sum(jp-idx) to pst-rep-sum.
display posting-detail-line.
write report-line from posting-detail-line.
if jpt-done(jp-idx) = "Y"
    move zero to pst-rep-left
    move "already reversed by the interrupted backout" to pst-rep-note
else
    perform apply-one-reversal
end-if.
display posting-remain-line.
write report-line from posting-remain-line.

apply-one-reversal.
move "Y" to per-found.
read perhist-file key is ph-key
    invalid key move "N" to per-found
end-read.
if per-found = "N"
    add 1 to not-on-master
    move zero to pst-rep-left
    move "NOT ON MASTER - nothing reversed" to pst-rep-note
else
    subtract jpt-count(jp-idx) from ph-count
    subtract jpt-weight(jp-idx) from ph-weight
    subtract jpt-sum(jp-idx) from ph-sum
    subtract jpt-sum-sqr(jp-idx) from ph-sum-sqr
    move backout-stamp to ph-updated
    if ph-count <= zero
        delete perhist-file record
            invalid key move "N" to per-found
        end-delete
        add 1 to entries-removed
        move zero to pst-rep-left
        move "entry emptied and removed" to pst-rep-note
    else
        rewrite perhist-record
            invalid key move "N" to per-found
        end-rewrite
        move ph-count to pst-rep-left
        if jpt-min(jp-idx) <= ph-min
            or jpt-max(jp-idx) >= ph-max
            add 1 to extremes-flagged
            move "MIN/MAX MAY BE THIS RUN'S - REVIEW" to pst-rep-note
        else
            move "min/max unaffected" to pst-rep-note
        end-if
    end-if
    if per-found = "N"
        display "STATBACKOUT: unable to update period history entry " ph-period " " ph-code " (status " perhist-file-status ")"
        display "STATBACKOUT: entries reversed so far are journaled; rerun the backout to finish"
        close perhist-file
        move 16 to return-code
        stop run
    end-if
    add 1 to posted-reversed
    perform journal-reversed-entry
end-if.

*> Journals one entry as reversed as soon as it is rewritten or
*> removed, so an interrupted backout is resumed rather than applied
*> twice.
journal-reversed-entry.
move "X" to jrn-type.
move target-run-id to jrn-run-id.
move target-run-stamp to jrn-run-stamp.
move spaces to journal-posting-body.
move jpt-period(jp-idx) to jpb-period.
move jpt-code(jp-idx) to jpb-code.
move jpt-count(jp-idx) to jpb-count.
move jpt-weight(jp-idx) to jpb-weight.
move jpt-sum(jp-idx) to jpb-sum.
move jpt-sum-sqr(jp-idx) to jpb-sum-sqr.
move jpt-min(jp-idx) to jpb-min.
move jpt-max(jp-idx) to jpb-max.
move journal-posting-body to jrn-body.
open extend journal-file.
if journal-file-status not = "00"
    open output journal-file
end-if.
write journal-record from journal-detail-line.
close journal-file.

*> Takes the run's files back off the processed-file register: the
*> register line with the journaled name and registration time is
*> dropped, every other line is written back as it was, so the
*> corrected feed is accepted on its next run.
deregister-files.
if register-loaded = "Y"
    perform rewrite-register
end-if.
display file-header-line.
write report-line from file-header-line.
perform report-one-file
    varying jf-idx from 1 by 1 until jf-idx > jf-n.

*> Loads the processed-file register, and proves it can be written
*> back, before any period history entry is touched: a register too
*> large to hold or not writable stops the backout with nothing yet
*> reversed.
load-register.
open input register-file.
if register-file-status not = "00"
    display "STATBACKOUT: statmeasure-register.txt not found; no files to deregister"
else
    perform read-register-record
        until eof-switch = 0
    close register-file
    move 1 to eof-switch
    open extend register-file
    if register-file-status not = "00"
        display "STATBACKOUT: statmeasure-register.txt cannot be rewritten; nothing backed out"
        move 16 to return-code
        stop run
    end-if
    close register-file
    move "Y" to register-loaded
end-if.

read-register-record.
move spaces to register-input-record.
read register-file into register-input-record
    at end
        move 0 to eof-switch
    not at end
        if reg-n >= 5000
            display "STATBACKOUT: register over 5000 entries; nothing backed out"
            close register-file
            move 16 to return-code
            stop run
        end-if
        add 1 to reg-n
        move register-input-record to rgt-line(reg-n)
        move "N" to rgt-dropped(reg-n)
        perform varying jf-idx from 1 by 1 until jf-idx > jf-n
            if jft-found(jf-idx) = "N"
                and rgi-name = jft-name(jf-idx)
                and rgi-stamp = jft-stamp(jf-idx)
                move "Y" to jft-found(jf-idx)
                move "Y" to rgt-dropped(reg-n)
                add 1 to reg-dropped
            end-if
        end-perform
end-read.

rewrite-register.
open output register-file.
if register-file-status not = "00"
    display "STATBACKOUT: unable to rewrite statmeasure-register.txt"
    display "STATBACKOUT: period history reversal is journaled; rerun the backout to finish"
    move 16 to return-code
    stop run
end-if.
perform write-register-survivor
    varying reg-idx from 1 by 1 until reg-idx > reg-n.
close register-file.

write-register-survivor.
if rgt-dropped(reg-idx) = "N"
    write register-record from rgt-line(reg-idx)
end-if.

report-one-file.
move jft-name(jf-idx) to fil-rep-name.
if jft-found(jf-idx) = "Y"
    move "deregistered" to fil-rep-note
else
    add 1 to not-on-register
    move "NOT FOUND" to fil-rep-note
end-if.
display file-detail-line.
write report-line from file-detail-line.

*> Marks the run as reversed on the journal, so a second backout of
*> the same run is refused.
journal-reversal.
move "R" to jrn-type.
move target-run-id to jrn-run-id.
move target-run-stamp to jrn-run-stamp.
move backout-stamp to jrb-stamp.
move journal-reversal-body to jrn-body.
open extend journal-file.
if journal-file-status not = "00"
    open output journal-file
end-if.
write journal-record from journal-detail-line.
close journal-file.

*> Prints the backout summary to the screen and the report.
write-summary.
move posted-reversed to sum-reversed.
move entries-removed to sum-removed.
move extremes-flagged to sum-flagged.
move not-on-master to sum-missing.
move reg-dropped to sum-dereg.
move not-on-register to sum-dereg-missing.
display output-underline.
display summary-line-1.
display summary-line-2.
display summary-line-3.
write report-line from output-underline.
write report-line from summary-line-1.
write report-line from summary-line-2.
write report-line from summary-line-3.
