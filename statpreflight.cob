*> Adina Mubbashir

*> Defines the program's name
identification division.
program-id. statpreflight.

*> Pre-flight readiness check, run as the first step of the night:
*> reads the job-stream card deck statjob is about to run and, for
*> every step whose command runs one of the statistics programs, opens
*> that program's parameter card and applies the same card rules the
*> program itself applies at start-up - a bad column on the statmeasure
*> options card, a malformed period or tolerance - so a card that
*> would stop its step with return code 16 partway through the night
*> is caught while there is still time to fix it. It also checks that
*> every input file named on the cards and in a LIST= file list exists
*> (files an earlier step of the same stream writes are taken on
*> trust), that none of the feeds is already on statmeasure-
*> register.txt or statedit-register.txt, and that no checkpoint is
*> pending in statmeasure-checkpoint.dat. Everything found is printed
*> on one readiness report; the return code is 0 when the night is
*> ready, 4 when it is ready but a rerun override is in force, and 8
*> when anything is wrong, so the stream card for this step holds the
*> whole night.

*> Input and output settings
environment division.
input-output section.
file-control.
select parm-file assign to "statpreflight-parms.txt"
    organization is line sequential
    file status is parm-file-status.
select stream-file assign to dynamic-stream-file-name
    organization is line sequential
    file status is stream-file-status.
select card-file assign to dynamic-card-file-name
    organization is line sequential
    file status is card-file-status.
select probe-file assign to dynamic-probe-file-name
    organization is line sequential
    file status is probe-file-status.
select filelist-file assign to dynamic-filelist-name
    organization is line sequential
    file status is filelist-file-status.
select register-file assign to dynamic-register-file-name
    organization is line sequential
    file status is register-file-status.
select checkpoint-file assign to "statmeasure-checkpoint.dat"
    organization is line sequential
    file status is checkpoint-file-status.
select report-file assign to "statpreflight-report.txt"
    organization is line sequential
    file status is report-file-status.

*> Declaring file and structure
data division.
file section.
fd parm-file.
01 parm-file-record pic x(100).
fd stream-file.
01 stream-record pic x(100).
fd card-file.
01 card-file-record pic x(100).
fd probe-file.
01 probe-record pic x(80).
fd filelist-file.
01 filelist-record pic x(100).
fd register-file.
01 register-record pic x(150).
fd checkpoint-file.
01 checkpoint-record pic x(250).
fd report-file.
01 report-line pic x(80).

*> Declaring arrays and variables
working-storage section.
77 eof-switch pic 9.
01 dynamic-stream-file-name pic x(100).
01 dynamic-card-file-name pic x(100).
01 dynamic-probe-file-name pic x(100).
01 dynamic-filelist-name pic x(100).
01 dynamic-register-file-name pic x(100).
77 parm-file-status pic xx.
77 stream-file-status pic xx.
77 card-file-status pic xx.
77 probe-file-status pic xx.
77 filelist-file-status pic xx.
77 register-file-status pic xx.
77 checkpoint-file-status pic xx.
77 report-file-status pic xx.
77 fault-count pic s9(5) value zero.
77 warning-count pic s9(5) value zero.
77 cards-checked pic s9(5) value zero.
77 files-checked pic s9(5) value zero.
77 statmeasure-in-stream pic x value "N".
*> Card handling: the card of the step being checked is read one
*> record at a time into card-record; card-at-end is set once the card
*> has no more records, and a missing record reads as spaces, as every
*> program treats it.
77 card-open pic x.
77 card-at-end pic x.
01 card-record pic x(100).
77 fault-text pic x(67).
77 check-name pic x(100).
77 check-label pic x(20).
77 card-flag pic x.
77 register-label pic x(24).
*> The steps of the stream, with the program each one runs.
01 step-table.
    02 step-entry occurs 100 times.
       03 stp-name pic x(8).
       03 stp-program pic x(13).
77 stp-n pic s9(4) value zero.
77 stp-idx pic s9(4).
01 stream-input-record.
    02 sin-step pic x(8).
    02 filler pic x(15).
    02 sin-command pic x(77).
77 command-work pic x(77).
77 program-tally pic s9(4).
*> The programs whose cards are checked. statpreflight is listed so a
*> stream that names this step is recognised and not checked twice.
01 program-name-list.
    02 filler pic x(13) value "statpreflight".
    02 filler pic x(13) value "statedit".
    02 filler pic x(13) value "statmeasure".
    02 filler pic x(13) value "statfix".
    02 filler pic x(13) value "statquality".
    02 filler pic x(13) value "stathouse".
    02 filler pic x(13) value "statperiod".
    02 filler pic x(13) value "statcompare".
    02 filler pic x(13) value "statrecon".
    02 filler pic x(13) value "stattrend".
    02 filler pic x(13) value "statcatmnt".
    02 filler pic x(13) value "statbackout".
    02 filler pic x(13) value "statphconv".
    02 filler pic x(13) value "stattest".
    02 filler pic x(13) value "statsample".
    02 filler pic x(13) value "statdistmnt".
    02 filler pic x(13) value "statsplit".
    02 filler pic x(13) value "statglext".
    02 filler pic x(13) value "statopermnt".
01 program-name-table redefines program-name-list.
    02 program-name pic x(13) occurs 19 times.
77 program-count pic s9(4) value 19.
77 prog-idx pic s9(4).
*> Files written by the steps already checked, in stream order: a
*> later step's input of the same name is made tonight, so it is not
*> expected to exist yet.
01 produced-table.
    02 produced-name pic x(100) occurs 100 times.
77 prd-n pic s9(4) value zero.
77 prd-idx pic s9(4).
77 prd-found pic x.
*> statmeasure options card, columns as statmeasure reads them.
01 options-card.
    02 opt-harmonic pic x.
    02 opt-root-square pic x.
    02 opt-geometric pic x.
    02 opt-percentile pic x(2).
    02 opt-outlier-k pic x(3).
    02 opt-hist-classes pic x(2).
    02 opt-acct-period pic x(6).
    02 opt-weighted pic x.
    02 opt-run-stamp pic x(8).
    02 opt-domain pic x.
    02 opt-dup-override pic x.
    02 opt-paired pic x.
    02 filler pic x(72).
77 saved-input-card pic x(100).
77 clean-file-name pic x(100).
77 stamp-ok pic x.
77 stamp-len pic s9(4).
77 stamp-i pic s9(4).
77 stamp-work pic x(8).
77 sample-flags pic x(3).
77 seed-value pic s9(11)v9(2).
77 list-entries pic s9(5).
77 sample-rules pic s9(5).
*> Register lines: the file name in columns 1-100 on both processed-file
*> registers, the period in columns 1-6 on the extract register; the
*> time it was processed follows the counts.
01 register-input-record.
    02 rgi-name pic x(100).
    02 filler pic x(50).
77 register-key-len pic s9(4).
77 current-date-field pic x(21).
77 register-stamp-col pic s9(4).
01 checkpoint-input-record.
    02 cki-input-file pic x(100).
    02 filler pic x(150).
01 output-title-line.
    02 filler pic x(28) value
    "Pre-Flight Readiness Report".
01 output-underline.
    02 filler pic x(28) value
    "----------------------------".
01 stream-line.
    02 filler pic x(9) value " stream= ".
    02 str-rep-name pic x(71).
01 step-line.
    02 filler pic x(6) value " step ".
    02 stp-rep-name pic x(8).
    02 filler pic x(1) value space.
    02 stp-rep-text pic x(65).
01 finding-line.
    02 filler pic x(4) value spaces.
    02 fnd-rep-kind pic x(9).
    02 fnd-rep-text pic x(67).
01 summary-line-1.
    02 filler pic x(22) value " steps=               ".
    02 sum-steps pic zzzzzzzz9.
01 summary-line-2.
    02 filler pic x(22) value " cards checked=       ".
    02 sum-cards pic zzzzzzzz9.
01 summary-line-3.
    02 filler pic x(22) value " files checked=       ".
    02 sum-files pic zzzzzzzz9.
01 summary-line-4.
    02 filler pic x(22) value " faults=              ".
    02 sum-faults pic zzzzzzzz9.
01 summary-line-5.
    02 filler pic x(22) value " warnings=            ".
    02 sum-warnings pic zzzzzzzz9.
01 verdict-line.
    02 filler pic x(22) value " readiness=           ".
    02 vrd-rep-text pic x(40).

*> Performs the pre-flight checks
procedure division.
move 1 to eof-switch.
perform read-control-file.
perform load-job-stream.
open output report-file.
if report-file-status not = "00"
    display "STATPREFLIGHT: unable to open statpreflight-report.txt"
    move 16 to return-code
    stop run
end-if.
move dynamic-stream-file-name to str-rep-name.
display output-title-line.
display output-underline.
display stream-line.
write report-line from output-title-line.
write report-line from output-underline.
write report-line from stream-line.
perform check-one-step
    varying stp-idx from 1 by 1 until stp-idx > stp-n.
if statmeasure-in-stream = "Y"
    perform check-pending-checkpoint
end-if.
perform write-summary.
close report-file.
if fault-count > 0
    move 8 to return-code
else
    if warning-count > 0
        move 4 to return-code
    end-if
end-if.
stop run.

*> Reads the batch parameter card: record 1 the job-stream card file
*> whose steps are to be checked (blank keeps statjob-stream.txt, as
*> statjob does); matching the parameter-card convention established
*> for statmeasure.
read-control-file.
open input parm-file.
if parm-file-status not = "00"
    display "STATPREFLIGHT: statpreflight-parms.txt parameter card not found"
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
close parm-file.

*> Loads the steps of the stream and identifies the program each one
*> runs from its command (columns 24-100 of the stream card).
load-job-stream.
open input stream-file.
if stream-file-status not = "00"
    display "STATPREFLIGHT: unable to open job-stream file " function trim(dynamic-stream-file-name)
    move 16 to return-code
    stop run
end-if.
perform read-stream-record
    until eof-switch = 0.
close stream-file.
move 1 to eof-switch.
if stp-n = 0
    display "STATPREFLIGHT: job-stream file " function trim(dynamic-stream-file-name) " names no steps"
    move 16 to return-code
    stop run
end-if.

read-stream-record.
move spaces to stream-input-record.
read stream-file into stream-input-record
    at end
        move 0 to eof-switch
    not at end
        if stream-input-record not = spaces
            if stp-n >= 100
                display "STATPREFLIGHT: job stream limited to 100 steps; remainder not checked"
                move 0 to eof-switch
            else
                add 1 to stp-n
                move function upper-case(sin-step) to stp-name(stp-n)
                perform identify-step-program
            end-if
        end-if
end-read.

identify-step-program.
move spaces to stp-program(stp-n).
move function lower-case(sin-command) to command-work.
perform varying prog-idx from 1 by 1 until prog-idx > program-count
    move zero to program-tally
    inspect command-work tallying program-tally
        for all function trim(program-name(prog-idx))
    if program-tally > 0 and stp-program(stp-n) = spaces
        move program-name(prog-idx) to stp-program(stp-n)
    end-if
end-perform.

*> Checks one step's card by the rules of the program it runs.
check-one-step.
move stp-name(stp-idx) to stp-rep-name.
move spaces to stp-rep-text.
if stp-program(stp-idx) = spaces
    move "runs no statistics program; nothing to check" to stp-rep-text
else
    if stp-program(stp-idx) = "statpreflight"
        move "this pre-flight check" to stp-rep-text
    else
        string "runs " function trim(stp-program(stp-idx))
            ", card " function trim(stp-program(stp-idx))
            "-parms.txt"
            delimited by size into stp-rep-text
        end-string
    end-if
end-if.
display step-line.
write report-line from step-line.
if stp-program(stp-idx) not = spaces
    and stp-program(stp-idx) not = "statpreflight"
    perform open-program-card
    if card-open = "Y"
        add 1 to cards-checked
        evaluate stp-program(stp-idx)
            when "statedit"
                perform check-statedit-card
            when "statmeasure"
                move "Y" to statmeasure-in-stream
                perform check-statmeasure-card
            when "statfix"
                perform check-statfix-card
            when "statquality"
                perform check-statquality-card
            when "stathouse"
                perform check-stathouse-card
            when "statperiod"
                perform check-statperiod-card
            when "statcompare"
                perform check-statcompare-card
            when "statrecon"
                perform check-statrecon-card
            when "stattrend"
                perform check-stattrend-card
            when "statcatmnt"
                perform check-statcatmnt-card
            when "statbackout"
                perform check-statbackout-card
            when "statphconv"
                perform check-statphconv-card
            when "stattest"
                perform check-stattest-card
            when "statsample"
                perform check-statsample-card
            when "statdistmnt"
                perform check-statdistmnt-card
            when "statsplit"
                perform check-statsplit-card
            when "statglext"
                perform check-statglext-card
            when "statopermnt"
                perform check-statopermnt-card
        end-evaluate
        close card-file
    end-if
end-if.

*> statedit: record 1 the raw feed (required), record 2 the clean file
*> it writes (blank keeps statedit-clean.txt), record 3 Y overrides
*> the duplicate-feed check.
check-statedit-card.
perform read-card-record.
move card-record to saved-input-card.
perform read-card-record.
if card-record = spaces
    move "statedit-clean.txt" to clean-file-name
else
    move function trim(card-record) to clean-file-name
end-if.
perform read-card-record.
move function upper-case(card-record(1:1)) to card-flag.
if saved-input-card = spaces
    move "record 1 names no raw feed file" to fault-text
    perform note-fault
else
    move function trim(saved-input-card) to check-name
    move "raw feed" to check-label
    perform check-input-exists
    if card-flag = "Y"
        move "rerun override set (record 3); register check bypassed" to fault-text
        perform note-warning
    else
        move "statedit-register.txt" to dynamic-register-file-name
        move "statedit-register.txt" to register-label
        move 100 to register-key-len
        move 112 to register-stamp-col
        perform check-register
    end-if
end-if.
move clean-file-name to check-name.
perform add-produced-file.
move "statedit-report.txt" to check-name.
perform add-produced-file.

*> statmeasure: record 1 the input file or LIST=<name>, record 2 the
*> options card, every column validated as statmeasure validates it.
check-statmeasure-card.
perform read-card-record.
if card-at-end = "Y"
    move "card is empty; record 1 must name the input file" to fault-text
    perform note-fault
else
    move card-record to saved-input-card
    perform read-card-record
    move card-record to options-card
    perform check-statmeasure-options
    if saved-input-card(1:5) = "LIST=" or saved-input-card(1:5) = "list="
        move function trim(saved-input-card(6:95))
            to dynamic-filelist-name
        perform check-statmeasure-list
    else
        if saved-input-card = spaces
            move "record 1 names no input file" to fault-text
            perform note-fault
        else
            move function trim(saved-input-card) to check-name
            perform check-statmeasure-input
        end-if
    end-if
    perform add-statmeasure-outputs
end-if.

check-statmeasure-options.
move function upper-case(options-card) to options-card.
if opt-harmonic not = "Y" and opt-harmonic not = "N"
    and opt-harmonic not = space
    move "options col 1 harmonic-mean flag must be Y, N or blank" to fault-text
    perform note-fault
end-if.
if opt-root-square not = "Y" and opt-root-square not = "N"
    and opt-root-square not = space
    move "options col 2 root-square-mean flag must be Y, N or blank" to fault-text
    perform note-fault
end-if.
if opt-geometric not = "Y" and opt-geometric not = "N"
    and opt-geometric not = space
    move "options col 3 geometric-mean flag must be Y, N or blank" to fault-text
    perform note-fault
end-if.
if opt-percentile not = spaces
    if opt-percentile is not numeric or opt-percentile = "00"
        move "options cols 4-5 percentile must be 01-99 or blank" to fault-text
        perform note-fault
    end-if
end-if.
if opt-outlier-k not = spaces
    if opt-outlier-k is not numeric or opt-outlier-k = "000"
        move "options cols 6-8 outlier k must be 001-999 or blank" to fault-text
        perform note-fault
    end-if
end-if.
if opt-hist-classes not = spaces
    if opt-hist-classes is not numeric or opt-hist-classes = "00"
        or opt-hist-classes > "50"
        move "options cols 9-10 class-interval count must be 01-50 or blank" to fault-text
        perform note-fault
    end-if
end-if.
if opt-acct-period not = spaces
    if opt-acct-period is not numeric
        or opt-acct-period(5:2) < "01" or opt-acct-period(5:2) > "12"
        move "options cols 11-16 accounting period must be YYYYMM or blank" to fault-text
        perform note-fault
    end-if
end-if.
if opt-weighted not = "Y" and opt-weighted not = "N"
    and opt-weighted not = space
    move "options col 17 weighted-mode flag must be Y, N or blank" to fault-text
    perform note-fault
end-if.
if opt-run-stamp not = spaces
    move opt-run-stamp to stamp-work
    perform check-run-stamp
    if stamp-ok = "N"
        move "options cols 18-25 run stamp must be 1-8 characters A-Z or 0-9" to fault-text
        perform note-fault
    end-if
end-if.
if opt-domain not = "P" and opt-domain not = "A" and opt-domain not = space
    move "options col 26 value-domain flag must be P, A or blank" to fault-text
    perform note-fault
end-if.
if opt-dup-override not = "Y" and opt-dup-override not = "N"
    and opt-dup-override not = space
    move "options col 27 rerun-override flag must be Y, N or blank" to fault-text
    perform note-fault
end-if.
if opt-dup-override = "Y"
    move "rerun override set (options col 27); register check bypassed" to fault-text
    perform note-warning
end-if.
if opt-paired not = "Y" and opt-paired not = "N" and opt-paired not = space
    move "options col 28 paired-mode flag must be Y, N or blank" to fault-text
    perform note-fault
end-if.

*> Every entry of the file list must exist and be new to the register.
check-statmeasure-list.
move dynamic-filelist-name to check-name.
move "file list" to check-label.
perform check-input-exists.
if probe-file-status = "00"
    move zero to list-entries
    open input filelist-file
    perform read-list-entry
        until eof-switch = 0
    close filelist-file
    move 1 to eof-switch
    if list-entries = 0
        move "file list names no input files" to fault-text
        perform note-fault
    end-if
end-if.

read-list-entry.
read filelist-file into filelist-record
    at end
        move 0 to eof-switch
    not at end
        if filelist-record not = spaces
            add 1 to list-entries
            move function trim(filelist-record) to check-name
            perform check-statmeasure-input
        end-if
end-read.

check-statmeasure-input.
move "input file" to check-label.
perform check-input-exists.
if opt-dup-override not = "Y"
    move "statmeasure-register.txt" to dynamic-register-file-name
    move "statmeasure-register.txt" to register-label
    move 100 to register-key-len
    move 129 to register-stamp-col
    perform check-register
end-if.

*> The report, exception file and CSV statmeasure writes tonight, under
*> the stamped names when the options card carries a run stamp.
add-statmeasure-outputs.
if opt-run-stamp not = spaces and stamp-ok = "Y"
    move spaces to check-name
    string "statmeasure-report." opt-run-stamp(1:stamp-len) ".txt"
        delimited by size into check-name
    end-string
    perform add-produced-file
    move spaces to check-name
    string "statmeasure-exceptions." opt-run-stamp(1:stamp-len) ".txt"
        delimited by size into check-name
    end-string
    perform add-produced-file
    move spaces to check-name
    string "statmeasure." opt-run-stamp(1:stamp-len) ".csv"
        delimited by size into check-name
    end-string
    perform add-produced-file
else
    move "statmeasure-report.txt" to check-name
    perform add-produced-file
    move "statmeasure-exceptions.txt" to check-name
    perform add-produced-file
    move "statmeasure.csv" to check-name
    perform add-produced-file
end-if.

*> A usable run stamp is left-justified with no embedded spaces, every
*> character A-Z or 0-9, exactly as statmeasure requires.
check-run-stamp.
move "Y" to stamp-ok.
move zero to stamp-len.
perform varying stamp-i from 1 by 1 until stamp-i > 8
    if stamp-work(stamp-i:1) not = space
        if stamp-len not = stamp-i - 1
            move "N" to stamp-ok
        end-if
        move stamp-i to stamp-len
        if (stamp-work(stamp-i:1) < "A"
            or stamp-work(stamp-i:1) > "Z")
            and (stamp-work(stamp-i:1) < "0"
                 or stamp-work(stamp-i:1) > "9")
            move "N" to stamp-ok
        end-if
    end-if
end-perform.

*> statfix: record 1 the reject file (blank keeps statmeasure-
*> exceptions.txt), record 2 the corrections (blank keeps statfix-
*> corrections.txt), record 3 the resubmission file it writes, record 4
*> the correction value limit; the operator master must exist.
check-statfix-card.
perform read-card-record.
if card-record = spaces
    move "statmeasure-exceptions.txt" to check-name
else
    move function trim(card-record) to check-name
end-if.
move "reject file" to check-label.
perform check-input-exists.
perform read-card-record.
if card-record = spaces
    move "statfix-corrections.txt" to check-name
else
    move function trim(card-record) to check-name
end-if.
move "correction file" to check-label.
perform check-input-exists.
perform read-card-record.
if card-record = spaces
    move "statfix-resubmit.txt" to check-name
else
    move function trim(card-record) to check-name
end-if.
perform add-produced-file.
move "statfix-report.txt" to check-name.
perform add-produced-file.
perform read-card-record.
if card-record not = spaces
    and (card-record(1:8) is not numeric or card-record(9:92) not = spaces)
    move "record 4 value limit must be eight digits (9(6)v99) or blank" to fault-text
    perform note-fault
end-if.
perform check-operator-master.

*> statquality: records 1-3 the reject-rate limit, advisory limit and
*> unresolved limit (8, 8 and 9 digits, or blank), records 4-5 the
*> exception file and CSV it examines.
check-statquality-card.
perform read-card-record.
if card-record not = spaces and card-record(1:8) is not numeric
    move "record 1 reject-rate limit must be eight digits or blank" to fault-text
    perform note-fault
end-if.
perform read-card-record.
if card-record not = spaces and card-record(1:8) is not numeric
    move "record 2 advisory limit must be eight digits or blank" to fault-text
    perform note-fault
end-if.
perform read-card-record.
if card-record not = spaces and card-record(1:9) is not numeric
    move "record 3 unresolved limit must be nine digits or blank" to fault-text
    perform note-fault
end-if.
perform read-card-record.
if card-record = spaces
    move "statmeasure-exceptions.txt" to check-name
else
    move function trim(card-record) to check-name
end-if.
move "exception file" to check-label.
perform check-input-exists.
perform read-card-record.
if card-record = spaces
    move "statmeasure.csv" to check-name
else
    move function trim(card-record) to check-name
end-if.
move "CSV file" to check-label.
perform check-input-exists.

*> stathouse: record 1 the retention count (four digits or blank),
*> record 2 the audit cutoff (YYYY-MM-DD or blank).
check-stathouse-card.
perform read-card-record.
if card-record not = spaces and card-record(1:4) is not numeric
    move "record 1 retention count must be four digits or blank" to fault-text
    perform note-fault
end-if.
perform read-card-record.
if card-record not = spaces
    if card-record(1:4) is not numeric or card-record(5:1) not = "-"
        or card-record(6:2) is not numeric or card-record(8:1) not = "-"
        or card-record(9:2) is not numeric
        move "record 2 audit cutoff must be YYYY-MM-DD or blank" to fault-text
        perform note-fault
    end-if
end-if.

*> statperiod: record 1 the reporting period (YYYYMM or blank).
check-statperiod-card.
perform read-card-record.
if card-record not = spaces
    if card-record(1:6) is not numeric
        or card-record(5:2) < "01" or card-record(5:2) > "12"
        move "record 1 reporting period must be YYYYMM or blank" to fault-text
        perform note-fault
    end-if
end-if.

*> statcompare: records 1 and 2 today's and the prior file (both
*> required), record 3 the tolerance (eight digits or blank).
check-statcompare-card.
perform read-card-record.
if card-at-end = "Y" or card-record = spaces
    move "record 1 names no file for today" to fault-text
    perform note-fault
else
    move function trim(card-record) to check-name
    move "today's file" to check-label
    perform check-input-exists
end-if.
perform read-card-record.
if card-at-end = "Y" or card-record = spaces
    move "record 2 names no prior file" to fault-text
    perform note-fault
else
    move function trim(card-record) to check-name
    move "prior file" to check-label
    perform check-input-exists
end-if.
perform read-card-record.
if card-record not = spaces and card-record(1:8) is not numeric
    move "record 3 tolerance must be eight digits (9(6)v99) or blank" to fault-text
    perform note-fault
end-if.

*> statrecon: record 1 the input file (required).
check-statrecon-card.
perform read-card-record.
if card-at-end = "Y" or card-record = spaces
    move "record 1 names no input file" to fault-text
    perform note-fault
else
    move function trim(card-record) to check-name
    move "input file" to check-label
    perform check-input-exists
end-if.

*> stattrend: record 1 the drift tolerance (eight digits, required).
check-stattrend-card.
perform read-card-record.
if card-at-end = "Y" or card-record(1:8) is not numeric
    move "record 1 tolerance must be eight digits (9(6)v99)" to fault-text
    perform note-fault
end-if.

*> statcatmnt: record 1 the transaction file (blank keeps statcatmnt-
*> trans.txt), record 2 the master it writes, record 3 the range-change
*> approval threshold; the operator master must exist.
check-statcatmnt-card.
perform read-card-record.
if card-record = spaces
    move "statcatmnt-trans.txt" to check-name
else
    move function trim(card-record) to check-name
end-if.
move "transaction file" to check-label.
perform check-input-exists.
perform read-card-record.
perform read-card-record.
if card-record not = spaces
    and (card-record(1:3) is not numeric or card-record(4:97) not = spaces)
    move "record 3 range-change threshold must be three digits or blank" to fault-text
    perform note-fault
end-if.
perform check-operator-master.

*> The operator master statcatmnt and statfix check cards against; an
*> earlier statopermnt step may write it tonight.
check-operator-master.
move "statmeasure-opermaster.txt" to check-name.
move "operator master" to check-label.
perform check-input-exists.

*> statopermnt: record 1 the transaction file (blank keeps statopermnt-
*> trans.txt), record 2 the operator master it writes (blank keeps
*> statmeasure-opermaster.txt).
check-statopermnt-card.
perform read-card-record.
if card-record = spaces
    move "statopermnt-trans.txt" to check-name
else
    move function trim(card-record) to check-name
end-if.
move "transaction file" to check-label.
perform check-input-exists.
perform read-card-record.
if card-record = spaces
    move "statmeasure-opermaster.txt" to check-name
else
    move function trim(card-record) to check-name
end-if.
perform add-produced-file.

*> statdistmnt: record 1 the transaction file (blank keeps statdistmnt-
*> trans.txt), record 2 the distribution master it writes (blank keeps
*> statmeasure-distmaster.txt).
check-statdistmnt-card.
perform read-card-record.
if card-record = spaces
    move "statdistmnt-trans.txt" to check-name
else
    move function trim(card-record) to check-name
end-if.
move "transaction file" to check-label.
perform check-input-exists.
perform read-card-record.
if card-record = spaces
    move "statmeasure-distmaster.txt" to check-name
else
    move function trim(card-record) to check-name
end-if.
perform add-produced-file.

*> statsplit: record 1 the run stamp being distributed (blank takes the
*> fixed names), record 2 the default recipient; the statmeasure report
*> it splits must exist or be written earlier tonight.
check-statsplit-card.
perform read-card-record.
move function upper-case(card-record(1:8)) to stamp-work.
if stamp-work = spaces
    move "statmeasure-report.txt" to check-name
else
    perform check-run-stamp
    if stamp-ok = "N" or card-record(9:92) not = spaces
        move "record 1 run stamp must be 1-8 characters A-Z or 0-9" to fault-text
        perform note-fault
        move spaces to check-name
    else
        move spaces to check-name
        string "statmeasure-report." stamp-work(1:stamp-len) ".txt"
            delimited by size into check-name
        end-string
    end-if
end-if.
if check-name not = spaces
    move "statmeasure report" to check-label
    perform check-input-exists
end-if.
perform read-card-record.
if card-record not = spaces
    move function upper-case(card-record(1:8)) to stamp-work
    perform check-run-stamp
    if stamp-ok = "N" or card-record(9:92) not = spaces
        move "record 2 default recipient must be 1-8 characters A-Z or 0-9" to fault-text
        perform note-fault
    end-if
end-if.

*> statglext: record 1 the closed accounting period to extract (YYYYMM,
*> before the current month), record 2 Y overrides the already-
*> extracted check; the account mapping file must exist.
check-statglext-card.
move function current-date to current-date-field.
perform read-card-record.
if card-record(1:6) is numeric
    and card-record(5:2) >= "01" and card-record(5:2) <= "12"
    and card-record(7:94) = spaces
    if card-record(1:6) not < current-date-field(1:6)
        move "record 1 period is not closed (must be before the current month)" to fault-text
        perform note-fault
    end-if
    move card-record(1:6) to check-name
else
    move "record 1 accounting period must be YYYYMM" to fault-text
    perform note-fault
    move spaces to check-name
end-if.
perform read-card-record.
move function upper-case(card-record(1:1)) to card-flag.
if check-name not = spaces
    if card-flag = "Y"
        move "re-extract override set (record 2); register check bypassed" to fault-text
        perform note-warning
    else
        move "statglext-register.txt" to dynamic-register-file-name
        move "statglext-register.txt" to register-label
        move 6 to register-key-len
        move 36 to register-stamp-col
        perform check-register
    end-if
end-if.
move "statglext-accounts.txt" to check-name.
move "account mapping" to check-label.
perform check-input-exists.

*> statbackout: record 1 a run id (YYYY-MM-DD HH:MM:SS) or a run
*> stamp of up to eight characters.
check-statbackout-card.
perform read-card-record.
if card-record = spaces
    move "record 1 names no run id or run stamp to back out" to fault-text
    perform note-fault
else
    if card-record(5:1) = "-" and card-record(8:1) = "-"
        and card-record(14:1) = ":"
        continue
    else
        move function upper-case(card-record(1:8)) to stamp-work
        perform check-run-stamp
        if stamp-ok = "N" or card-record(9:92) not = spaces
            move "record 1 must be a run id or a run stamp of 1-8 characters A-Z or 0-9" to fault-text
            perform note-fault
        end-if
    end-if
end-if.

*> statphconv: record 1 column 1 the replace flag (Y, N or blank); the
*> old line-sequential master it converts must exist.
check-statphconv-card.
perform read-card-record.
move function upper-case(card-record(1:1)) to card-flag.
if card-flag not = "Y" and card-flag not = "N"
    and card-flag not = space
    move "record 1 replace flag must be Y, N or blank" to fault-text
    perform note-fault
end-if.
move "statmeasure-perhist.txt" to check-name.
move "old master" to check-label.
perform check-input-exists.

*> stattest: record 1 the mode (F, C or P) and confidence level,
*> records 2-3 the samples, record 4 the value domain.
check-stattest-card.
perform read-card-record.
move function upper-case(card-record(1:1)) to card-flag.
if card-flag not = "F" and card-flag not = "C"
    and card-flag not = "P"
    move "record 1 test mode must be F, C or P" to fault-text
    perform note-fault
end-if.
if card-record(3:4) not = spaces
    if card-record(3:4) is not numeric or card-record(3:4) < "5000"
        move "record 1 confidence level must be 5000-9999 or blank" to fault-text
        perform note-fault
    end-if
end-if.
perform read-card-record.
evaluate card-flag
    when "F"
        move "input file" to check-label
        perform check-stattest-file
        perform read-card-record
        perform check-stattest-file
    when "C"
        move "input file" to check-label
        perform check-stattest-file
        perform read-card-record
        if card-record(1:4) = spaces or card-record(6:4) = spaces
            move "record 3 must carry two category codes (cols 1-4, 6-9)" to fault-text
            perform note-fault
        end-if
    when "P"
        if card-record(1:4) = spaces
            move "record 2 names no category code" to fault-text
            perform note-fault
        end-if
        perform read-card-record
        if card-record(1:6) is not numeric
            or card-record(5:2) < "01" or card-record(5:2) > "12"
            or card-record(8:6) is not numeric
            or card-record(12:2) < "01" or card-record(12:2) > "12"
            move "record 3 must carry two YYYYMM periods (cols 1-6, 8-13)" to fault-text
            perform note-fault
        end-if
    when other
        perform read-card-record
end-evaluate.
perform read-card-record.
move function upper-case(card-record(1:1)) to card-flag.
if card-flag not = "P" and card-flag not = "A"
    and card-flag not = space
    move "record 4 value-domain flag must be P, A or blank" to fault-text
    perform note-fault
end-if.

check-stattest-file.
if card-record = spaces
    move "a sample record names no input file" to fault-text
    perform note-fault
else
    move function trim(card-record) to check-name
    perform check-input-exists
end-if.

*> statsample: record 1 the input file or LIST=<name>, record 2 the
*> seed and the domain, weighted and paired flags, records 3 onward
*> the sampling rules.
check-statsample-card.
perform read-card-record.
if card-at-end = "Y" or card-record = spaces
    move "record 1 names no input file" to fault-text
    perform note-fault
else
    if card-record(1:5) = "LIST=" or card-record(1:5) = "list="
        move function trim(card-record(6:95)) to dynamic-filelist-name
        perform check-statsample-list
    else
        move function trim(card-record) to check-name
        move "input file" to check-label
        perform check-input-exists
    end-if
end-if.
perform read-card-record.
if card-record(1:10) not = spaces
    if function test-numval(card-record(1:10)) not = 0
        move "record 2 seed must be a whole number 1-2147483646 or blank" to fault-text
        perform note-fault
    else
        compute seed-value = function numval(card-record(1:10))
        if seed-value < 1 or seed-value > 2147483646
            or seed-value not = function integer-part(seed-value)
            move "record 2 seed must be a whole number 1-2147483646 or blank" to fault-text
            perform note-fault
        end-if
    end-if
end-if.
move function upper-case(card-record(12:3)) to sample-flags.
if (sample-flags(1:1) not = "P" and sample-flags(1:1) not = "A"
        and sample-flags(1:1) not = space)
    or (sample-flags(2:1) not = "Y" and sample-flags(2:1) not = "N"
        and sample-flags(2:1) not = space)
    or (sample-flags(3:1) not = "Y" and sample-flags(3:1) not = "N"
        and sample-flags(3:1) not = space)
    move "record 2 domain, weighted or paired flag invalid (cols 12-14)" to fault-text
    perform note-fault
end-if.
move zero to sample-rules.
perform read-card-record.
perform check-sample-rule
    until card-at-end = "Y".
if sample-rules = 0
    move "card carries no sampling rules (records 3 onward)" to fault-text
    perform note-fault
end-if.

check-sample-rule.
if card-record not = spaces
    add 1 to sample-rules
    move function upper-case(card-record(6:1)) to card-flag
    if (card-flag not = "S" and card-flag not = "R")
        or card-record(8:6) is not numeric
        or (card-flag = "R" and card-record(8:6) > "010000")
        move spaces to fault-text
        string "invalid sampling rule: " card-record(1:13)
            delimited by size into fault-text
        end-string
        perform note-fault
    end-if
end-if.
perform read-card-record.

check-statsample-list.
move dynamic-filelist-name to check-name.
move "file list" to check-label.
perform check-input-exists.
if probe-file-status = "00"
    move zero to list-entries
    open input filelist-file
    perform read-sample-list-entry
        until eof-switch = 0
    close filelist-file
    move 1 to eof-switch
    if list-entries = 0
        move "file list names no input files" to fault-text
        perform note-fault
    end-if
end-if.

read-sample-list-entry.
read filelist-file into filelist-record
    at end
        move 0 to eof-switch
    not at end
        if filelist-record not = spaces
            add 1 to list-entries
            move function trim(filelist-record) to check-name
            move "input file" to check-label
            perform check-input-exists
        end-if
end-read.

*> A checkpoint left in statmeasure-checkpoint.dat means an earlier
*> run never finished; tonight's statmeasure step would resume or
*> refuse it, so it has to be resolved first.
check-pending-checkpoint.
move spaces to stp-rep-name.
move "statmeasure checkpoint" to stp-rep-text.
display step-line.
write report-line from step-line.
open input checkpoint-file.
if checkpoint-file-status = "00"
    move spaces to checkpoint-input-record
    read checkpoint-file into checkpoint-input-record
        at end move spaces to checkpoint-input-record
    end-read
    close checkpoint-file
    if checkpoint-input-record not = spaces
        move spaces to fault-text
        string "checkpoint pending for " function trim(cki-input-file)
            delimited by size into fault-text
        end-string
        perform note-fault
    end-if
end-if.

*> Opens the parameter card of the step being checked.
open-program-card.
move spaces to dynamic-card-file-name.
string function trim(stp-program(stp-idx)) "-parms.txt"
    delimited by size into dynamic-card-file-name
end-string.
move "N" to card-at-end.
open input card-file.
if card-file-status = "00"
    move "Y" to card-open
else
    move "N" to card-open
    move spaces to fault-text
    string function trim(dynamic-card-file-name) " parameter card not found"
        delimited by size into fault-text
    end-string
    perform note-fault
end-if.

read-card-record.
move spaces to card-record.
if card-at-end = "N"
    read card-file into card-record
        at end
            move "Y" to card-at-end
            move spaces to card-record
    end-read
end-if.

*> An input file must exist unless an earlier step writes it tonight.
check-input-exists.
move "N" to prd-found.
perform varying prd-idx from 1 by 1 until prd-idx > prd-n
    if produced-name(prd-idx) = check-name
        move "Y" to prd-found
    end-if
end-perform.
move "00" to probe-file-status.
if prd-found = "N"
    add 1 to files-checked
    move check-name to dynamic-probe-file-name
    open input probe-file
    if probe-file-status = "00"
        close probe-file
    else
        move spaces to fault-text
        string function trim(check-label) " not found: "
            function trim(check-name)
            delimited by size into fault-text
        end-string
        perform note-fault
    end-if
end-if.

add-produced-file.
if prd-n < 100
    add 1 to prd-n
    move check-name to produced-name(prd-n)
end-if.

*> Scans a register for check-name; a feed or period already on it
*> would be refused as a re-submission by its step.
check-register.
open input register-file.
if register-file-status = "00"
    perform read-register-entry
        until eof-switch = 0
    close register-file
    move 1 to eof-switch
end-if.

read-register-entry.
move spaces to register-input-record.
read register-file into register-input-record
    at end
        move 0 to eof-switch
    not at end
        if register-input-record(1:register-key-len)
            = check-name(1:register-key-len)
            move spaces to fault-text
            string function trim(check-name) " already on "
                function trim(register-label) " ("
                register-input-record(register-stamp-col:19) ")"
                delimited by size into fault-text
            end-string
            perform note-fault
            move 0 to eof-switch
        end-if
end-read.

note-fault.
add 1 to fault-count.
move "FAULT:   " to fnd-rep-kind.
move fault-text to fnd-rep-text.
display finding-line.
write report-line from finding-line.
move spaces to fault-text.

note-warning.
add 1 to warning-count.
move "WARNING: " to fnd-rep-kind.
move fault-text to fnd-rep-text.
display finding-line.
write report-line from finding-line.
move spaces to fault-text.

*> Prints the counts and the night's readiness.
write-summary.
move stp-n to sum-steps.
move cards-checked to sum-cards.
move files-checked to sum-files.
move fault-count to sum-faults.
move warning-count to sum-warnings.
if fault-count > 0
    move "NOT READY - hold the stream" to vrd-rep-text
else
    move "READY" to vrd-rep-text
end-if.
display output-underline.
display summary-line-1.
display summary-line-2.
display summary-line-3.
display summary-line-4.
display summary-line-5.
display verdict-line.
write report-line from output-underline.
write report-line from summary-line-1.
write report-line from summary-line-2.
write report-line from summary-line-3.
write report-line from summary-line-4.
write report-line from summary-line-5.
write report-line from verdict-line.
