*> the additive count / sum / sum-of-squares the master accumulates -
*> so month-end close reads one master file instead of re-running
*> statmeasure against a hand-built list of the whole month's files.
*> The master is indexed on accounting period plus category code, so
*> only the periods the three windows cover are read.

*> Input and output settings
environment division.
input-output section.
file-control.
select perhist-file assign to "statmeasure-perhist.dat"
    organization is indexed
    access mode is dynamic
    record key is ph-key
    file status is perhist-file-status.
select parm-file assign to "statperiod-parms.txt"
    organization is line sequential
data division.
file section.
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
fd parm-file.
01 parm-file-record pic x(100).
fd catmaster-file.
77 current-date-field pic x(21).
77 report-period pic 9(6).
77 lastyear-period pic 9(6).
77 range-from-period pic 9(6).
77 range-to-period pic 9(6).
77 per-n pic s9(5) value zero.
77 per-overflow pic x value "N".
77 grp-n pic s9(4) value zero.
77 win-mean pic s9(6)v9(2).
77 win-variance pic s9(19)v9(4).
77 win-std-dev pic s9(6)v9(2).
01 catmaster-input-record.
    02 cm-code pic x(4).
    02 cm-min pic x(8).
perform read-control-file.
perform load-period-history.
if per-n = 0
    display "STATPERIOD: no entries for the reporting windows found in statmeasure-perhist.dat"
    move 16 to return-code
    stop run
end-if.
close parm-file.
compute lastyear-period = report-period - 100.

*> Loads the entries of the period history master statmeasure
*> maintains that the reporting windows need: every period of the
*> reporting year up to the reporting period (which covers the
*> month-to-date window too), and the same period last year. Each range
*> is positioned with a START on the key and read forward until the
*> period passes the end of the range.
load-period-history.
open input perhist-file.
if perhist-file-status not = "00"
    display "STATPERIOD: unable to open statmeasure-perhist.dat"
    move 16 to return-code
    stop run
end-if.
move report-period to range-from-period.
move "01" to range-from-period(5:2).
move report-period to range-to-period.
perform load-period-range.
move lastyear-period to range-from-period, range-to-period.
perform load-period-range.
close perhist-file.

load-period-range.
move range-from-period to ph-period.
move low-values to ph-code.
start perhist-file key is not less than ph-key
    invalid key move 0 to eof-switch
end-start.
perform read-perhist-record
    until eof-switch = 0.
move 1 to eof-switch.

read-perhist-record.
read perhist-file next record
    at end
        move 0 to eof-switch
    not at end
        if ph-period > range-to-period
            move 0 to eof-switch
        else
            if per-n >= 20000
                if per-overflow = "N"
                    display "STATPERIOD: period history limited to 20000 entries; remainder ignored"
                    move "Y" to per-overflow
                end-if
                move 0 to eof-switch
            else
                add 1 to per-n
                move ph-period to per-period(per-n)
                move ph-code to per-code(per-n)
                move ph-count to per-count(per-n)
                move ph-weight to per-weight(per-n)
                move ph-sum to per-sum(per-n)
                move ph-sum-sqr to per-sum-sqr(per-n)
                move ph-min to per-min(per-n)
                move ph-max to per-max(per-n)
            end-if
        end-if
end-read.
