*> Adina Mubbashir

*> Defines the program's name
identification division.
program-id. statphconv.

*> One-time conversion of the period history master from the
*> line-sequential statmeasure-perhist.txt, which statmeasure loaded
*> whole and rewrote whole on every run, to the indexed
*> statmeasure-perhist.dat keyed on accounting period plus category
*> code, which statmeasure, statperiod and statbackout now read and
*> update by key. Every well-formed entry is loaded unchanged; a
*> malformed record or a second entry for a key already loaded is
*> announced, listed on the conversion report and left out (return
*> code 4), so the converted master can be checked against the old one
*> before the old file is retired. An indexed master that already
*> holds entries is not overwritten unless the card says so.

*> Input and output settings
environment division.
input-output section.
file-control.
select parm-file assign to "statphconv-parms.txt"
    organization is line sequential
    file status is parm-file-status.
select old-perhist-file assign to "statmeasure-perhist.txt"
    organization is line sequential
    file status is old-perhist-file-status.
select perhist-file assign to "statmeasure-perhist.dat"
    organization is indexed
    access mode is dynamic
    record key is ph-key
    file status is perhist-file-status.
select report-file assign to "statphconv-report.txt"
    organization is line sequential
    file status is report-file-status.

*> Declaring file and structure
data division.
file section.
fd parm-file.
01 parm-file-record pic x(100).
fd old-perhist-file.
01 old-perhist-line pic x(131).
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
fd report-file.
01 report-line pic x(80).

*> Declaring arrays and variables
working-storage section.
77 eof-switch pic 9.
77 parm-file-status pic xx.
77 old-perhist-file-status pic xx.
77 perhist-file-status pic xx.
77 report-file-status pic xx.
77 replace-override pic x value "N".
77 records-read pic s9(9) value zero.
77 records-loaded pic s9(9) value zero.
77 records-skipped pic s9(9) value zero.
01 perhist-input-record.
    02 phi-period pic x(6).
    02 phi-code pic x(4).
    02 phi-count pic x(9).
    02 phi-weight pic x(17).
    02 phi-sum pic x(27).
    02 phi-sum-sqr pic x(33).
    02 phi-min pic x(8).
    02 phi-max pic x(8).
    02 phi-updated pic x(19).
01 output-title-line.
    02 filler pic x(28) value
    "Period History Conversion".
01 output-underline.
    02 filler pic x(28) value
    "----------------------------".
01 skipped-detail-line.
    02 filler pic x(10) value " skipped: ".
    02 skp-rep-reason pic x(20).
    02 filler pic x(1) value space.
    02 skp-rep-key pic x(10).
01 summary-line-1.
    02 filler pic x(22) value " records read=        ".
    02 sum-read pic zzzzzzzz9.
01 summary-line-2.
    02 filler pic x(22) value " entries loaded=      ".
    02 sum-loaded pic zzzzzzzz9.
01 summary-line-3.
    02 filler pic x(22) value " records skipped=     ".
    02 sum-skipped pic zzzzzzzz9.

*> Performs the conversion
procedure division.
move 1 to eof-switch.
perform read-control-file.
perform check-indexed-master.
open input old-perhist-file.
if old-perhist-file-status not = "00"
    display "STATPHCONV: statmeasure-perhist.txt not found; nothing to convert"
    move 16 to return-code
    stop run
end-if.
open output perhist-file.
if perhist-file-status not = "00"
    display "STATPHCONV: unable to create statmeasure-perhist.dat (status " perhist-file-status ")"
    close old-perhist-file
    move 16 to return-code
    stop run
end-if.
open output report-file.
if report-file-status not = "00"
    display "STATPHCONV: unable to open statphconv-report.txt"
    move 16 to return-code
    stop run
end-if.
display output-title-line.
display output-underline.
write report-line from output-title-line.
write report-line from output-underline.
perform read-old-perhist-record
    until eof-switch = 0.
close old-perhist-file.
close perhist-file.
move 1 to eof-switch.
perform write-summary.
close report-file.
if records-skipped > 0
    move 4 to return-code
end-if.
stop run.

*> Reads the batch parameter card: record 1 column 1 is Y to replace an
*> indexed master that already holds entries (blank or N refuses),
*> matching the parameter-card convention established for statmeasure.
read-control-file.
open input parm-file.
if parm-file-status not = "00"
    display "STATPHCONV: statphconv-parms.txt parameter card not found"
    move 16 to return-code
    stop run
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
close parm-file.
move function upper-case(parm-file-record(1:1)) to replace-override.
if replace-override = space
    move "N" to replace-override
end-if.
if replace-override not = "Y" and replace-override not = "N"
    display "STATPHCONV: invalid replace flag on parameter card; must be Y, N or blank"
    move 16 to return-code
    stop run
end-if.

*> Refuses to overwrite an indexed master that statmeasure may already
*> have posted to, unless the card overrides.
check-indexed-master.
open input perhist-file.
if perhist-file-status = "00"
    read perhist-file next record
        at end move "10" to perhist-file-status
    end-read
    close perhist-file
    if perhist-file-status = "00" and replace-override = "N"
        display "STATPHCONV: statmeasure-perhist.dat already holds entries; not converted (Y on the card replaces it)"
        move 16 to return-code
        stop run
    end-if
end-if.

read-old-perhist-record.
move spaces to perhist-input-record.
read old-perhist-file into perhist-input-record
    at end
        move 0 to eof-switch
    not at end
        if perhist-input-record = spaces
            continue
        else
            add 1 to records-read
            perform load-one-entry
        end-if
end-read.

*> Carries one entry across unchanged; the numeric checks are the ones
*> statmeasure applied when it loaded the same file.
load-one-entry.
move perhist-input-record(1:10) to skp-rep-key.
if phi-period is not numeric or phi-count is not numeric
    move "malformed record" to skp-rep-reason
    perform report-skipped-record
else
    move perhist-input-record to perhist-record
    write perhist-record
        invalid key
            move "duplicate key" to skp-rep-reason
            perform report-skipped-record
        not invalid key
            add 1 to records-loaded
    end-write
end-if.

report-skipped-record.
add 1 to records-skipped.
display "STATPHCONV: " function trim(skp-rep-reason) " skipped: " function trim(perhist-input-record).
display skipped-detail-line.
write report-line from skipped-detail-line.

*> Prints the conversion counts to the screen and the report.
write-summary.
move records-read to sum-read.
move records-loaded to sum-loaded.
move records-skipped to sum-skipped.
display output-underline.
display summary-line-1.
display summary-line-2.
display summary-line-3.
write report-line from output-underline.
write report-line from summary-line-1.
write report-line from summary-line-2.
write report-line from summary-line-3.
