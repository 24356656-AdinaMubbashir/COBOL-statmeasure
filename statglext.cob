*> Adina Mubbashir

*> Defines the program's name
identification division.
program-id. statglext.

*> Month-end general ledger extract: reads the period history master
*> statmeasure posts to for one closed accounting period and writes the
*> fixed-width interface file finance's ledger loader takes, instead of
*> the month-to-date figures being rekeyed from the statperiod report.
*> The file opens with a header record carrying the period and the
*> creation date, has one detail record per category with the ledger
*> account it posts to (from the account mapping file statglext-
*> accounts.txt), the count, the total and the mean, and closes with a
*> trailer carrying the detail record count and a hash total of the
*> detail totals, so the loader can balance the file the way statmeasure
*> balances an input feed against its TRL record. Every extract made is
*> entered on statglext-register.txt; a second extract of a period
*> already on it is refused with the duplicate return code unless the
*> card carries the override. A control report, statglext-report.txt,
*> lists every detail written with the file's control totals.
*>
*> The mapping file holds one record per category code - code in
*> columns 1-4, ledger account in columns 5-14 - and a **** record, if
*> present, names the suspense account for any category without one of
*> its own. Without a **** record an unmapped category stops the
*> extract (return code 16) before anything is written, so the ledger
*> never receives a partial period. A category total or mean too large
*> for its field on the detail record, or a hash total too large for
*> the trailer, stops the extract the same way, so the ledger never
*> receives a truncated amount.

*> Input and output settings
environment division.
input-output section.
file-control.
select perhist-file assign to "statmeasure-perhist.dat"
    organization is indexed
    access mode is dynamic
    record key is ph-key
    file status is perhist-file-status.
select parm-file assign to "statglext-parms.txt"
    organization is line sequential
    file status is parm-file-status.
select account-file assign to "statglext-accounts.txt"
    organization is line sequential
    file status is account-file-status.
select extract-file assign to dynamic-extract-file-name
    organization is line sequential
    file status is extract-file-status.
select register-file assign to "statglext-register.txt"
    organization is line sequential
    file status is register-file-status.
select report-file assign to "statglext-report.txt"
    organization is line sequential
    file status is report-file-status.

*> Declaring file and structure
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
fd account-file.
01 account-record pic x(50).
fd extract-file.
01 extract-record pic x(80).
fd register-file.
01 register-record pic x(80).
fd report-file.
01 report-line pic x(80).

*> Declaring arrays and variables
working-storage section.
77 eof-switch pic 9.
01 dynamic-extract-file-name pic x(100).
77 perhist-file-status pic xx.
77 parm-file-status pic xx.
77 account-file-status pic xx.
77 extract-file-status pic xx.
77 register-file-status pic xx.
77 report-file-status pic xx.
77 current-date-field pic x(21).
77 run-timestamp pic x(19).
77 current-period pic 9(6).
77 extract-period pic 9(6).
77 extract-override pic x value "N".
77 suspense-account pic x(10) value spaces.
77 unmapped-count pic s9(5) value zero.
77 suspense-count pic s9(5) value zero.
77 detail-count pic s9(9) value zero.
77 extract-hash pic s9(14)v9(2) value zero.
77 previous-extracts pic s9(5) value zero.
77 previous-stamp pic x(19) value spaces.
77 ext-overflow pic x value "N".
77 amount-overflow-count pic s9(5) value zero.
77 hash-overflow pic x value "N".
*> Ledger account mapping, loaded from statglext-accounts.txt.
01 account-input-record.
    02 acm-code pic x(4).
    02 acm-account pic x(10).
    02 filler pic x(36).
01 account-table.
    02 account-entry occurs 500 times.
       03 act-code pic x(4).
       03 act-account pic x(10).
77 act-n pic s9(4) value zero.
77 act-idx pic s9(4).
77 act-search-i pic s9(4).
*> The period's categories as read from the master, with the account
*> each one posts to, held until the whole period is mapped.
01 extract-table.
    02 extract-entry occurs 500 times.
       03 ext-code pic x(4).
       03 ext-account pic x(10).
       03 ext-count pic s9(9).
       03 ext-total pic s9(14)v9(2).
       03 ext-mean pic s9(9)v9(2).
       03 ext-source pic x.
       03 ext-too-large pic x.
77 ext-n pic s9(4) value zero.
77 ext-idx pic s9(4).
*> Interface records. Amounts are fixed width with a leading separate
*> sign and two implied decimals, as the ledger loader reads them.
01 extract-header-record.
    02 exh-type pic x(3) value "HDR".
    02 exh-period pic 9(6).
    02 exh-created-date pic 9(8).
    02 exh-created-time pic 9(6).
    02 exh-source pic x(8) value "STATMEAS".
    02 filler pic x(49) value spaces.
01 extract-detail-record.
    02 exd-type pic x(3) value "DTL".
    02 exd-period pic 9(6).
    02 exd-account pic x(10).
    02 exd-code pic x(4).
    02 exd-count pic 9(9).
    02 exd-total pic s9(14)v9(2) sign is leading separate.
    02 exd-mean pic s9(9)v9(2) sign is leading separate.
    02 filler pic x(19) value spaces.
01 extract-trailer-record.
    02 trl-type pic x(3) value "TRL".
    02 trl-record-count pic 9(9).
    02 trl-hash-total pic s9(14)v9(2) sign is leading separate.
    02 filler pic x(51) value spaces.
*> Register of periods already extracted.
01 register-input-record.
    02 rgi-period pic x(6).
    02 filler pic x(1).
    02 rgi-count pic x(9).
    02 filler pic x(1).
    02 rgi-hash pic x(17).
    02 filler pic x(1).
    02 rgi-stamp pic x(19).
    02 filler pic x(1).
    02 rgi-override pic x(1).
    02 filler pic x(24).
01 register-detail-line.
    02 rgd-period pic 9(6).
    02 filler pic x(1) value space.
    02 rgd-count pic 9(9).
    02 filler pic x(1) value space.
    02 rgd-hash pic s9(14)v9(2) sign is leading separate.
    02 filler pic x(1) value space.
    02 rgd-stamp pic x(19).
    02 filler pic x(1) value space.
    02 rgd-override pic x(1).
01 output-title-line.
    02 filler pic x(28) value
    "General Ledger Extract".
01 output-underline.
    02 filler pic x(28) value
    "----------------------------".
01 period-id-line.
    02 filler pic x(9) value " period= ".
    02 per-rep-period pic 9(6).
    02 filler pic x(7) value " file= ".
    02 per-rep-file pic x(40).
01 column-heading-line.
    02 filler pic x(57) value
    " account    cat      count             total         mean".
01 detail-report-line.
    02 filler pic x(1) value space.
    02 det-rep-account pic x(10).
    02 filler pic x(1) value space.
    02 det-rep-code pic x(4).
    02 filler pic x(1) value space.
    02 det-rep-count pic zzzzzzzz9.
    02 filler pic x(1) value space.
    02 det-rep-total pic -(13)9.9(2).
    02 filler pic x(1) value space.
    02 det-rep-mean pic -(8)9.9(2).
    02 filler pic x(1) value space.
    02 det-rep-note pic x(9).
01 unmapped-line.
    02 filler pic x(21) value " UNMAPPED: category= ".
    02 unm-rep-code pic x(4).
    02 filler pic x(35) value
    " has no ledger account".
01 too-large-line.
    02 filler pic x(22) value " TOO LARGE: category= ".
    02 tlg-rep-code pic x(4).
    02 filler pic x(35) value
    " amount exceeds the ledger field".
01 hash-overflow-line.
    02 filler pic x(52) value
    " TOO LARGE: hash total exceeds the ledger trailer".
01 override-line.
    02 filler pic x(36) value
    " RE-EXTRACT under override; last at ".
    02 ovr-rep-stamp pic x(19).
    02 filler pic x(18) value " earlier extracts=".
    02 ovr-rep-times pic zzzz9.
01 summary-line-1.
    02 filler pic x(22) value " detail records=      ".
    02 sum-details pic zzzzzzzz9.
01 summary-line-2.
    02 filler pic x(22) value " records written=     ".
    02 sum-written pic zzzzzzzz9.
01 summary-line-3.
    02 filler pic x(22) value " hash total=          ".
    02 sum-hash pic -(13)9.9(2).
01 summary-line-4.
    02 filler pic x(22) value " to suspense account= ".
    02 sum-suspense pic zzzzzzzz9.

*> Performs the extract
procedure division.
move 1 to eof-switch.
move function current-date to current-date-field.
move current-date-field(1:6) to current-period.
string current-date-field(1:4) "-" current-date-field(5:2) "-"
    current-date-field(7:2) " " current-date-field(9:2) ":"
    current-date-field(11:2) ":" current-date-field(13:2)
    delimited by size into run-timestamp
end-string.
perform read-control-file.
perform check-extract-register.
perform load-account-mapping.
perform load-period-categories.
if ext-n = 0
    display "STATGLEXT: no entries for period " extract-period " in statmeasure-perhist.dat; nothing extracted"
    move 16 to return-code
    stop run
end-if.
perform map-ledger-accounts.
open output report-file.
if report-file-status not = "00"
    display "STATGLEXT: unable to open statglext-report.txt"
    move 16 to return-code
    stop run
end-if.
move extract-period to per-rep-period.
move dynamic-extract-file-name to per-rep-file.
display output-title-line.
display output-underline.
display period-id-line.
write report-line from output-title-line.
write report-line from output-underline.
write report-line from period-id-line.
if unmapped-count > 0
    perform write-unmapped-line
        varying ext-idx from 1 by 1 until ext-idx > ext-n
    display " extract not written; add the accounts to statglext-accounts.txt"
    move " extract not written; add the accounts to statglext-accounts.txt" to report-line
    write report-line
    close report-file
    move 16 to return-code
    stop run
end-if.
perform total-extract-amounts.
if amount-overflow-count > 0 or hash-overflow = "Y"
    perform write-too-large-line
        varying ext-idx from 1 by 1 until ext-idx > ext-n
    if hash-overflow = "Y"
        display hash-overflow-line
        write report-line from hash-overflow-line
    end-if
    display " extract not written; amounts too large for the ledger interface"
    move " extract not written; amounts too large for the ledger interface" to report-line
    write report-line
    close report-file
    move 16 to return-code
    stop run
end-if.
if previous-extracts > 0
    move previous-stamp to ovr-rep-stamp
    move previous-extracts to ovr-rep-times
    display override-line
    write report-line from override-line
end-if.
perform write-extract-file.
perform register-extract.
perform write-summary.
close report-file.
if previous-extracts > 0 or suspense-count > 0
    move 4 to return-code
end-if.
stop run.

*> Reads the batch parameter card: record 1 the accounting period to
*> extract as YYYYMM, which must be closed - earlier than the month the
*> job runs in; record 2 set to Y overrides the already-extracted check
*> for a deliberate re-extract; matching the parameter-card convention
*> established for statmeasure.
read-control-file.
open input parm-file.
if parm-file-status not = "00"
    display "STATGLEXT: statglext-parms.txt parameter card not found"
    move 16 to return-code
    stop run
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if parm-file-record(1:6) is numeric
    and parm-file-record(5:2) >= "01" and parm-file-record(5:2) <= "12"
    and parm-file-record(7:94) = spaces
    move parm-file-record(1:6) to extract-period
else
    display "STATGLEXT: invalid accounting period on parameter card; must be YYYYMM"
    close parm-file
    move 16 to return-code
    stop run
end-if.
if extract-period not < current-period
    display "STATGLEXT: period " extract-period " is not closed; only a period before " current-period " can be extracted"
    close parm-file
    move 16 to return-code
    stop run
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if function upper-case(parm-file-record(1:1)) = "Y"
    move "Y" to extract-override
end-if.
close parm-file.
move spaces to dynamic-extract-file-name.
string "statglext-" extract-period ".txt"
    delimited by size into dynamic-extract-file-name
end-string.

*> Refuses a period already on the extract register, with the same
*> distinct return code statmeasure uses for a duplicate input, unless
*> the override is set; under the override the earlier extracts are
*> noted on the control report.
check-extract-register.
open input register-file.
if register-file-status = "00"
    perform read-register-record
        until eof-switch = 0
    close register-file
    move 1 to eof-switch
end-if.
if previous-extracts > 0 and extract-override = "N"
    display "STATGLEXT: period " extract-period " already extracted at " previous-stamp
    display "STATGLEXT: re-extract refused; set Y on parameter card record 2 for a deliberate re-extract"
    move 12 to return-code
    stop run
end-if.

read-register-record.
move spaces to register-input-record.
read register-file into register-input-record
    at end
        move 0 to eof-switch
    not at end
        if rgi-period = extract-period
            add 1 to previous-extracts
            move rgi-stamp to previous-stamp
        end-if
end-read.

*> Loads the ledger account mapping; without it nothing can be posted.
load-account-mapping.
open input account-file.
if account-file-status not = "00"
    display "STATGLEXT: unable to open statglext-accounts.txt"
    move 16 to return-code
    stop run
end-if.
perform read-account-record
    until eof-switch = 0.
close account-file.
move 1 to eof-switch.

read-account-record.
move spaces to account-input-record.
read account-file into account-input-record
    at end
        move 0 to eof-switch
    not at end
        if account-input-record = spaces
            continue
        else
            if acm-code = spaces or acm-account = spaces
                display "STATGLEXT: malformed account mapping record skipped: " function trim(account-input-record)
            else
                if acm-code = "****"
                    move acm-account to suspense-account
                else
                    if act-n >= 500
                        display "STATGLEXT: account mapping limited to 500 codes; remainder ignored"
                        move 0 to eof-switch
                    else
                        add 1 to act-n
                        move acm-code to act-code(act-n)
                        move acm-account to act-account(act-n)
                    end-if
                end-if
            end-if
        end-if
end-read.

*> Reads every category of the period from the master: a START on the
*> key positions at the period's first category, and the read stops
*> when the period changes. The mean comes from sum over total weight,
*> as statperiod computes it (the weight equals the record count for
*> unweighted runs, so the plain case falls out).
load-period-categories.
open input perhist-file.
if perhist-file-status not = "00"
    display "STATGLEXT: unable to open statmeasure-perhist.dat"
    move 16 to return-code
    stop run
end-if.
move extract-period to ph-period.
move low-values to ph-code.
start perhist-file key is not less than ph-key
    invalid key move 0 to eof-switch
end-start.
perform read-perhist-record
    until eof-switch = 0.
move 1 to eof-switch.
close perhist-file.
if ext-overflow = "Y"
    display "STATGLEXT: more than 500 categories in period " extract-period "; extract not written"
    move 16 to return-code
    stop run
end-if.

read-perhist-record.
read perhist-file next record
    at end
        move 0 to eof-switch
    not at end
        if ph-period not = extract-period
            move 0 to eof-switch
        else
            if ext-n >= 500
                move "Y" to ext-overflow
                move 0 to eof-switch
            else
                add 1 to ext-n
                move ph-code to ext-code(ext-n)
                move ph-count to ext-count(ext-n)
                move "N" to ext-too-large(ext-n)
                compute ext-total(ext-n) = ph-sum
                    on size error
                        move "Y" to ext-too-large(ext-n)
                        move zero to ext-total(ext-n)
                end-compute
                if ph-weight > 0
                    compute ext-mean(ext-n) rounded = ph-sum / ph-weight
                        on size error
                            move "Y" to ext-too-large(ext-n)
                            move zero to ext-mean(ext-n)
                    end-compute
                else
                    move zero to ext-mean(ext-n)
                end-if
                if ext-too-large(ext-n) = "Y"
                    add 1 to amount-overflow-count
                end-if
            end-if
        end-if
end-read.

*> Gives each category its ledger account: its own mapping, else the
*> suspense account, else it is counted as unmapped.
map-ledger-accounts.
perform varying ext-idx from 1 by 1 until ext-idx > ext-n
    move zero to act-idx
    perform varying act-search-i from 1 by 1 until act-search-i > act-n
        if act-code(act-search-i) = ext-code(ext-idx)
            move act-search-i to act-idx
            move act-n to act-search-i
        end-if
    end-perform
    if act-idx not = zero
        move act-account(act-idx) to ext-account(ext-idx)
        move "M" to ext-source(ext-idx)
    else
        if suspense-account not = spaces
            move suspense-account to ext-account(ext-idx)
            move "S" to ext-source(ext-idx)
            add 1 to suspense-count
        else
            move spaces to ext-account(ext-idx)
            move "U" to ext-source(ext-idx)
            add 1 to unmapped-count
        end-if
    end-if
end-perform.

*> Adds up the trailer hash total ahead of writing anything, so a total
*> too large for the trailer stops the extract before the file exists.
total-extract-amounts.
move zero to extract-hash.
perform varying ext-idx from 1 by 1 until ext-idx > ext-n
    add ext-total(ext-idx) to extract-hash
        on size error
            move "Y" to hash-overflow
    end-add
end-perform.

write-too-large-line.
if ext-too-large(ext-idx) = "Y"
    move ext-code(ext-idx) to tlg-rep-code
    display too-large-line
    write report-line from too-large-line
end-if.

write-unmapped-line.
if ext-source(ext-idx) = "U"
    move ext-code(ext-idx) to unm-rep-code
    display unmapped-line
    write report-line from unmapped-line
end-if.

*> Writes the interface file - header, one detail per category, trailer
*> - and lists each detail on the control report.
write-extract-file.
open output extract-file.
if extract-file-status not = "00"
    display "STATGLEXT: unable to open " function trim(dynamic-extract-file-name)
    move 16 to return-code
    stop run
end-if.
move extract-period to exh-period.
move current-date-field(1:8) to exh-created-date.
move current-date-field(9:6) to exh-created-time.
write extract-record from extract-header-record.
display column-heading-line.
write report-line from column-heading-line.
perform write-extract-detail
    varying ext-idx from 1 by 1 until ext-idx > ext-n.
move detail-count to trl-record-count.
move extract-hash to trl-hash-total.
write extract-record from extract-trailer-record.
close extract-file.

write-extract-detail.
move extract-period to exd-period.
move ext-account(ext-idx) to exd-account.
move ext-code(ext-idx) to exd-code.
move ext-count(ext-idx) to exd-count.
move ext-total(ext-idx) to exd-total.
move ext-mean(ext-idx) to exd-mean.
write extract-record from extract-detail-record.
add 1 to detail-count.
move ext-account(ext-idx) to det-rep-account.
move ext-code(ext-idx) to det-rep-code.
move ext-count(ext-idx) to det-rep-count.
move ext-total(ext-idx) to det-rep-total.
move ext-mean(ext-idx) to det-rep-mean.
if ext-source(ext-idx) = "S"
    move "suspense" to det-rep-note
else
    move spaces to det-rep-note
end-if.
display detail-report-line.
write report-line from detail-report-line.

*> Appends the extract just made to the register with its control
*> totals, the run timestamp and whether the override was used.
register-extract.
move extract-period to rgd-period.
move detail-count to rgd-count.
move extract-hash to rgd-hash.
move run-timestamp to rgd-stamp.
move extract-override to rgd-override.
open extend register-file.
if register-file-status not = "00"
    open output register-file
end-if.
write register-record from register-detail-line.
close register-file.

*> Prints the control totals to the screen and the report.
write-summary.
move detail-count to sum-details.
compute sum-written = detail-count + 2.
move extract-hash to sum-hash.
move suspense-count to sum-suspense.
display output-underline.
display summary-line-1.
display summary-line-2.
display summary-line-3.
display summary-line-4.
write report-line from output-underline.
write report-line from summary-line-1.
write report-line from summary-line-2.
write report-line from summary-line-3.
write report-line from summary-line-4.
