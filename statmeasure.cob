select catmaster-file assign to "statmeasure-catmaster.txt"
    organization is line sequential
    file status is catmaster-file-status.
select perhist-file assign to "statmeasure-perhist.dat"
    organization is indexed
    access mode is dynamic
    record key is ph-key
    file status is perhist-file-status.
select plan-file assign to "statmeasure-plan.txt"
    organization is line sequential
select register-file assign to "statmeasure-register.txt"
    organization is line sequential
    file status is register-file-status.
select journal-file assign to "statmeasure-journal.txt"
    organization is line sequential
    file status is journal-file-status.

*> Declaring file and structure
data division.
    02 ckpt-any-trailer pic x.
    02 ckpt-any-out-of-balance pic x.
    02 ckpt-version pic x(4).
    02 ckpt-run-id pic x(19).
fd checkpoint-data-file.
01 checkpoint-data-record.
    02 ckpt-data-x pic s9(6)v9(2).
    02 ckpt-data-category pic x(4).
    02 ckpt-data-weight pic 9(6)v9(2).
    02 ckpt-data-y pic s9(6)v9(2).
fd audit-file.
01 audit-line pic x(176).
fd csv-file.
01 plan-record pic x(50).
fd register-file.
01 register-record pic x(147).
fd journal-file.
01 journal-record pic x(181).
fd catmaster-file.
01 catmaster-record pic x(50).
fd perhist-file.
01 perhist-record.
    02 ph-key.
       03 ph-period pic 9(6).
       03 ph-code pic x(4).
    02 ph-count pic s9(9).
    02 ph-weight pic s9(15)v9(2).
    02 ph-sum pic s9(25)v9(2).
77 reg-search-i pic s9(4).
77 reg-check-i pic s9(4).
77 dup-override pic x value "N".
77 paired-mode pic x value "N".
77 pair-sxx pic 9(31)v9(4).
77 pair-syy pic 9(31)v9(4).
77 pair-sxy pic s9(31)v9(4).
77 pair-mean-x pic s9(6)v9(6).
77 pair-mean-y pic s9(6)v9(6).
*> Register of input files already processed, checked before any
*> input file is read: the trailer balancing catches a truncated
*> transfer, this catches the opposite failure, an upstream re-send
    02 rgd-hash pic s9(14)v9(2).
    02 filler pic x(1) value space.
    02 rgd-stamp pic x(19).
77 journal-file-status pic xx.
77 run-id pic x(19).
*> Posting journal: every run notes each input file it registers (F)
*> and each period history entry it posts to (P), keyed by the run id
*> - the time the run first started, carried through a checkpoint
*> restart - and by the run stamp when there is one, so the statbackout
*> job can take a bad night's run back out of the masters exactly.
*> statbackout appends an X record for each entry it reverses and an
*> R record once the whole run is reversed.
01 journal-detail-line.
    02 jrn-type pic x(1).
    02 filler pic x(1) value space.
    02 jrn-run-id pic x(19).
    02 filler pic x(1) value space.
    02 jrn-run-stamp pic x(8).
    02 filler pic x(1) value space.
    02 jrn-body pic x(150).
01 journal-posting-body.
    02 jpb-period pic 9(6).
    02 filler pic x(1) value space.
    02 jpb-code pic x(4).
    02 filler pic x(1) value space.
    02 jpb-count pic 9(9).
    02 filler pic x(1) value space.
    02 jpb-weight pic s9(15)v9(2).
    02 filler pic x(1) value space.
    02 jpb-sum pic s9(25)v9(2).
    02 filler pic x(1) value space.
    02 jpb-sum-sqr pic 9(31)v9(2).
    02 filler pic x(1) value space.
    02 jpb-min pic s9(6)v9(2).
    02 filler pic x(1) value space.
    02 jpb-max pic s9(6)v9(2).
    02 filler pic x(31) value spaces.
01 journal-file-body.
    02 jfb-name pic x(100).
    02 filler pic x(1) value space.
    02 jfb-count pic 9(9).
    02 filler pic x(1) value space.
    02 jfb-hash pic s9(14)v9(2).
    02 filler pic x(1) value space.
    02 jfb-stamp pic x(19).
    02 filler pic x(3) value spaces.
01 processed-register-table.
    02 processed-register-entry occurs 5000 times.
       03 rgt-name pic x(100).
       03 pln-tol pic 9(6)v9(2).
       03 pln-used pic x.
77 perhist-file-status pic xx.
77 per-found pic x.
77 per-posted pic 9(5) value zero.
77 per-failed pic 9(5) value zero.
77 acct-period pic 9(6).
77 period-stamp pic x(19).
*> Category master, loaded from statmeasure-catmaster.txt at start-up:
*> the roughly sixty live codes change quarterly, so they live in a
*> data file operations can update, not in the program. The table is
    02 calc-opt-root-square pic x.
    02 calc-opt-geometric pic x.
    02 calc-opt-weighted pic x.
    02 calc-opt-paired pic x.
01 calc-basic-options.
    02 filler pic x value "N".
    02 filler pic x value "N".
    02 filler pic x value "N".
    02 calc-basic-weighted pic x value "N".
    02 filler pic x value "N".
01 calc-results.
    02 calc-mean pic s9(6)v9(2).
    02 calc-std-dev pic s9(6)v9(2).
    02 calc-root-square-mean pic s9(6)v9(2).
    02 calc-geometric-mean pic s9(6)v9(2).
    02 calc-weighted-n pic s9(13)v9(2).
*> Paired-mode figures statcalc hands back when the options group
*> asks for them: the second value's mean and std dev, the covariance,
*> the correlation and the least-squares line.
01 calc-paired-results.
    02 calc-mean-y pic s9(6)v9(2).
    02 calc-std-dev-y pic s9(6)v9(2).
    02 calc-covariance pic s9(12)v9(4).
    02 calc-correlation pic s9(1)v9(6).
    02 calc-slope pic s9(9)v9(6).
    02 calc-intercept pic s9(12)v9(4).
    02 calc-pair-defined pic x.
77 slice-start pic s9(7).
01 control-options-record.
    02 opt-harmonic pic x value "Y".
    02 opt-run-stamp pic x(8).
    02 opt-domain pic x.
    02 opt-dup-override pic x.
    02 opt-paired pic x.
    02 filler pic x(72).
*> Each row carries its sampling weight next to the value; outside
*> weighted mode the weight is set to one at intake, so the weighted
*> arithmetic degenerates to the plain figures without a second code
       03 x-weight pic 9(6)v9(2).
       03 x-category pic x(4).
       03 x-outlier-flag pic x.
*> Second value of each accepted row in paired mode, parallel to
*> array-area (zero outside paired mode); kept as its own table so
*> array-area still maps onto statcalc's value table, and handed to
*> statcalc as the paired second-value table.
01 y-area.
    02 y-entry occurs 1 to 1000000 times
       depending on n.
       03 y pic s9(6)v9(2).
*> Work table of the accepted values alone, sorted in place for the
*> order statistics (median, quartiles, percentiles); array-area itself
*> is left in arrival order so row numbers keep meaning elsewhere.
       03 ord-category pic x(4).
       03 ord-x pic s9(6)v9(2).
       03 ord-w pic 9(6)v9(2).
       03 ord-y pic s9(6)v9(2).
01 exception-area.
    02 exception-entry occurs 1 to 1000000 times
       depending on exc-n.
*> The weighted input layout variant carries the row's sampling
*> weight in columns 13-20 (eight digits, two implied decimals); the
*> field is only examined when the parameter card turns weighted mode
*> on, so unweighted feeds keep those columns free as before. The
*> paired layout variant likewise carries a second value in columns
*> 21-28 (eight digits, two implied decimals, optional trailing
*> overpunch sign), examined only when paired mode is on.
01 input-value-record.
    02 in-x pic s9(6)v9(2).
    02 in-category pic x(4).
    02 in-weight pic 9(6)v9(2).
    02 in-y pic s9(6)v9(2).
    02 filler pic x(52).
01 category-table.
    02 category-entry occurs 200 times.
       03 cat-code pic x(4).
       03 cat-median pic s9(6)v9(2).
       03 cat-min pic s9(6)v9(2).
       03 cat-max pic s9(6)v9(2).
       03 cat-sum-y pic s9(19)v9(2).
       03 cat-mean-y pic s9(6)v9(2).
       03 cat-covariance pic s9(12)v9(4).
       03 cat-correlation pic s9(1)v9(6).
       03 cat-slope pic s9(9)v9(6).
       03 cat-intercept pic s9(12)v9(4).
       03 cat-pair-defined pic x.
01 output-title-line.
    02 filler pic x(28) value
    "Statistical Report".
    02 hist-rep-cum pic zz9.9.
    02 filler pic x(2) value "% ".
    02 hist-rep-bar pic x(34).
01 paired-header-line.
    02 filler pic x(28) value
    "Paired Observations".
01 paired-line-1.
    02 filler pic x(9) value " mean y= ".
    02 pair-rep-mean-y pic -(6)9.9(2).
    02 filler pic x(12) value " std dev y= ".
    02 pair-rep-std-y pic -(6)9.9(2).
01 paired-line-2.
    02 filler pic x(13) value " covariance= ".
    02 pair-rep-cov pic -(12)9.9(4).
01 paired-line-3.
    02 filler pic x(16) value " correlation r= ".
    02 pair-rep-r pic -9.9(6).
01 paired-line-4.
    02 filler pic x(8) value " slope= ".
    02 pair-rep-slope pic -(9)9.9(6).
    02 filler pic x(12) value " intercept= ".
    02 pair-rep-intercept pic -(12)9.9(4).
01 paired-undefined-line.
    02 filler pic x(48) value
    " correlation undefined (a value does not vary)".
01 category-paired-line-1.
    02 filler pic x(14) value "       mean y=".
    02 cat-rep-mean-y pic -(6)9.9(2).
    02 filler pic x(6) value " cov= ".
    02 cat-rep-cov pic -(12)9.9(4).
01 category-paired-line-2.
    02 filler pic x(10) value "       r= ".
    02 cat-rep-r pic -9.9(4).
    02 filler pic x(8) value " slope= ".
    02 cat-rep-slope pic -(9)9.9(4).
    02 filler pic x(12) value " intercept= ".
    02 cat-rep-intercept pic -(12)9.9(2).
*> Machine-readable reject record: the input sequence number, a
*> reason code, and the full original record image, so the statfix
*> repair job can key corrections by line number and rebuild the row.
*> Reason codes: NP value zero/negative (row excluded from stats),
*> NW missing/zero sampling weight in weighted mode (row excluded),
*> NY missing/non-numeric second value in paired mode (row excluded),
*> UC unknown category, OR value outside the category master's
*> expected range (UC/OR rows are advisory - they stay in the stats).
01 reject-detail-line.
    stop run
end-if.
move opt-dup-override to dup-override.
*> Column 28 of the options card turns paired-observation mode on:
*> every input record then carries a second value in columns 21-28,
*> and the report and CSV add the covariance, correlation and
*> least-squares line of the second value on the first, overall and
*> per category. Blank keeps the long-standing single-value behavior.
move function upper-case(opt-paired) to opt-paired.
if opt-paired = space
    move "N" to opt-paired
end-if.
if opt-paired not = "Y" and opt-paired not = "N"
    display "STATMEASURE: invalid paired-mode flag on parameter card; must be Y, N or blank"
    move 16 to return-code
    stop run
end-if.
move opt-paired to paired-mode.
*> Columns 18-25 of the options card carry an optional run stamp (up
*> to eight characters, A-Z / 0-9): when present, the report, CSV and
*> exception files are written under stamped generation names and the
end-if.
write register-record from register-detail-line.
close register-file.
perform journal-registered-file.
if reg-n < 5000
    add 1 to reg-n
    move rgd-name to rgt-name(reg-n)
    move rgd-stamp to rgt-stamp(reg-n)
end-if.

*> Journals the file just registered, with the exact register line
*> figures, so a backout can find and remove that one register line.
journal-registered-file.
move "F" to jrn-type.
move run-id to jrn-run-id.
move opt-run-stamp to jrn-run-stamp.
move rgd-name to jfb-name.
move rgd-count to jfb-count.
move rgd-hash to jfb-hash.
move rgd-stamp to jfb-stamp.
move journal-file-body to jrn-body.
open extend journal-file.
if journal-file-status not = "00"
    open output journal-file
end-if.
write journal-record from journal-detail-line.
close journal-file.

*> Loads the file-of-file-names named by a LIST= parameter card into
*> file-list-area, one input file per record; blank records are
*> skipped so trailing empty lines in a hand-edited list are harmless.
end-if.
if restart-flag = "N"
    perform clear-checkpoint
    move function current-date to current-date-field
    string current-date-field(1:4) "-" current-date-field(5:2) "-"
        current-date-field(7:2) " " current-date-field(9:2) ":"
        current-date-field(11:2) ":" current-date-field(13:2)
        delimited by size into run-id
    end-string
end-if.

*> Validates the checkpoint against this run's file list and restores
*> different (presumably still-crashed/unresumed) run and is left on
*> disk untouched for the operator to resolve, exactly as before.
load-checkpoint-fields.
if ckpt-version not = "CKP7" or ckpt-file-seq not numeric
    close checkpoint-file
    display "STATMEASURE: statmeasure-checkpoint.dat is from an older layout; resolve the unfinished run before proceeding"
    move 16 to return-code
move ckpt-trl-expected-count to trl-expected-count.
move ckpt-trl-expected-hash to trl-expected-hash.
move ckpt-total-read-count to total-read-count.
move ckpt-run-id to run-id.
*> The run-level balance verdicts must survive a restart: an out-of-
*> balance verdict already reached in a finished constituent file
*> still has to drive the final return code and the combined audit
    move ckpt-data-x to x(i)
    move ckpt-data-category to x-category(i)
    move ckpt-data-weight to x-weight(i)
    move ckpt-data-y to y(i)
end-perform.
close checkpoint-data-file.
perform rebuild-categories-from-array.
        move x(flush-start) to ckpt-data-x
        move x-category(flush-start) to ckpt-data-category
        move x-weight(flush-start) to ckpt-data-weight
        move y(flush-start) to ckpt-data-y
        write checkpoint-data-record
        move x(flush-start) to out-x
        write report-line from output-data-line
move total-read-count to ckpt-total-read-count.
move any-trailer to ckpt-any-trailer.
move any-out-of-balance to ckpt-any-out-of-balance.
move "CKP7" to ckpt-version.
move run-id to ckpt-run-id.
write checkpoint-record.
close checkpoint-file.

        geometric-mean, dist-min, dist-max, dist-range, dist-median,
        dist-q1, dist-q3, dist-pctile, dist-skewness, dist-kurtosis,
        outlier-count, trimmed-mean, trimmed-std-dev
    move zero to calc-mean-y, calc-std-dev-y, calc-covariance,
        calc-correlation, calc-slope, calc-intercept
    move "N" to calc-pair-defined
    perform flush-output
    close report-file
    perform write-csv-output
move opt-root-square to calc-opt-root-square.
move opt-geometric to calc-opt-geometric.
move weighted-mode to calc-opt-weighted.
move paired-mode to calc-opt-paired.
if paired-mode = "Y"
    call "statcalc" using n, calc-options, array-area, calc-results,
        y-area, calc-paired-results
else
    call "statcalc" using n, calc-options, array-area, calc-results
end-if.
move calc-mean to mean.
move calc-std-dev to std-dev-work.
move std-dev-work to std-deviation.
perform write-distribution-section.
perform write-outlier-section.
perform write-histogram-section.
if paired-mode = "Y"
    perform write-paired-section
end-if.
close report-file.

*> Prints the paired-observation section: the second value's own mean
*> and std dev, then how it moves with the first - covariance, the
*> Pearson correlation and the least-squares line y = intercept +
*> slope * x - so the relationship no longer has to be worked out in a
*> spreadsheet from the CSV.
write-paired-section.
perform move-paired-fields.
display paired-header-line.
display paired-line-1.
display paired-line-2.
write report-line from paired-header-line.
write report-line from paired-line-1.
write report-line from paired-line-2.
if calc-pair-defined = "Y"
    display paired-line-3
    write report-line from paired-line-3
else
    display paired-undefined-line
    write report-line from paired-undefined-line
end-if.
display paired-line-4.
write report-line from paired-line-4.

*> Moves the overall paired figures into their edited report fields;
*> shared by the printed report and the CSV.
move-paired-fields.
move calc-mean-y to pair-rep-mean-y.
move calc-std-dev-y to pair-rep-std-y.
move calc-covariance to pair-rep-cov.
move calc-correlation to pair-rep-r.
move calc-slope to pair-rep-slope.
move calc-intercept to pair-rep-intercept.

*> Moves the computed distribution figures into their edited report
*> fields; shared by the printed report and the CSV so the two can
*> never disagree.
    and (in-weight is not numeric or in-weight = zero)
    perform add-bad-weight-exception
else
    if paired-mode = "Y" and in-y is not numeric
        perform add-bad-second-value-exception
    else
        perform process-data-values
    end-if
end-if.

*> A row enters the statistics when its value is in domain: any
        else
            move 1 to x-weight(n)
        end-if
        if paired-mode = "Y"
            move in-y to y(n)
        else
            move zero to y(n)
        end-if
        display "Data Value: ", out-x
        compute sum-of-x = sum-of-x + x(n)
        if in-category not = spaces and in-category not = low-values
    move 0 to eof-switch
end-if.

*> Rejects a paired-mode row whose second value is missing or non-
*> numeric; like NP and NW the row never enters the statistics, so
*> statfix can repair and resubmit it.
add-bad-second-value-exception.
if exc-n < 1000000
    compute exc-n = exc-n + 1
    move in-x to exc-x(exc-n)
    move total-read-count to exc-seq(exc-n)
    move "NY" to exc-reason(exc-n)
    move in-category to exc-category(exc-n)
    move input-value-record to exc-image(exc-n)
else
    if row-limit-overflow = "N"
        display "STATMEASURE: row ceiling of 1,000,000 rows reached; remaining input rows ignored"
        move "Y" to row-limit-overflow
    end-if
    move 0 to eof-switch
end-if.

*> Finds (or adds) the category-table entry for x-category(n) and
*> accumulates the running count/sum for that group's control-break
*> subtotal. The in-category code may be spaces; that is simply
        move cat-n to cat-idx
        move x-category(cat-accum-idx) to cat-code(cat-idx)
        move zero to cat-count(cat-idx), cat-weight(cat-idx),
            cat-sum(cat-idx), cat-sum-x2(cat-idx), cat-sum-y(cat-idx)
    end-if
end-if.
*> Every accumulation is weight-adjusted; outside weighted mode each
    compute cat-sum-x2(cat-idx) = cat-sum-x2(cat-idx)
        + x-weight(cat-accum-idx) * x(cat-accum-idx)
        * x(cat-accum-idx)
    compute cat-sum-y(cat-idx) = cat-sum-y(cat-idx)
        + x-weight(cat-accum-idx) * y(cat-accum-idx)
end-if.

*> Rebuilds category-table from array-area after a checkpoint restart,
    move x-category(i) to ord-category(i)
    move x(i) to ord-x(i)
    move x-weight(i) to ord-w(i)
    move y(i) to ord-y(i)
end-perform.
sort cat-ord-entry ascending key ord-category, ord-x.

            (ord-x(pct-idx) + ord-x(pct-idx + 1)) / 2
    end-if
end-if.
if paired-mode = "Y"
    perform finalize-category-paired
end-if.

*> The category's paired figures, from one more pass over its slice
*> for the sums of squares and cross-products about the two means -
*> the same arithmetic statcalc applies to the whole run.
finalize-category-paired.
compute pair-mean-x rounded = cat-sum(cat-idx) / cat-weight(cat-idx).
compute pair-mean-y rounded = cat-sum-y(cat-idx) / cat-weight(cat-idx).
compute cat-mean-y(cat-idx) rounded = pair-mean-y.
move zero to pair-sxx, pair-syy, pair-sxy.
perform varying i from slice-lo by 1 until i > slice-hi
    compute pair-sxx = pair-sxx
        + ord-w(i) * (ord-x(i) - pair-mean-x) ** 2
    compute pair-syy = pair-syy
        + ord-w(i) * (ord-y(i) - pair-mean-y) ** 2
    compute pair-sxy = pair-sxy
        + ord-w(i) * (ord-x(i) - pair-mean-x) * (ord-y(i) - pair-mean-y)
end-perform.
compute cat-covariance(cat-idx) rounded = pair-sxy / cat-weight(cat-idx).
move zero to cat-correlation(cat-idx), cat-slope(cat-idx).
move "N" to cat-pair-defined(cat-idx).
if pair-sxx = zero
    move pair-mean-y to cat-intercept(cat-idx)
else
    compute cat-slope(cat-idx) rounded = pair-sxy / pair-sxx
    compute cat-intercept(cat-idx) rounded =
        pair-mean-y - pair-sxy / pair-sxx * pair-mean-x
    if pair-syy not = zero
        move "Y" to cat-pair-defined(cat-idx)
        compute cat-correlation(cat-idx) rounded =
            pair-sxy / (function sqrt(pair-sxx) * function sqrt(pair-syy))
    end-if
end-if.

*> The category's weighted median: the smallest value in the slice
*> whose cumulative weight covers half the category's total weight,
    move cat-max(cat-idx) to cat-rep-max
    display category-dist-line
    write report-line from category-dist-line
    if paired-mode = "Y"
        perform move-category-paired-fields
        display category-paired-line-1
        display category-paired-line-2
        write report-line from category-paired-line-1
        write report-line from category-paired-line-2
    end-if
end-perform.

*> Moves one category's paired figures into their edited report
*> fields; shared by the printed report and the CSV.
move-category-paired-fields.
move cat-mean-y(cat-idx) to cat-rep-mean-y.
move cat-covariance(cat-idx) to cat-rep-cov.
move cat-correlation(cat-idx) to cat-rep-r.
move cat-slope(cat-idx) to cat-rep-slope.
move cat-intercept(cat-idx) to cat-rep-intercept.

*> Prints the actual-vs-plan section beside the category subtotals:
*> each planned category's actual count and mean against the plan
*> figures for this accounting period, with the variance, flagged
string "TrimmedStdDev," function trim(rep-trimmed-std)
    delimited by size into csv-line.
write csv-line.
if paired-mode = "Y"
    perform write-csv-paired-rows
end-if.
if cat-n > 0
    if weighted-mode = "Y"
        move "Category,Count,EffN,Mean,StdDev,Median,Min,Max,Description"
        end-if
    end-perform
end-if.
if paired-mode = "Y" and cat-n > 0
    move "PairedCategory,Count,MeanY,Covariance,Correlation,Slope,Intercept"
        to csv-line
    write csv-line
    perform varying cat-idx from 1 by 1 until cat-idx > cat-n
        move cat-count(cat-idx) to cat-rep-count
        perform move-category-paired-fields
        move spaces to csv-line
        if cat-pair-defined(cat-idx) = "Y"
            string function trim(cat-code(cat-idx)) ","
                function trim(cat-rep-count) ","
                function trim(cat-rep-mean-y) ","
                function trim(cat-rep-cov) ","
                function trim(cat-rep-r) ","
                function trim(cat-rep-slope) ","
                function trim(cat-rep-intercept)
                delimited by size into csv-line
        else
            string function trim(cat-code(cat-idx)) ","
                function trim(cat-rep-count) ","
                function trim(cat-rep-mean-y) ","
                function trim(cat-rep-cov) ",,"
                function trim(cat-rep-slope) ","
                function trim(cat-rep-intercept)
                delimited by size into csv-line
        end-if
        write csv-line
    end-perform
end-if.
close csv-file.

*> The overall paired figures as Statistic,Value rows; a correlation
*> that is undefined is written with an empty value, as the plan rows
*> do for a figure that does not exist.
write-csv-paired-rows.
perform move-paired-fields.
move spaces to csv-line.
string "MeanY," function trim(pair-rep-mean-y)
    delimited by size into csv-line.
write csv-line.
move spaces to csv-line.
string "StdDevY," function trim(pair-rep-std-y)
    delimited by size into csv-line.
write csv-line.
move spaces to csv-line.
string "Covariance," function trim(pair-rep-cov)
    delimited by size into csv-line.
write csv-line.
move spaces to csv-line.
if calc-pair-defined = "Y"
    string "Correlation," function trim(pair-rep-r)
        delimited by size into csv-line
else
    move "Correlation," to csv-line
end-if.
write csv-line.
move spaces to csv-line.
string "Slope," function trim(pair-rep-slope)
    delimited by size into csv-line.
write csv-line.
move spaces to csv-line.
string "Intercept," function trim(pair-rep-intercept)
    delimited by size into csv-line.
write csv-line.

*> Posts this run's per-category results into the period history
*> master statmeasure-perhist.dat, indexed on accounting period plus
*> category code: each category's entry is read by key, this run's
*> count, sum, raw sum of squares, minimum and maximum are folded in
*> and the entry is rewritten - or added, when the period has not seen
*> the code yet - so only the entries this run touches are read or
*> written. statperiod reads the master back for month-to-date /
*> year-to-date reporting, so month-end no longer means re-running the
*> whole month's files through this program. Each category's
*> contribution is also written to the posting journal, for
*> statbackout.
post-period-history.
move function current-date to current-date-field.
string current-date-field(1:4) "-" current-date-field(5:2) "-"
    current-date-field(7:2) " " current-date-field(9:2) ":"
    current-date-field(11:2) ":" current-date-field(13:2)
    delimited by size into period-stamp
end-string.
perform open-period-history.
open extend journal-file.
if journal-file-status not = "00"
    open output journal-file
end-if.
perform post-one-category
    varying cat-idx from 1 by 1 until cat-idx > cat-n.
close journal-file.
close perhist-file.
display "STATMEASURE: period history posted for period " acct-period " (" per-posted " entries)".
if per-failed > 0
    display "STATMEASURE: " per-failed " period history entries could not be posted"
    move 16 to return-code
end-if.

*> Opens the master for update; a master that does not exist yet
*> simply means no run has posted, so an empty one is created first.
open-period-history.
open i-o perhist-file.
if perhist-file-status = "35"
    display "STATMEASURE: statmeasure-perhist.dat not found; starting a new period history master"
    open output perhist-file
    close perhist-file
    open i-o perhist-file
end-if.
if perhist-file-status not = "00"
    display "STATMEASURE: unable to open statmeasure-perhist.dat (status " perhist-file-status ")"
    move 16 to return-code
    stop run
end-if.

post-one-category.
move acct-period to ph-period.
move cat-code(cat-idx) to ph-code.
move "Y" to per-found.
read perhist-file key is ph-key
    invalid key move "N" to per-found
end-read.
if per-found = "N"
    move acct-period to ph-period
    move cat-code(cat-idx) to ph-code
    move zero to ph-count, ph-weight, ph-sum, ph-sum-sqr
    move cat-min(cat-idx) to ph-min
    move cat-max(cat-idx) to ph-max
end-if.
add cat-count(cat-idx) to ph-count.
add cat-weight(cat-idx) to ph-weight.
add cat-sum(cat-idx) to ph-sum.
add cat-sum-x2(cat-idx) to ph-sum-sqr.
if cat-min(cat-idx) < ph-min
    move cat-min(cat-idx) to ph-min
end-if.
if cat-max(cat-idx) > ph-max
    move cat-max(cat-idx) to ph-max
end-if.
move period-stamp to ph-updated.
if per-found = "Y"
    rewrite perhist-record
        invalid key move "N" to per-found
    end-rewrite
else
    move "Y" to per-found
    write perhist-record
        invalid key move "N" to per-found
    end-write
end-if.
if per-found = "Y"
    add 1 to per-posted
    perform journal-posted-category
else
    add 1 to per-failed
    display "STATMEASURE: period history entry " acct-period " " cat-code(cat-idx) " not posted (status " perhist-file-status ")"
end-if.

*> Journals this run's contribution to one period history entry: the
*> additive figures a backout subtracts, and the run's own minimum and
*> maximum, which tell it whether the entry's extremes may be this
*> run's and so cannot be trusted after the subtraction.
journal-posted-category.
move "P" to jrn-type.
move run-id to jrn-run-id.
move opt-run-stamp to jrn-run-stamp.
move acct-period to jpb-period.
move cat-code(cat-idx) to jpb-code.
move cat-count(cat-idx) to jpb-count.
move cat-weight(cat-idx) to jpb-weight.
move cat-sum(cat-idx) to jpb-sum.
move cat-sum-x2(cat-idx) to jpb-sum-sqr.
move cat-min(cat-idx) to jpb-min.
move cat-max(cat-idx) to jpb-max.
move journal-posting-body to jrn-body.
write journal-record from journal-detail-line.

*> Appends one line to the run-history/audit log, recording a
*> timestamp, the file name in aud-filename (set by the caller: a
*> A distinct return code per outcome, so the scheduler can hold the
*> downstream jobs automatically: 0 clean, 8 a trailer balancing
*> failure, 16 (set at the failure site) a hard failure such as a
*> missing parameter card, an unopenable file or a period history
*> entry that could not be posted; a hard failure is never lowered
*> to 8.
   if any-out-of-balance = "Y" and return-code < 8
       move 8 to return-code
   end-if.
   stop run.
