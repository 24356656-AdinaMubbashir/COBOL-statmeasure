*> Adina Mubbashir

*> Defines the program's name
identification division.
program-id. stattest.

*> Two-sample significance testing: stattrend's drift ALERT and the
*> plan section's VARIANCE flag both use a fixed allowance, which says
*> nothing about whether a difference is bigger than a category's own
*> spread would produce by chance. This program takes two samples named
*> on its parameter card - two input files in statmeasure's layout, two
*> category codes within one input file, or one category code in two
*> accounting periods of the period history master - and runs Welch's
*> t-test on the two means (no equal-variance assumption) and an F-test
*> on the two variances, each two-sided, printing the means, standard
*> deviations, test statistics, p-values and a significant or
*> not-significant verdict at the card's confidence level.
*>
*> File samples take the rows statmeasure would accept as values:
*> trailer (TRL) records and non-numeric values are skipped, and in the
*> positive domain zero/negative values are skipped as NP rows are;
*> their mean and standard deviation come from the shared statcalc
*> subprogram. Period samples come from the master's additive count,
*> sum and sum of squares, exactly as statperiod derives its figures.
*> The tests use the unbiased (n - 1) variance of each sample; the
*> standard deviations printed are the population figures statmeasure
*> and statperiod print, so the report ties out to theirs.

*> Input and output settings
environment division.
input-output section.
file-control.
select parm-file assign to "stattest-parms.txt"
    organization is line sequential
    file status is parm-file-status.
select input-file assign to dynamic-input-file-name
    organization is line sequential
    file status is input-file-status.
select perhist-file assign to "statmeasure-perhist.dat"
    organization is indexed
    access mode is dynamic
    record key is ph-key
    file status is perhist-file-status.
select report-file assign to "stattest-report.txt"
    organization is line sequential
    file status is report-file-status.

*> Declaring file and structure
data division.
file section.
fd parm-file.
01 parm-file-record pic x(100).
fd input-file.
01 input-value-r pic x(80).
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
01 dynamic-input-file-name pic x(100).
77 parm-file-status pic xx.
77 input-file-status pic xx.
77 perhist-file-status pic xx.
77 report-file-status pic xx.
77 test-mode pic x.
77 domain-mode pic x value "P".
77 confidence pic 9(2)v9(2) value 95.00.
77 alpha pic 9v9(6).
77 category-filter pic x(4).
77 skipped-count pic s9(9).
77 n pic s9(7).
77 array-idx pic s9(7).
77 sample-sum pic s9(15)v9(2).
77 sample-sum-sqr pic s9(21)v9(12).
77 sample-mean pic s9(6)v9(12).
77 sample-var pic s9(19)v9(8).
77 not-testable pic x value "N".
77 any-significant pic x value "N".
*> Working fields of the two tests.
77 var-over-n-a pic s9(19)v9(12).
77 var-over-n-b pic s9(19)v9(12).
77 t-stat pic s9(9)v9(6).
77 t-df pic s9(9)v9(6).
77 f-stat pic s9(9)v9(6).
77 f-df-a pic s9(9).
77 f-df-b pic s9(9).
77 p-value pic s9(1)v9(8).
*> Incomplete beta function work fields: the p-value of a t or F
*> statistic is the regularized incomplete beta I(x; a, b) at the
*> point the statistic maps to, evaluated by its continued fraction
*> with the log-gamma from the Lanczos series.
77 beta-a pic s9(9)v9(8).
77 beta-b pic s9(9)v9(8).
77 beta-x pic s9(1)v9(18).
77 beta-result pic s9(1)v9(18).
77 beta-front pic s9(3)v9(24).
77 beta-log pic s9(12)v9(18).
77 bcf-a pic s9(9)v9(8).
77 bcf-b pic s9(9)v9(8).
77 bcf-x pic s9(1)v9(18).
77 bcf-qab pic s9(9)v9(8).
77 bcf-qap pic s9(9)v9(8).
77 bcf-qam pic s9(9)v9(8).
77 bcf-aa pic s9(12)v9(18).
77 bcf-c pic s9(12)v9(18).
77 bcf-d pic s9(12)v9(18).
77 bcf-h pic s9(12)v9(18).
77 bcf-del pic s9(12)v9(18).
77 bcf-m pic s9(7).
77 bcf-m2 pic s9(7).
77 bcf-done pic x.
77 bcf-tiny pic 9v9(18) value 0.000000000000001.
77 bcf-eps pic 9v9(18) value 0.000000000001.
77 bcf-max-iter pic s9(7) value 20000.
77 gam-x pic s9(9)v9(8).
77 gam-y pic s9(9)v9(8).
77 gam-tmp pic s9(12)v9(18).
77 gam-ser pic s9(12)v9(18).
77 gam-j pic s9(4).
77 gam-result pic s9(12)v9(18).
77 lgam-ab pic s9(12)v9(18).
77 lgam-a pic s9(12)v9(18).
77 lgam-b pic s9(12)v9(18).
01 lanczos-coefficients.
    02 filler pic s9(3)v9(14) value 76.18009172947146.
    02 filler pic s9(3)v9(14) value -86.50532032941677.
    02 filler pic s9(3)v9(14) value 24.01409824083091.
    02 filler pic s9(3)v9(14) value -1.23173957245015.
    02 filler pic s9(3)v9(14) value 0.00120865097387.
    02 filler pic s9(3)v9(14) value -0.00000539523950.
01 lanczos-table redefines lanczos-coefficients.
    02 lanczos-cof pic s9(3)v9(14) occurs 6 times.
*> One entry per sample: A is the first named on the card, B the
*> second.
01 sample-table.
    02 sample-entry occurs 2 times.
       03 smp-label pic x(40).
       03 smp-n pic s9(9).
       03 smp-mean pic s9(6)v9(6).
       03 smp-std-dev pic s9(6)v9(2).
       03 smp-var pic s9(19)v9(8).
       03 smp-skipped pic s9(9).
77 smp-idx pic s9(4).
01 sample-file-name pic x(100) occurs 2 times.
01 sample-category pic x(4) occurs 2 times.
01 sample-period pic 9(6) occurs 2 times.
*> Input record in statmeasure's layout: the value in columns 1-8
*> (eight digits, two implied decimals, optional trailing overpunch
*> sign) and the category code in columns 9-12.
01 input-value-record.
    02 in-x pic s9(6)v9(2).
    02 in-category pic x(4).
    02 filler pic x(68).
*> Interface areas for the shared statcalc calculation subprogram;
*> only the mean and standard deviation are asked for.
01 calc-options.
    02 filler pic x value "N".
    02 filler pic x value "N".
    02 filler pic x value "N".
    02 filler pic x value "N".
    02 filler pic x value "N".
01 calc-results.
    02 calc-mean pic s9(6)v9(2).
    02 calc-std-dev pic s9(6)v9(2).
    02 calc-harmonic-mean pic s9(6)v9(2).
    02 calc-root-square-mean pic s9(6)v9(2).
    02 calc-geometric-mean pic s9(6)v9(2).
    02 calc-weighted-n pic s9(13)v9(2).
01 array-area.
    02 array-entry occurs 1 to 1000000 times
       depending on n.
       03 x pic s9(6)v9(2).
       03 x-weight pic 9(6)v9(2).
       03 filler pic x(5).
01 output-title-line.
    02 filler pic x(28) value
    "Two-Sample Significance Test".
01 output-underline.
    02 filler pic x(28) value
    "----------------------------".
01 mode-line.
    02 filler pic x(7) value " mode= ".
    02 mod-rep-mode pic x(24).
    02 filler pic x(13) value " confidence= ".
    02 mod-rep-conf pic z9.9(2).
    02 filler pic x(1) value "%".
01 sample-header-line.
    02 filler pic x(8) value " sample ".
    02 smp-rep-id pic x(1).
    02 filler pic x(2) value "= ".
    02 smp-rep-label pic x(40).
01 sample-stats-line.
    02 filler pic x(6) value "    n=".
    02 smp-rep-n pic zzzzzzzz9.
    02 filler pic x(6) value " mean=".
    02 smp-rep-mean pic -(6)9.9(2).
    02 filler pic x(9) value " std dev=".
    02 smp-rep-std pic -(6)9.9(2).
01 sample-skipped-line.
    02 filler pic x(18) value "    rows skipped= ".
    02 smp-rep-skipped pic zzzzzzzz9.
01 t-header-line.
    02 filler pic x(28) value
    "Welch t-Test (means)".
01 t-stat-line.
    02 filler pic x(6) value "    t=".
    02 t-rep-stat pic -(8)9.9(4).
    02 filler pic x(5) value " df= ".
    02 t-rep-df pic z(8)9.9(2).
    02 filler pic x(4) value " p= ".
    02 t-rep-p pic 9.9(6).
01 f-header-line.
    02 filler pic x(28) value
    "F-Test (variances)".
01 f-stat-line.
    02 filler pic x(6) value "    F=".
    02 f-rep-stat pic -(8)9.9(4).
    02 filler pic x(5) value " df= ".
    02 f-rep-df-a pic z(8)9.
    02 filler pic x(1) value "/".
    02 f-rep-df-b pic z(8)9.
    02 filler pic x(4) value " p= ".
    02 f-rep-p pic 9.9(6).
01 verdict-line.
    02 filler pic x(13) value "    verdict= ".
    02 vrd-rep-text pic x(50).
01 result-line.
    02 filler pic x(9) value " result= ".
    02 res-rep-text pic x(50).

*> Performs the significance tests
procedure division.
move 1 to eof-switch.
perform read-control-file.
compute alpha = (100 - confidence) / 100.
evaluate test-mode
    when "F"
        move spaces to category-filter
        move 1 to smp-idx
        perform gather-file-sample
        move 2 to smp-idx
        perform gather-file-sample
    when "C"
        move 1 to smp-idx
        move sample-category(1) to category-filter
        perform gather-file-sample
        move 2 to smp-idx
        move sample-category(2) to category-filter
        perform gather-file-sample
    when "P"
        perform gather-period-samples
end-evaluate.
open output report-file.
if report-file-status not = "00"
    display "STATTEST: unable to open stattest-report.txt"
    move 16 to return-code
    stop run
end-if.
perform write-report-header.
perform varying smp-idx from 1 by 1 until smp-idx > 2
    perform write-sample-lines
end-perform.
if smp-n(1) < 2 or smp-n(2) < 2
    move "Y" to not-testable
    move "NOT TESTABLE - each sample needs at least 2 rows" to res-rep-text
else
    if smp-var(1) = zero and smp-var(2) = zero
        move "Y" to not-testable
        move "NOT TESTABLE - neither sample varies" to res-rep-text
    else
        perform run-welch-t-test
        perform run-f-test
        if any-significant = "Y"
            move "SIGNIFICANT" to res-rep-text
        else
            move "NOT SIGNIFICANT" to res-rep-text
        end-if
    end-if
end-if.
display output-underline.
display result-line.
write report-line from output-underline.
write report-line from result-line.
close report-file.
*> A distinct return code per outcome, so the scheduler can hold the
*> downstream feed the way statquality's breach code does: 0 no
*> significant difference, 4 the samples could not be tested, 8 a
*> significant difference in the means or the variances, 16 (set at
*> the failure site) a hard failure.
if not-testable = "Y"
    move 4 to return-code
else
    if any-significant = "Y"
        move 8 to return-code
    end-if
end-if.
stop run.

*> Reads the batch parameter card, matching the parameter-card
*> convention established for statmeasure. Record 1: column 1 the
*> test mode - F two input files, C two categories within one input
*> file, P one category in two accounting periods of the period
*> history master - and columns 3-6 the confidence level as a
*> percentage with two implied decimals (9500 = 95.00%, blank keeps
*> 95.00). Records 2 and 3 name the samples:
*>   F  record 2 the first file, record 3 the second file;
*>   C  record 2 the file, record 3 the two category codes in columns
*>      1-4 and 6-9;
*>   P  record 2 the category code in columns 1-4, record 3 the two
*>      accounting periods (YYYYMM) in columns 1-6 and 8-13.
*> Record 4 column 1 is the value domain for file samples, P (or
*> blank) or A, with statmeasure's meaning.
read-control-file.
open input parm-file.
if parm-file-status not = "00"
    display "STATTEST: stattest-parms.txt parameter card not found"
    move 16 to return-code
    stop run
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
move function upper-case(parm-file-record(1:1)) to test-mode.
if test-mode not = "F" and test-mode not = "C" and test-mode not = "P"
    display "STATTEST: invalid test mode on parameter card; must be F, C or P"
    close parm-file
    move 16 to return-code
    stop run
end-if.
if parm-file-record(3:4) not = spaces
    if parm-file-record(3:4) is numeric
        and parm-file-record(3:4) >= "5000"
        and parm-file-record(3:4) <= "9999"
        move parm-file-record(3:4) to confidence(1:4)
    else
        display "STATTEST: invalid confidence level on parameter card; must be 5000-9999 (two implied decimals) or blank"
        close parm-file
        move 16 to return-code
        stop run
    end-if
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
evaluate test-mode
    when "F"
        move function trim(parm-file-record) to sample-file-name(1)
    when "C"
        move function trim(parm-file-record) to sample-file-name(1)
        move sample-file-name(1) to sample-file-name(2)
    when "P"
        move function upper-case(parm-file-record(1:4))
            to sample-category(1)
        move sample-category(1) to sample-category(2)
end-evaluate.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
evaluate test-mode
    when "F"
        move function trim(parm-file-record) to sample-file-name(2)
    when "C"
        move function upper-case(parm-file-record(1:4))
            to sample-category(1)
        move function upper-case(parm-file-record(6:4))
            to sample-category(2)
    when "P"
        if parm-file-record(1:6) is numeric
            and parm-file-record(5:2) >= "01"
            and parm-file-record(5:2) <= "12"
            and parm-file-record(8:6) is numeric
            and parm-file-record(12:2) >= "01"
            and parm-file-record(12:2) <= "12"
            move parm-file-record(1:6) to sample-period(1)
            move parm-file-record(8:6) to sample-period(2)
        else
            display "STATTEST: invalid accounting periods on parameter card; record 3 must carry two YYYYMM periods in columns 1-6 and 8-13"
            close parm-file
            move 16 to return-code
            stop run
        end-if
end-evaluate.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
move function upper-case(parm-file-record(1:1)) to domain-mode.
if domain-mode = space
    move "P" to domain-mode
end-if.
if domain-mode not = "P" and domain-mode not = "A"
    display "STATTEST: invalid value-domain flag on parameter card; must be P, A or blank"
    close parm-file
    move 16 to return-code
    stop run
end-if.
close parm-file.
if (test-mode = "F" or test-mode = "C")
    and (sample-file-name(1) = spaces or sample-file-name(2) = spaces)
    display "STATTEST: parameter card names no input file for a sample"
    move 16 to return-code
    stop run
end-if.
if (test-mode = "C" or test-mode = "P")
    and (sample-category(1) = spaces or sample-category(2) = spaces)
    display "STATTEST: parameter card names no category code for a sample"
    move 16 to return-code
    stop run
end-if.

*> Loads one file sample (smp-idx) into array-area - every accepted
*> row, or only the rows of category-filter when one is set - and
*> hands it to statcalc for the mean and standard deviation.
gather-file-sample.
move sample-file-name(smp-idx) to dynamic-input-file-name.
move zero to n, skipped-count.
open input input-file.
if input-file-status not = "00"
    display "STATTEST: unable to open input file " function trim(dynamic-input-file-name)
    move 16 to return-code
    stop run
end-if.
perform read-sample-record
    until eof-switch = 0.
close input-file.
move 1 to eof-switch.
move spaces to smp-label(smp-idx).
if category-filter = spaces
    move dynamic-input-file-name to smp-label(smp-idx)
else
    string "category " category-filter " in "
        function trim(dynamic-input-file-name)
        delimited by size into smp-label(smp-idx)
    end-string
end-if.
move n to smp-n(smp-idx).
move skipped-count to smp-skipped(smp-idx).
move zero to smp-mean(smp-idx), smp-std-dev(smp-idx), smp-var(smp-idx).
if n > 0
    call "statcalc" using n, calc-options, array-area, calc-results
    move calc-mean to smp-mean(smp-idx)
    move calc-std-dev to smp-std-dev(smp-idx)
    if n > 1
        perform compute-sample-variance
    end-if
end-if.

*> The unbiased variance and the mean the tests use, taken from the
*> loaded values themselves rather than from statcalc's results, which
*> are rounded to two decimals for printing.
compute-sample-variance.
move zero to sample-sum.
perform varying array-idx from 1 by 1 until array-idx > n
    add x(array-idx) to sample-sum
end-perform.
compute sample-mean rounded = sample-sum / n.
compute smp-mean(smp-idx) rounded = sample-mean.
move zero to sample-sum-sqr.
perform varying array-idx from 1 by 1 until array-idx > n
    compute sample-sum-sqr = sample-sum-sqr
        + (x(array-idx) - sample-mean) ** 2
end-perform.
compute smp-var(smp-idx) rounded = sample-sum-sqr / (n - 1).

read-sample-record.
move spaces to input-value-record.
read input-file into input-value-record
    at end
        move 0 to eof-switch
    not at end
        if input-value-record(1:3) = "TRL"
            continue
        else
            if category-filter = spaces
                or in-category = category-filter
                perform take-sample-value
            end-if
        end-if
end-read.

take-sample-value.
if in-x is not numeric
    add 1 to skipped-count
else
    if domain-mode = "P" and in-x not > zero
        add 1 to skipped-count
    else
        if n >= 1000000
            display "STATTEST: row ceiling of 1,000,000 rows reached; remaining input rows ignored"
            move 0 to eof-switch
        else
            add 1 to n
            move in-x to x(n)
            move 1 to x-weight(n)
        end-if
    end-if
end-if.

*> Reads the category's two entries off the period history master by
*> key and derives each sample's figures from the additive count, sum
*> and sum of squares, as statperiod does: mean = sum / weight,
*> population variance = sum of squares / weight - mean squared.
gather-period-samples.
open input perhist-file.
if perhist-file-status not = "00"
    display "STATTEST: unable to open statmeasure-perhist.dat"
    move 16 to return-code
    stop run
end-if.
perform varying smp-idx from 1 by 1 until smp-idx > 2
    perform gather-one-period
end-perform.
close perhist-file.

gather-one-period.
move spaces to smp-label(smp-idx).
string "category " sample-category(smp-idx) " period "
    sample-period(smp-idx)
    delimited by size into smp-label(smp-idx)
end-string.
move zero to smp-n(smp-idx), smp-mean(smp-idx), smp-std-dev(smp-idx),
    smp-var(smp-idx), smp-skipped(smp-idx).
move sample-period(smp-idx) to ph-period.
move sample-category(smp-idx) to ph-code.
read perhist-file key is ph-key
    invalid key
        display "STATTEST: no period history for category " sample-category(smp-idx) " period " sample-period(smp-idx)
    not invalid key
        if ph-count > 0 and ph-weight > 0
            move ph-count to smp-n(smp-idx)
            compute smp-mean(smp-idx) rounded = ph-sum / ph-weight
            compute sample-var rounded =
                ph-sum-sqr / ph-weight - smp-mean(smp-idx) ** 2
            if sample-var < zero
                move zero to sample-var
            end-if
            compute smp-std-dev(smp-idx) rounded = sample-var ** 0.5
            if ph-count > 1
                compute smp-var(smp-idx) rounded =
                    sample-var * ph-count / (ph-count - 1)
            end-if
        end-if
end-read.

*> Welch's t: the difference of the means over its standard error
*> from each sample's own variance, with the Welch-Satterthwaite
*> degrees of freedom; the two-sided p-value is I(df / (df + t*t);
*> df / 2, 1 / 2).
run-welch-t-test.
compute var-over-n-a rounded = smp-var(1) / smp-n(1).
compute var-over-n-b rounded = smp-var(2) / smp-n(2).
compute t-stat rounded = (smp-mean(1) - smp-mean(2))
    / function sqrt(var-over-n-a + var-over-n-b).
compute t-df rounded = (var-over-n-a + var-over-n-b) ** 2
    / (var-over-n-a ** 2 / (smp-n(1) - 1)
       + var-over-n-b ** 2 / (smp-n(2) - 1)).
compute beta-x rounded = t-df / (t-df + t-stat * t-stat).
compute beta-a = t-df / 2.
move 0.5 to beta-b.
perform incomplete-beta.
move beta-result to p-value.
move t-stat to t-rep-stat.
move t-df to t-rep-df.
move p-value to t-rep-p.
display t-header-line.
display t-stat-line.
write report-line from t-header-line.
write report-line from t-stat-line.
perform write-verdict.

*> F: the ratio of the two unbiased variances, first sample over
*> second, on (n1 - 1, n2 - 1) degrees of freedom. The upper tail is
*> I(df2 / (df2 + df1 * F); df2 / 2, df1 / 2), and the two-sided
*> p-value twice the smaller tail. A sample without variation against
*> one with it is as significant as a variance difference can be.
run-f-test.
compute f-df-a = smp-n(1) - 1.
compute f-df-b = smp-n(2) - 1.
move f-df-a to f-rep-df-a.
move f-df-b to f-rep-df-b.
if smp-var(2) = zero
    move 999999999 to f-stat
    move zero to p-value
else
    compute f-stat rounded = smp-var(1) / smp-var(2)
    if f-stat = zero
        move zero to p-value
    else
        compute beta-x rounded = f-df-b / (f-df-b + f-df-a * f-stat)
        compute beta-a = f-df-b / 2
        compute beta-b = f-df-a / 2
        perform incomplete-beta
        if beta-result > 0.5
            compute p-value rounded = 2 * (1 - beta-result)
        else
            compute p-value rounded = 2 * beta-result
        end-if
    end-if
end-if.
move f-stat to f-rep-stat.
move p-value to f-rep-p.
display f-header-line.
display f-stat-line.
write report-line from f-header-line.
write report-line from f-stat-line.
perform write-verdict.

write-verdict.
if p-value < alpha
    move "Y" to any-significant
    move "SIGNIFICANT (p below 1 - confidence)" to vrd-rep-text
else
    move "not significant" to vrd-rep-text
end-if.
display verdict-line.
write report-line from verdict-line.

*> Regularized incomplete beta I(beta-x; beta-a, beta-b) into
*> beta-result: the front factor x^a (1 - x)^b / (a B(a, b)) from the
*> log-gamma, times the continued fraction, which converges quickly
*> for x below (a + 1) / (a + b + 2); above it the symmetry
*> I(x; a, b) = 1 - I(1 - x; b, a) is used instead.
incomplete-beta.
if beta-x <= zero
    move zero to beta-result
else
    if beta-x >= 1
        move 1 to beta-result
    else
        compute gam-x = beta-a + beta-b
        perform log-gamma
        move gam-result to lgam-ab
        move beta-a to gam-x
        perform log-gamma
        move gam-result to lgam-a
        move beta-b to gam-x
        perform log-gamma
        move gam-result to lgam-b
        compute beta-log rounded = lgam-ab - lgam-a - lgam-b
            + beta-a * function log(beta-x)
            + beta-b * function log(1 - beta-x)
        if beta-log < -60
            move zero to beta-front
        else
            compute beta-front rounded = function exp(beta-log)
        end-if
        if beta-x < (beta-a + 1) / (beta-a + beta-b + 2)
            move beta-a to bcf-a
            move beta-b to bcf-b
            move beta-x to bcf-x
            perform beta-continued-fraction
            compute beta-result rounded = beta-front * bcf-h / beta-a
        else
            move beta-b to bcf-a
            move beta-a to bcf-b
            compute bcf-x = 1 - beta-x
            perform beta-continued-fraction
            compute beta-result rounded =
                1 - beta-front * bcf-h / beta-b
        end-if
    end-if
end-if.
if beta-result < zero
    move zero to beta-result
end-if.
if beta-result > 1
    move 1 to beta-result
end-if.

*> Modified Lentz evaluation of the incomplete beta continued
*> fraction for (bcf-a, bcf-b, bcf-x) into bcf-h.
beta-continued-fraction.
compute bcf-qab = bcf-a + bcf-b.
compute bcf-qap = bcf-a + 1.
compute bcf-qam = bcf-a - 1.
move 1 to bcf-c.
compute bcf-d rounded = 1 - bcf-qab * bcf-x / bcf-qap.
if function abs(bcf-d) < bcf-tiny
    move bcf-tiny to bcf-d
end-if.
compute bcf-d rounded = 1 / bcf-d.
move bcf-d to bcf-h.
move "N" to bcf-done.
perform beta-fraction-step
    varying bcf-m from 1 by 1
    until bcf-m > bcf-max-iter or bcf-done = "Y".

beta-fraction-step.
compute bcf-m2 = 2 * bcf-m.
compute bcf-aa rounded = bcf-m * (bcf-b - bcf-m) * bcf-x
    / ((bcf-qam + bcf-m2) * (bcf-a + bcf-m2)).
perform beta-fraction-update.
compute bcf-h rounded = bcf-h * bcf-d * bcf-c.
compute bcf-aa rounded = 0 - (bcf-a + bcf-m) * (bcf-qab + bcf-m) * bcf-x
    / ((bcf-a + bcf-m2) * (bcf-qap + bcf-m2)).
perform beta-fraction-update.
compute bcf-del rounded = bcf-d * bcf-c.
compute bcf-h rounded = bcf-h * bcf-del.
if function abs(bcf-del - 1) < bcf-eps
    move "Y" to bcf-done
end-if.

beta-fraction-update.
compute bcf-d rounded = 1 + bcf-aa * bcf-d.
if function abs(bcf-d) < bcf-tiny
    move bcf-tiny to bcf-d
end-if.
compute bcf-c rounded = 1 + bcf-aa / bcf-c.
if function abs(bcf-c) < bcf-tiny
    move bcf-tiny to bcf-c
end-if.
compute bcf-d rounded = 1 / bcf-d.

*> Natural log of the gamma function at gam-x (positive), by the
*> Lanczos series, into gam-result.
log-gamma.
move gam-x to gam-y.
compute gam-tmp rounded = gam-x + 5.5.
compute gam-tmp rounded =
    gam-tmp - (gam-x + 0.5) * function log(gam-tmp).
move 1.000000000190015 to gam-ser.
perform varying gam-j from 1 by 1 until gam-j > 6
    add 1 to gam-y
    compute gam-ser rounded = gam-ser + lanczos-cof(gam-j) / gam-y
end-perform.
compute gam-result rounded = 0 - gam-tmp
    + function log(2.5066282746310005 * gam-ser / gam-x).

*> Prints the report heading: the test mode and confidence level.
write-report-header.
evaluate test-mode
    when "F"
        move "two input files" to mod-rep-mode
    when "C"
        move "two categories, one file" to mod-rep-mode
    when "P"
        move "one category, two periods" to mod-rep-mode
end-evaluate.
move confidence to mod-rep-conf.
display output-title-line.
display output-underline.
display mode-line.
write report-line from output-title-line.
write report-line from output-underline.
write report-line from mode-line.

write-sample-lines.
if smp-idx = 1
    move "A" to smp-rep-id
else
    move "B" to smp-rep-id
end-if.
move smp-label(smp-idx) to smp-rep-label.
move smp-n(smp-idx) to smp-rep-n.
move smp-mean(smp-idx) to smp-rep-mean.
move smp-std-dev(smp-idx) to smp-rep-std.
display sample-header-line.
display sample-stats-line.
write report-line from sample-header-line.
write report-line from sample-stats-line.
if smp-skipped(smp-idx) > 0
    move smp-skipped(smp-idx) to smp-rep-skipped
    display sample-skipped-line
    write report-line from sample-skipped-line
end-if.
