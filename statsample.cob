*> Adina Mubbashir

*> Defines the program's name
identification division.
program-id. statsample.

*> Stratified audit sample: reads the same input files statmeasure is
*> given - a single file or, written as LIST=<name>, a file-of-file-
*> names - skips trailer (TRL) records and every row statmeasure would
*> reject (NP in the positive domain, NW in weighted mode, NY in paired
*> mode), and draws a random sample of the remaining rows within each
*> category code, sized per category on the parameter card as a fixed
*> number of rows or a percentage of the category's population. Rows
*> are chosen by selection sampling driven by a seeded pseudo-random
*> sequence, so rerunning with the same seed over the same files always
*> gives the same sample, which is what lets audit show the selection
*> was random and reproduce it later. Each sampled row is written with
*> its record number within its file, its record image and the file
*> name, so it can be traced back to the source document; the sampling
*> report shows each category's population count, sample count and the
*> seed used.

*> Input and output settings
environment division.
input-output section.
file-control.
select input-file assign to dynamic-input-file-name
    organization is line sequential
    file status is input-file-status.
select parm-file assign to "statsample-parms.txt"
    organization is line sequential
    file status is parm-file-status.
select filelist-file assign to dynamic-filelist-name
    organization is line sequential
    file status is filelist-file-status.
select sample-file assign to "statsample-sample.txt"
    organization is line sequential
    file status is sample-file-status.
select report-file assign to "statsample-report.txt"
    organization is line sequential
    file status is report-file-status.

*> Declaring file and structure
data division.
file section.
fd input-file.
01 input-value-r pic x(80).
fd parm-file.
01 parm-file-record pic x(100).
fd filelist-file.
01 filelist-record pic x(100).
fd sample-file.
01 sample-line pic x(191).
fd report-file.
01 report-line pic x(80).

*> Declaring arrays and variables
working-storage section.
77 eof-switch pic 9.
77 card-eof-switch pic 9.
01 dynamic-input-file-name pic x(100).
01 dynamic-filelist-name pic x(100).
77 input-file-status pic xx.
77 parm-file-status pic xx.
77 filelist-file-status pic xx.
77 sample-file-status pic xx.
77 report-file-status pic xx.
77 current-date-field pic x(21).
77 domain-mode pic x value "P".
77 weighted-mode pic x value "N".
77 paired-mode pic x value "N".
*> Pass 1 counts each category's population; pass 2 draws the sample.
77 sample-pass pic 9.
77 file-count pic s9(4) value zero.
77 file-seq pic s9(4).
77 file-record-seq pic s9(9).
77 rows-read pic s9(9) value zero.
77 trailers-skipped pic s9(9) value zero.
77 rejects-skipped pic s9(9) value zero.
77 rows-sampled pic s9(9) value zero.
77 population-total pic s9(9) value zero.
77 category-overflow pic x value "N".
77 short-category pic x value "N".
*> Park-Miller minimal standard generator: each draw replaces the seed
*> with 16807 * seed modulo 2147483647, giving a uniform value of
*> seed / 2147483647 without any floating point.
77 random-seed pic 9(10).
77 card-seed pic 9(10).
77 seed-value pic s9(11)v9(2).
77 seed-source pic x(5).
77 random-product pic 9(15).
77 random-quotient pic 9(15).
77 random-modulus pic 9(10) value 2147483647.
77 select-left pic 9(20).
77 select-need pic 9(20).
01 file-list-area.
    02 list-file-name pic x(100) occurs 366 times.
*> Sampling rules from the card, one per category code; the code ****
*> is the rule for every category the card does not name. A basis of
*> S is a fixed sample size, R a rate as a percentage of the category's
*> population.
01 rule-table.
    02 rule-entry occurs 200 times.
       03 rule-code pic x(4).
       03 rule-basis pic x.
       03 rule-size pic 9(6).
       03 rule-rate pic 9(3)v9(2).
77 rule-n pic s9(4) value zero.
77 rule-idx pic s9(4).
77 rule-found pic s9(4).
77 default-rule pic s9(4) value zero.
01 sample-rule-input.
    02 sri-code pic x(4).
    02 filler pic x.
    02 sri-basis pic x.
    02 filler pic x.
    02 sri-value pic x(6).
    02 sri-rate redefines sri-value pic 9(4)v9(2).
    02 filler pic x(87).
*> One stratum per category code met in the input; sized like
*> statmeasure's category table.
01 stratum-table.
    02 stratum-entry occurs 200 times.
       03 str-code pic x(4).
       03 str-population pic s9(9).
       03 str-target pic s9(9).
       03 str-seen pic s9(9).
       03 str-selected pic s9(9).
       03 str-rule pic s9(4).
77 str-n pic s9(4) value zero.
77 str-idx pic s9(4).
77 str-found pic s9(4).
*> Input record in statmeasure's layout.
01 input-value-record.
    02 in-x pic s9(6)v9(2).
    02 in-category pic x(4).
    02 in-weight pic 9(6)v9(2).
    02 in-y pic s9(6)v9(2).
    02 filler pic x(52).
*> Sample record: the row's record number within its input file (every
*> record counted, trailers included, so it matches the line number in
*> the file), its 80-byte image in the same columns as on statmeasure's
*> exception report, and the file it came from.
01 sample-detail-line.
    02 sdl-record-seq pic 9(9).
    02 filler pic x value space.
    02 sdl-image pic x(80).
    02 filler pic x value space.
    02 sdl-file-name pic x(100).
01 output-title-line.
    02 filler pic x(28) value
    "Stratified Audit Sample".
01 output-underline.
    02 filler pic x(28) value
    "----------------------------".
01 seed-line.
    02 filler pic x(7) value " seed= ".
    02 sed-rep-seed pic z(9)9.
    02 filler pic x(10) value " from the ".
    02 sed-rep-source pic x(5).
01 stratum-header-line.
    02 filler pic x(44) value
    " category  rule          population   sample".
01 stratum-detail-line.
    02 filler pic x(1) value space.
    02 std-rep-code pic x(4).
    02 filler pic x(5) value spaces.
    02 std-rep-rule pic x(12).
    02 filler pic x(1) value space.
    02 std-rep-population pic zzzzzzzz9.
    02 filler pic x(1) value space.
    02 std-rep-sample pic zzzzzzzz9.
    02 filler pic x(1) value space.
    02 std-rep-note pic x(25).
01 rule-size-text.
    02 filler pic x(5) value "size ".
    02 rst-size pic zzzzz9.
    02 filler pic x(1) value space.
01 rule-rate-text.
    02 filler pic x(5) value "rate ".
    02 rrt-rate pic zz9.99.
    02 filler pic x(1) value "%".
01 summary-line-1.
    02 filler pic x(22) value " input files=         ".
    02 sum-files pic zzzzzzzz9.
01 summary-line-2.
    02 filler pic x(22) value " records read=        ".
    02 sum-read pic zzzzzzzz9.
01 summary-line-3.
    02 filler pic x(22) value " trailers skipped=    ".
    02 sum-trailers pic zzzzzzzz9.
01 summary-line-4.
    02 filler pic x(22) value " rejects skipped=     ".
    02 sum-rejects pic zzzzzzzz9.
01 summary-line-5.
    02 filler pic x(22) value " population=          ".
    02 sum-population pic zzzzzzzz9.
01 summary-line-6.
    02 filler pic x(22) value " rows sampled=        ".
    02 sum-sampled pic zzzzzzzz9.

*> Performs the sampling
procedure division.
move 1 to eof-switch.
perform read-control-file.
move 1 to sample-pass.
perform read-input-files.
perform set-sample-targets.
open output sample-file.
if sample-file-status not = "00"
    display "STATSAMPLE: unable to open statsample-sample.txt"
    move 16 to return-code
    stop run
end-if.
move 2 to sample-pass.
perform read-input-files.
close sample-file.
perform write-sampling-report.
*> 4 when the card asked for more rows than a category holds (the
*> whole category is taken) or a category could not be stratified.
if short-category = "Y" or category-overflow = "Y"
    move 4 to return-code
end-if.
stop run.

*> Reads the batch parameter card, matching the parameter-card
*> convention established for statmeasure. Record 1 names the input
*> file, or LIST=<name> for a file-of-file-names, exactly as on
*> statmeasure's card. Record 2: columns 1-10 the seed (a whole number
*> from 1 to 2147483646; blank takes one from the clock, printed on the
*> report so the sample can still be redrawn), column 12 the value
*> domain P (or blank) or A, column 13 Y for weighted mode and column 14
*> Y for paired mode, set as on the statmeasure run whose input is
*> being sampled so the same rows are rejected. Records 3 onward are
*> the sampling rules: columns 1-4 the category code (**** for every
*> category not named), column 6 S for a sample size or R for a rate,
*> columns 8-13 the size (rows) or the rate (a percentage with two
*> implied decimals, 001000 = 10.00%). A category with no rule and no
*> **** rule is counted but not sampled.
read-control-file.
open input parm-file.
if parm-file-status not = "00"
    display "STATSAMPLE: statsample-parms.txt parameter card not found"
    move 16 to return-code
    stop run
end-if.
read parm-file into parm-file-record
    at end
        display "STATSAMPLE: statsample-parms.txt is empty"
        close parm-file
        move 16 to return-code
        stop run
end-read.
if parm-file-record(1:5) = "LIST=" or parm-file-record(1:5) = "list="
    move function trim(parm-file-record(6:95)) to dynamic-filelist-name
    perform read-file-list
else
    move 1 to file-count
    move function trim(parm-file-record) to list-file-name(1)
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if parm-file-record(1:10) = spaces
    move function current-date to current-date-field
    move current-date-field(7:10) to card-seed
    move "clock" to seed-source
else
    move "card" to seed-source
    move zero to card-seed
    if function test-numval(parm-file-record(1:10)) = 0
        compute seed-value = function numval(parm-file-record(1:10))
        if seed-value > zero and seed-value < random-modulus
            and seed-value = function integer-part(seed-value)
            move seed-value to card-seed
        end-if
    end-if
end-if.
*> The generator needs a seed strictly between 0 and its modulus; a
*> clock reading is folded into that range, a card value outside it is
*> refused.
if seed-source = "clock"
    divide card-seed by random-modulus giving random-quotient
        remainder card-seed
    if card-seed = zero
        move 1 to card-seed
    end-if
end-if.
if card-seed = zero or card-seed >= random-modulus
    display "STATSAMPLE: invalid seed on parameter card; must be 1-2147483646 or blank"
    close parm-file
    move 16 to return-code
    stop run
end-if.
move function upper-case(parm-file-record(12:1)) to domain-mode.
move function upper-case(parm-file-record(13:1)) to weighted-mode.
move function upper-case(parm-file-record(14:1)) to paired-mode.
if domain-mode = space
    move "P" to domain-mode
end-if.
if weighted-mode = space
    move "N" to weighted-mode
end-if.
if paired-mode = space
    move "N" to paired-mode
end-if.
if (domain-mode not = "P" and domain-mode not = "A")
    or (weighted-mode not = "Y" and weighted-mode not = "N")
    or (paired-mode not = "Y" and paired-mode not = "N")
    display "STATSAMPLE: invalid domain, weighted or paired flag on parameter card"
    close parm-file
    move 16 to return-code
    stop run
end-if.
move 1 to card-eof-switch.
perform read-sample-rule
    until card-eof-switch = 0.
close parm-file.
if rule-n = 0
    display "STATSAMPLE: parameter card carries no sampling rules"
    move 16 to return-code
    stop run
end-if.

read-sample-rule.
move spaces to sample-rule-input.
read parm-file into sample-rule-input
    at end
        move 0 to card-eof-switch
    not at end
        if sample-rule-input not = spaces
            perform load-sample-rule
        end-if
end-read.

load-sample-rule.
move function upper-case(sri-code) to sri-code.
move function upper-case(sri-basis) to sri-basis.
if (sri-basis not = "S" and sri-basis not = "R")
    or sri-value is not numeric
    display "STATSAMPLE: invalid sampling rule on parameter card: " function trim(sample-rule-input)
    close parm-file
    move 16 to return-code
    stop run
end-if.
if sri-basis = "R" and sri-rate > 100
    display "STATSAMPLE: sampling rate above 100% on parameter card: " function trim(sample-rule-input)
    close parm-file
    move 16 to return-code
    stop run
end-if.
move zero to rule-found.
perform varying rule-idx from 1 by 1 until rule-idx > rule-n
    if rule-code(rule-idx) = sri-code
        move rule-idx to rule-found
    end-if
end-perform.
if rule-found not = zero
    display "STATSAMPLE: category " sri-code " has more than one sampling rule on parameter card"
    close parm-file
    move 16 to return-code
    stop run
end-if.
if rule-n >= 200
    display "STATSAMPLE: parameter card limited to 200 sampling rules"
    close parm-file
    move 16 to return-code
    stop run
end-if.
add 1 to rule-n.
move sri-code to rule-code(rule-n).
move sri-basis to rule-basis(rule-n).
move zero to rule-size(rule-n), rule-rate(rule-n).
if sri-basis = "S"
    move sri-value to rule-size(rule-n)
else
    move sri-rate to rule-rate(rule-n)
end-if.
if sri-code = "****"
    move rule-n to default-rule
end-if.

*> Loads the file-of-file-names named by a LIST= parameter card, one
*> input file per record, as statmeasure does.
read-file-list.
open input filelist-file.
if filelist-file-status not = "00"
    display "STATSAMPLE: unable to open file list " function trim(dynamic-filelist-name)
    move 16 to return-code
    stop run
end-if.
move zero to file-count.
perform read-file-list-record
    until eof-switch = 0.
close filelist-file.
move 1 to eof-switch.
if file-count = 0
    display "STATSAMPLE: file list " function trim(dynamic-filelist-name) " names no input files"
    move 16 to return-code
    stop run
end-if.

read-file-list-record.
read filelist-file into filelist-record
    at end
        move 0 to eof-switch
    not at end
        if filelist-record not = spaces
            if file-count >= 366
                display "STATSAMPLE: file list limited to 366 input files; remainder ignored"
                move 0 to eof-switch
            else
                add 1 to file-count
                move function trim(filelist-record)
                    to list-file-name(file-count)
            end-if
        end-if
end-read.

*> One pass over every input file in list order; sample-pass says
*> whether the accepted rows are being counted or sampled.
read-input-files.
perform varying file-seq from 1 by 1 until file-seq > file-count
    perform read-one-input-file
end-perform.

read-one-input-file.
move function trim(list-file-name(file-seq)) to dynamic-input-file-name.
open input input-file.
if input-file-status not = "00"
    display "STATSAMPLE: unable to open input file " function trim(dynamic-input-file-name)
    move 16 to return-code
    stop run
end-if.
move zero to file-record-seq.
perform read-input-record
    until eof-switch = 0.
close input-file.
move 1 to eof-switch.

read-input-record.
move spaces to input-value-record.
read input-file into input-value-record
    at end
        move 0 to eof-switch
    not at end
        add 1 to file-record-seq
        perform screen-input-record
end-read.

*> Applies statmeasure's acceptance rules; only the rows that would
*> enter its statistics make up the population.
screen-input-record.
if input-value-record(1:3) = "TRL"
    if sample-pass = 1
        add 1 to trailers-skipped
    end-if
else
    if sample-pass = 1
        add 1 to rows-read
    end-if
    if (weighted-mode = "Y"
            and (in-weight is not numeric or in-weight = zero))
        or (paired-mode = "Y" and in-y is not numeric)
        or in-x is not numeric
        or (domain-mode = "P" and in-x not > zero)
        if sample-pass = 1
            add 1 to rejects-skipped
        end-if
    else
        if sample-pass = 1
            perform count-population
        else
            perform consider-for-sample
        end-if
    end-if
end-if.

count-population.
perform find-stratum.
if str-found = zero
    if str-n >= 200
        if category-overflow = "N"
            display "STATSAMPLE: more than 200 category codes; further codes are not sampled"
            move "Y" to category-overflow
        end-if
    else
        add 1 to str-n
        move str-n to str-found
        move in-category to str-code(str-n)
        move zero to str-population(str-n), str-target(str-n),
            str-seen(str-n), str-selected(str-n)
    end-if
end-if.
if str-found not = zero
    add 1 to str-population(str-found)
    add 1 to population-total
end-if.

find-stratum.
move zero to str-found.
perform varying str-idx from 1 by 1 until str-idx > str-n
    if str-code(str-idx) = in-category
        move str-idx to str-found
    end-if
end-perform.

*> Sets each category's sample size from its rule. A rate is rounded
*> to whole rows but never to none, so every category the card asks
*> for is represented; a size larger than the population takes the
*> whole category and is noted on the report.
set-sample-targets.
move card-seed to random-seed.
perform varying str-idx from 1 by 1 until str-idx > str-n
    move zero to rule-found
    perform varying rule-idx from 1 by 1 until rule-idx > rule-n
        if rule-code(rule-idx) = str-code(str-idx)
            move rule-idx to rule-found
        end-if
    end-perform
    if rule-found = zero
        move default-rule to rule-found
    end-if
    move rule-found to str-rule(str-idx)
    perform set-one-target
end-perform.

set-one-target.
move zero to str-target(str-idx).
if str-rule(str-idx) not = zero
    move str-rule(str-idx) to rule-idx
    if rule-basis(rule-idx) = "S"
        move rule-size(rule-idx) to str-target(str-idx)
    else
        compute str-target(str-idx) rounded =
            str-population(str-idx) * rule-rate(rule-idx) / 100
        if str-target(str-idx) = zero and rule-rate(rule-idx) > zero
            move 1 to str-target(str-idx)
        end-if
    end-if
    if str-target(str-idx) > str-population(str-idx)
        if rule-basis(rule-idx) = "S"
            move "Y" to short-category
        end-if
        move str-population(str-idx) to str-target(str-idx)
    end-if
end-if.

*> Selection sampling: the row is taken when a uniform draw falls below
*> (rows still wanted) / (rows not yet seen) for its category, which
*> takes exactly the target number of rows, each row of the category
*> equally likely. The comparison is made on the integer seed, so it is
*> exact and repeats identically for the same seed.
consider-for-sample.
perform find-stratum.
if str-found not = zero
    if str-selected(str-found) < str-target(str-found)
        perform draw-random-number
        compute select-left =
            (str-population(str-found) - str-seen(str-found))
            * random-seed
        compute select-need =
            (str-target(str-found) - str-selected(str-found))
            * random-modulus
        if select-left < select-need
            add 1 to str-selected(str-found)
            perform write-sample-record
        end-if
    end-if
    add 1 to str-seen(str-found)
end-if.

draw-random-number.
compute random-product = random-seed * 16807.
divide random-product by random-modulus giving random-quotient
    remainder random-seed.

write-sample-record.
add 1 to rows-sampled.
move file-record-seq to sdl-record-seq.
move input-value-record to sdl-image.
move dynamic-input-file-name to sdl-file-name.
write sample-line from sample-detail-line.

*> Prints the seed, each category's rule, population and sample count,
*> and the run's counts to the screen and the report.
write-sampling-report.
open output report-file.
if report-file-status not = "00"
    display "STATSAMPLE: unable to open statsample-report.txt"
    move 16 to return-code
    stop run
end-if.
move card-seed to sed-rep-seed.
move seed-source to sed-rep-source.
display output-title-line.
display output-underline.
display seed-line.
display stratum-header-line.
write report-line from output-title-line.
write report-line from output-underline.
write report-line from seed-line.
write report-line from stratum-header-line.
perform varying str-idx from 1 by 1 until str-idx > str-n
    perform write-stratum-line
end-perform.
move file-count to sum-files.
move rows-read to sum-read.
move trailers-skipped to sum-trailers.
move rejects-skipped to sum-rejects.
move population-total to sum-population.
move rows-sampled to sum-sampled.
display output-underline.
display summary-line-1.
display summary-line-2.
display summary-line-3.
display summary-line-4.
display summary-line-5.
display summary-line-6.
write report-line from output-underline.
write report-line from summary-line-1.
write report-line from summary-line-2.
write report-line from summary-line-3.
write report-line from summary-line-4.
write report-line from summary-line-5.
write report-line from summary-line-6.
close report-file.

write-stratum-line.
move str-code(str-idx) to std-rep-code.
move spaces to std-rep-rule, std-rep-note.
if str-rule(str-idx) = zero
    move "no rule" to std-rep-rule
else
    move str-rule(str-idx) to rule-idx
    if rule-basis(rule-idx) = "S"
        move rule-size(rule-idx) to rst-size
        move rule-size-text to std-rep-rule
        if rule-size(rule-idx) > str-population(str-idx)
            move "whole category taken" to std-rep-note
        end-if
    else
        move rule-rate(rule-idx) to rrt-rate
        move rule-rate-text to std-rep-rule
    end-if
end-if.
move str-population(str-idx) to std-rep-population.
move str-selected(str-idx) to std-rep-sample.
display stratum-detail-line.
write report-line from stratum-detail-line.
