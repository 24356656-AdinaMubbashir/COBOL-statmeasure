*> reprocessing the whole file.
*>
*> Only rejects whose rows never made it into the statistics are
*> resubmitted: statmeasure's NP, NW and NY rejects and statedit's
*> 01/02/03 rejects. The advisory reasons UC (unknown category) and OR (value
*> outside expected range) describe rows that are already in the
*> statistics, so resubmitting them would double-count the row; they
*> are reported as advisory and never written to the resubmission
*> into the statistics and writes no NP records), so an NP row here
*> was genuinely excluded by the run that rejected it and
*> resubmitting it can never double-count.
*>
*> Every correction card names the operator who keyed it, checked
*> against the authorized-operator master statopermnt maintains: an id
*> not on it, or without reject-correction authority, has its card
*> refused with reason code AU. A card whose replacement value or
*> second value is above the value limit on the parameter card also
*> needs a second, different operator with the same authority to
*> approve it, or the card is refused with reason code AP; an approver
*> named on any card is held to the same checks. A refused card repairs
*> nothing, so its reject stays unresolved. The report lists every
*> repair made and every card refused with both ids.

*> Input and output settings
environment division.
select reject-file assign to dynamic-reject-file-name
    organization is line sequential
    file status is reject-file-status.
select opermaster-file assign to "statmeasure-opermaster.txt"
    organization is line sequential
    file status is opermaster-file-status.
select parm-file assign to "statfix-parms.txt"
    organization is line sequential
    file status is parm-file-status.
file section.
fd reject-file.
01 reject-line pic x(93).
fd opermaster-file.
01 opermaster-record pic x(50).
fd parm-file.
01 parm-file-record pic x(100).
fd correction-file.
01 dynamic-correction-file-name pic x(100).
01 dynamic-resubmit-file-name pic x(100).
77 reject-file-status pic xx.
77 opermaster-file-status pic xx.
77 parm-file-status pic xx.
77 correction-file-status pic xx.
77 resubmit-file-status pic xx.
77 unresolved-count pic s9(9) value zero.
77 advisory-count pic s9(9) value zero.
77 orphan-count pic s9(9) value zero.
77 refused-count pic s9(9) value zero.
*> Correction value limit (parameter card record 4, eight digits with
*> two implied decimals; blank keeps 10000.00): a replacement above it
*> needs a second approver.
77 value-limit pic 9(6)v9(2) value 10000.00.
77 cin-value-work pic 9(6)v9(2).
77 cin-y-work pic 9(6)v9(2).
77 refusal-code pic x(2).
77 refusal-text pic x(28).
77 opr-n pic s9(4) value zero.
77 opr-idx pic s9(4).
77 opr-search-i pic s9(4).
77 opr-id-work pic x(8).
*> The authorized-operator master: id, then the add / change / delete
*> / correct / maintain flags, then the operator's name.
01 opermaster-input-record.
    02 om-id pic x(8).
    02 om-perms pic x(5).
    02 om-name pic x(30).
    02 filler pic x(7).
01 opermaster-table.
    02 opermaster-entry occurs 500 times.
       03 opr-id pic x(8).
       03 opr-perms pic x(5).
01 reject-input-record.
    02 rj-seq-txt pic x(9).
    02 filler pic x(1).
01 reject-image-fields.
    02 rj-img-value pic x(8).
    02 rj-img-category pic x(4).
    02 rj-img-weight pic x(8).
    02 rj-img-y pic x(8).
    02 filler pic x(52).
01 correction-input-record.
    02 cin-seq-txt pic x(9).
    02 filler pic x(1).
    02 cin-value pic x(8).
    02 filler pic x(1).
    02 cin-category pic x(4).
    02 filler pic x(1).
    02 cin-y pic x(8).
    02 filler pic x(1).
    02 cin-operator pic x(8).
    02 filler pic x(1).
    02 cin-approver pic x(8).
    02 filler pic x(50).
01 resubmit-build-record.
    02 rsb-value pic x(8).
    02 rsb-category pic x(4).
    02 rsb-weight pic x(8).
    02 rsb-y pic x(8).
    02 filler pic x(52).
*> Corrections keyed by the reject's sequence number; a blank value,
*> category or second value on the card means "keep what the original
*> record carried in that field". A refused card is kept, with its
*> refusal, so the reject it names is reported as refused rather than
*> as having no correction.
01 correction-table.
    02 correction-entry occurs 10000 times.
       03 cor-seq pic 9(9).
       03 cor-value pic x(8).
       03 cor-category pic x(4).
       03 cor-y pic x(8).
       03 cor-used pic x.
       03 cor-operator pic x(8).
       03 cor-approver pic x(8).
       03 cor-refusal pic x(2).
       03 cor-refusal-text pic x(28).
01 summary-title-line.
    02 filler pic x(28) value
    "Reject Repair Report".
01 summary-orphan-line.
    02 filler pic x(22) value " orphan corrections=  ".
    02 sum-orphan pic zzzzzzzz9.
01 summary-refused-line.
    02 filler pic x(22) value " refused (AU/AP)=     ".
    02 sum-refused pic zzzzzzzz9.
01 repaired-detail-line.
    02 filler pic x(15) value " repaired seq= ".
    02 rpd-rep-seq pic zzzzzzzz9.
    02 filler pic x(4) value " by=".
    02 rpd-rep-operator pic x(8).
    02 filler pic x(5) value " apr=".
    02 rpd-rep-approver pic x(8).
01 refused-detail-line.
    02 filler pic x(14) value " refused seq= ".
    02 rfd-rep-seq pic zzzzzzzz9.
    02 filler pic x(4) value " by=".
    02 rfd-rep-operator pic x(8).
    02 filler pic x(5) value " apr=".
    02 rfd-rep-approver pic x(8).
    02 filler pic x(1) value space.
    02 rfd-rep-code pic x(2).
    02 filler pic x(1) value space.
    02 rfd-rep-text pic x(28).
01 unresolved-detail-line.
    02 filler pic x(17) value " unresolved seq= ".
    02 unr-rep-seq pic zzzzzzzz9.
procedure division.
move 1 to eof-switch.
perform read-control-file.
perform load-operator-master.
perform load-corrections.
open input reject-file.
if reject-file-status not = "00"
perform repair-loop
    until eof-switch = 0.
perform report-orphan-corrections.
perform report-refused-corrections.
perform write-summary.
close reject-file.
close resubmit-file.
*> Reads the batch parameter card: record 1 the reject file (blank
*> keeps statmeasure-exceptions.txt), record 2 the corrections file
*> (blank keeps statfix-corrections.txt), record 3 the resubmission
*> file to write (blank keeps statfix-resubmit.txt), record 4 the
*> correction value limit (blank keeps 10000.00), matching the
*> parameter-card convention established for statmeasure.
read-control-file.
open input parm-file.
else
    move function trim(parm-file-record) to dynamic-resubmit-file-name
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if parm-file-record not = spaces
    if parm-file-record(1:8) is numeric
        and parm-file-record(9:92) = spaces
        move parm-file-record(1:8) to value-limit(1:8)
    else
        display "STATFIX: invalid correction value limit on parameter card record 4; must be eight digits or blank"
        close parm-file
        move 16 to return-code
        stop run
    end-if
end-if.
close parm-file.

*> Loads the clerk's corrections: columns 1-9 the reject sequence
*> number, 11-18 the replacement value (eight digits, two implied
*> decimals, or blank to keep the original), 20-23 the replacement
*> category (or blank to keep the original), 25-32 the replacement
*> paired-mode second value (eight digits, two implied decimals, or
*> blank to keep the original), 34-41 the keying operator id, 43-50
*> the approving operator id. Malformed cards are announced and
*> skipped rather than half-applied.
load-corrections.
open input correction-file.
if correction-file-status not = "00"
    if cin-value not = spaces and cin-value is not numeric
        display "STATFIX: malformed correction skipped (value not numeric): " function trim(correction-input-record)
    else
        if cin-y not = spaces and cin-y is not numeric
            display "STATFIX: malformed correction skipped (second value not numeric): " function trim(correction-input-record)
        else
            perform check-correction-category
            if category-ok = "N"
                display "STATFIX: malformed correction skipped (bad category): " function trim(correction-input-record)
            else
                perform add-correction
            end-if
        end-if
    end-if
end-if.

add-correction.
if cor-n >= 10000
    display "STATFIX: correction table full (10000 cards); remainder ignored"
    move 0 to eof-switch
else
    add 1 to cor-n
    move cin-seq-txt to cor-seq(cor-n)
    move cin-value to cor-value(cor-n)
    move cin-category to cor-category(cor-n)
    move cin-y to cor-y(cor-n)
    move "N" to cor-used(cor-n)
    move cin-operator to cor-operator(cor-n)
    move cin-approver to cor-approver(cor-n)
    perform check-correction-authority
    move refusal-code to cor-refusal(cor-n)
    move refusal-text to cor-refusal-text(cor-n)
end-if.

*> The keying operator must be on the operator master with reject-
*> correction authority; an approver, when named, must be a different
*> operator with the same authority; and a replacement value or second
*> value above the value limit must carry an approver.
check-correction-authority.
move spaces to refusal-code, refusal-text.
move cin-operator to opr-id-work.
perform find-operator-entry.
if cin-operator = spaces
    move "AU" to refusal-code
    move "keying operator required" to refusal-text
else
    if opr-idx = zero
        move "AU" to refusal-code
        move "operator not on master" to refusal-text
    else
        if opr-perms(opr-idx)(4:1) not = "Y"
            move "AU" to refusal-code
            move "operator may not correct" to refusal-text
        end-if
    end-if
end-if.
if refusal-code = spaces and cin-approver not = spaces
    move cin-approver to opr-id-work
    perform find-operator-entry
    if cin-approver = cin-operator
        move "AP" to refusal-code
        move "approver same as keyer" to refusal-text
    else
        if opr-idx = zero
            move "AU" to refusal-code
            move "approver not on master" to refusal-text
        else
            if opr-perms(opr-idx)(4:1) not = "Y"
                move "AU" to refusal-code
                move "approver may not correct" to refusal-text
            end-if
        end-if
    end-if
end-if.
if refusal-code = spaces and cin-approver = spaces
    move zero to cin-value-work, cin-y-work
    if cin-value not = spaces
        move cin-value to cin-value-work(1:8)
    end-if
    if cin-y not = spaces
        move cin-y to cin-y-work(1:8)
    end-if
    if cin-value-work > value-limit or cin-y-work > value-limit
        move "AP" to refusal-code
        move "over limit; needs approver" to refusal-text
    end-if
end-if.

*> A replacement category is acceptable when blank (keep original) or
*> four characters drawn from A-Z / 0-9, the same rule statedit
*> enforces at the front door.
        write report-line from unresolved-detail-line
    else
        move "Y" to cor-used(cor-idx)
        if cor-refusal(cor-idx) not = spaces
            move spaces to unr-rep-note
            string "correction refused (" cor-refusal(cor-idx) ")"
                delimited by size into unr-rep-note
            end-string
            perform report-unresolved-repair
        else
            perform apply-correction
        end-if
    end-if
end-if.

*> The repaired row keeps the original image and takes the keyed
*> replacement fields over it; a repair that still has no usable
*> numeric value - or, for an NY reject, no usable second value - is
*> left unresolved rather than resubmitted bad.
apply-correction.
move rj-image to reject-image-fields.
move reject-image-fields to resubmit-build-record.
if cor-category(cor-idx) not = spaces
    move cor-category(cor-idx) to rsb-category
end-if.
if cor-y(cor-idx) not = spaces
    move cor-y(cor-idx) to rsb-y
end-if.
if rsb-value is not numeric
    move "no usable value after repair" to unr-rep-note
    perform report-unresolved-repair
else
    if rj-reason = "NY" and rsb-y is not numeric
        move "no usable second value" to unr-rep-note
        perform report-unresolved-repair
    else
        write resubmit-record from resubmit-build-record
        add 1 to resubmit-count
        move reject-seq-work to rpd-rep-seq
        move cor-operator(cor-idx) to rpd-rep-operator
        move cor-approver(cor-idx) to rpd-rep-approver
        display repaired-detail-line
        write report-line from repaired-detail-line
    end-if
end-if.

report-unresolved-repair.
add 1 to unresolved-count.
move reject-seq-work to unr-rep-seq.
move rj-reason to unr-rep-reason.
display unresolved-detail-line.
write report-line from unresolved-detail-line.

*> Linear search of the correction table for the reject's sequence
*> number; cor-idx comes back zero when no correction was keyed.
find-correction.
    at end move 0 to eof-switch.

*> Corrections that matched no reject are listed so a mistyped
*> sequence number is caught the same day it is keyed; refused cards
*> are listed with the refusals below instead.
report-orphan-corrections.
perform varying cor-idx from 1 by 1 until cor-idx > cor-n
    if cor-used(cor-idx) = "N" and cor-refusal(cor-idx) = spaces
        add 1 to orphan-count
        move cor-seq(cor-idx) to orp-rep-seq
        display orphan-detail-line
    end-if
end-perform.

*> Every refused correction card, with who keyed and approved it and
*> why it was refused.
report-refused-corrections.
perform varying cor-idx from 1 by 1 until cor-idx > cor-n
    if cor-refusal(cor-idx) not = spaces
        add 1 to refused-count
        move cor-seq(cor-idx) to rfd-rep-seq
        move cor-operator(cor-idx) to rfd-rep-operator
        move cor-approver(cor-idx) to rfd-rep-approver
        move cor-refusal(cor-idx) to rfd-rep-code
        move cor-refusal-text(cor-idx) to rfd-rep-text
        display refused-detail-line
        write report-line from refused-detail-line
    end-if
end-perform.

*> Loads the authorized-operator master statopermnt maintains. Without
*> it nobody is authorized, so every correction is refused.
load-operator-master.
open input opermaster-file.
if opermaster-file-status not = "00"
    display "STATFIX: statmeasure-opermaster.txt not found; every correction will be refused (AU)"
else
    perform read-opermaster-record
        until eof-switch = 0
    close opermaster-file
    move 1 to eof-switch
end-if.

read-opermaster-record.
move spaces to opermaster-input-record.
read opermaster-file into opermaster-input-record
    at end
        move 0 to eof-switch
    not at end
        if opermaster-input-record = spaces
            continue
        else
            if om-id not = spaces
                if opr-n >= 500
                    display "STATFIX: operator master limited to 500 ids; remainder ignored"
                    move 0 to eof-switch
                else
                    add 1 to opr-n
                    move om-id to opr-id(opr-n)
                    move om-perms to opr-perms(opr-n)
                end-if
            else
                display "STATFIX: malformed operator master record skipped: " function trim(opermaster-input-record)
            end-if
        end-if
end-read.

*> Linear search of opermaster-table for opr-id-work; opr-idx comes
*> back zero when the id is not on the master.
find-operator-entry.
move zero to opr-idx.
perform varying opr-search-i from 1 by 1 until opr-search-i > opr-n
    if opr-id(opr-search-i) = opr-id-work
        move opr-search-i to opr-idx
        move opr-n to opr-search-i
    end-if
end-perform.

*> Prints the repair summary to the screen and the permanent report.
write-summary.
move reject-read-count to sum-rejects.
move unresolved-count to sum-unresolved.
move advisory-count to sum-advisory.
move orphan-count to sum-orphan.
move refused-count to sum-refused.
display summary-read-line.
display summary-resubmit-line.
display summary-unresolved-line.
display summary-advisory-line.
display summary-orphan-line.
display summary-refused-line.
write report-line from summary-read-line.
write report-line from summary-resubmit-line.
write report-line from summary-unresolved-line.
write report-line from summary-advisory-line.
write report-line from summary-orphan-line.
write report-line from summary-refused-line.
