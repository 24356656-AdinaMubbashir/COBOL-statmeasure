*> fat-fingered min/max is rejected here instead of silently flooding
*> the next morning's exception file with OR flags.
*>
*> Every card is checked against the authorized-operator master
*> statopermnt maintains: a keying operator who is not on it, or who
*> does not hold the add, change or delete authority the card needs,
*> has the card refused with reason code AU. A change that moves either
*> end of a range by more than the threshold on the parameter card (a
*> percentage of the current range width) also needs a second,
*> different operator holding change authority to approve it, or the
*> card is refused with reason code AP; an approver named on any card
*> is held to the same checks. The register shows both ids.
*>
*> Transaction card layout: column 1 the action (A add, C change,
*> D delete), columns 2-5 the category code, 6-13 and 14-21 the new
*> minimum and maximum as eight digits with two implied decimals
*> (blank on a change keeps the current value), 22-51 the new long
*> description (blank on a change keeps the current one), 52-59 the
*> keying operator id, 60-67 the approving operator id.

*> Input and output settings
environment division.
select catmaster-file assign to "statmeasure-catmaster.txt"
    organization is line sequential
    file status is catmaster-file-status.
select opermaster-file assign to "statmeasure-opermaster.txt"
    organization is line sequential
    file status is opermaster-file-status.
select parm-file assign to "statcatmnt-parms.txt"
    organization is line sequential
    file status is parm-file-status.
file section.
fd catmaster-file.
01 catmaster-record pic x(50).
fd opermaster-file.
01 opermaster-record pic x(50).
fd parm-file.
01 parm-file-record pic x(100).
fd trans-file.
01 dynamic-trans-file-name pic x(100).
01 dynamic-newmaster-name pic x(100).
77 catmaster-file-status pic xx.
77 opermaster-file-status pic xx.
77 parm-file-status pic xx.
77 trans-file-status pic xx.
77 newmaster-file-status pic xx.
77 change-count pic s9(5) value zero.
77 delete-count pic s9(5) value zero.
77 reject-count pic s9(5) value zero.
77 authority-count pic s9(5) value zero.
77 work-min pic s9(6)v9(2).
77 work-max pic s9(6)v9(2).
*> Range-change approval threshold, a whole percentage of the current
*> range width (parameter card record 3, blank keeps 25).
77 range-threshold pic 9(3) value 25.
77 range-width pic s9(7)v9(2).
77 range-move pic s9(7)v9(2).
77 range-move-max pic s9(7)v9(2).
77 perm-pos pic s9(4).
77 authority-ok pic x.
77 opr-n pic s9(4) value zero.
77 opr-idx pic s9(4).
77 opr-search-i pic s9(4).
77 opr-id-work pic x(8).
01 action-name-list.
    02 filler pic x(6) value "add".
    02 filler pic x(6) value "change".
    02 filler pic x(6) value "delete".
01 action-name-table redefines action-name-list.
    02 action-name pic x(6) occurs 3 times.
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
*> The min/max are signed (trailing overpunch) throughout, matching
*> statmeasure's reading of the master, so an adjustments-feed site
*> can key a negative expected minimum; all-digit cards stay positive.
    02 trn-max pic x(8).
    02 trn-desc pic x(30).
    02 trn-operator pic x(8).
    02 trn-approver pic x(8).
    02 filler pic x(33).
*> The working copy of the master; deleted entries are marked rather
*> than squeezed out, so the rewritten master keeps the survivors in
*> their original order with the adds appended at the end.
    02 trh-rep-code pic x(4).
    02 filler pic x(4) value " by=".
    02 trh-rep-operator pic x(8).
    02 filler pic x(5) value " apr=".
    02 trh-rep-approver pic x(8).
    02 filler pic x(4) value " at=".
    02 trh-rep-stamp pic x(19).
01 before-detail-line.
01 summary-reject-line.
    02 filler pic x(22) value " rejected=            ".
    02 sum-reject pic zzzz9.
01 summary-authority-line.
    02 filler pic x(22) value " refused on authority=".
    02 sum-authority pic zzzz9.

*> Performs the maintenance
procedure division.
move 1 to eof-switch.
perform read-control-file.
perform load-category-master.
perform load-operator-master.
move function current-date to current-date-field.
string current-date-field(1:4) "-" current-date-field(5:2) "-"
    current-date-field(7:2) " " current-date-field(9:2) ":"

*> Reads the batch parameter card: record 1 the transaction file
*> (blank keeps statcatmnt-trans.txt), record 2 the master file to
*> write (blank updates statmeasure-catmaster.txt in place), record 3
*> columns 1-3 the range-change approval threshold as a whole
*> percentage (blank keeps 25), matching the parameter-card convention
*> established for statmeasure.
read-control-file.
open input parm-file.
if parm-file-status not = "00"
else
    move function trim(parm-file-record) to dynamic-newmaster-name
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if parm-file-record not = spaces
    if parm-file-record(1:3) is numeric
        and parm-file-record(4:97) = spaces
        move parm-file-record(1:3) to range-threshold
    else
        display "STATCATMNT: invalid range-change threshold on parameter card record 3; must be three digits or blank"
        close parm-file
        move 16 to return-code
        stop run
    end-if
end-if.
close parm-file.

*> Loads the current category master into the working table; a master
        end-if
end-read.

*> Loads the authorized-operator master statopermnt maintains. Without
*> it nobody is authorized, so every card is refused.
load-operator-master.
open input opermaster-file.
if opermaster-file-status not = "00"
    display "STATCATMNT: statmeasure-opermaster.txt not found; every card will be refused (AU)"
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
                    display "STATCATMNT: operator master limited to 500 ids; remainder ignored"
                    move 0 to eof-switch
                else
                    add 1 to opr-n
                    move om-id to opr-id(opr-n)
                    move om-perms to opr-perms(opr-n)
                end-if
            else
                display "STATCATMNT: malformed operator master record skipped: " function trim(opermaster-input-record)
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

*> The keying operator must be on the operator master holding the
*> authority the card's action needs; an approver, when one is named,
*> must be a different operator holding the same authority. A card
*> with an unknown action is left for the action check to reject.
check-operator-authority.
move "Y" to authority-ok.
evaluate trn-action
    when "A"
        move 1 to perm-pos
    when "C"
        move 2 to perm-pos
    when "D"
        move 3 to perm-pos
    when other
        move zero to perm-pos
end-evaluate.
if perm-pos not = zero
    move spaces to rej-rep-reason
    move trn-operator to opr-id-work
    perform find-operator-entry
    if trn-operator = spaces
        move "AU keying operator id required (cols 52-59)" to rej-rep-reason
    else
        if opr-idx = zero
            string "AU operator " delimited by size
                trn-operator delimited by space
                " not on operator master" delimited by size
                into rej-rep-reason
            end-string
        else
            if opr-perms(opr-idx)(perm-pos:1) not = "Y"
                string "AU operator " delimited by size
                    trn-operator delimited by space
                    " may not " delimited by size
                    action-name(perm-pos) delimited by space
                    " categories" delimited by size
                    into rej-rep-reason
                end-string
            end-if
        end-if
    end-if
    if rej-rep-reason = spaces and trn-approver not = spaces
        move trn-approver to opr-id-work
        perform find-operator-entry
        if trn-approver = trn-operator
            move "AP approver must differ from keying operator" to rej-rep-reason
        else
            if opr-idx = zero
                string "AU approver " delimited by size
                    trn-approver delimited by space
                    " not on operator master" delimited by size
                    into rej-rep-reason
                end-string
            else
                if opr-perms(opr-idx)(perm-pos:1) not = "Y"
                    string "AU approver " delimited by size
                        trn-approver delimited by space
                        " may not " delimited by size
                        action-name(perm-pos) delimited by space
                        " categories" delimited by size
                        into rej-rep-reason
                    end-string
                end-if
            end-if
        end-if
    end-if
    if rej-rep-reason not = spaces
        move "N" to authority-ok
        perform write-authority-rejection
    end-if
end-if.

*> Linear search of master-table for mst-code-work, ignoring entries
*> already deleted by an earlier card in this deck; mst-idx comes
*> back zero when the code is not on the master.
move trn-action to trh-rep-action.
move trn-code to trh-rep-code.
move trn-operator to trh-rep-operator.
move trn-approver to trh-rep-approver.
move run-stamp to trh-rep-stamp.
display trans-header-line.
write report-line from trans-header-line.
    move "malformed category code" to rej-rep-reason
    perform write-rejection
else
    perform check-operator-authority
end-if.
if category-ok = "Y" and authority-ok = "Y"
    move trn-code to mst-code-work
    perform find-master-entry
    evaluate trn-action
if trn-max not = spaces
    move trn-max to work-max(1:8)
end-if.
perform measure-range-move.
if work-min > work-max
    move "minimum is above maximum" to rej-rep-reason
    perform write-rejection
else
    if range-move-max > zero
        and (range-width = zero
             or range-move-max * 100 > range-threshold * range-width)
        and trn-approver = spaces
        move spaces to rej-rep-reason
        string "AP move over " range-threshold
            "% of range needs approver"
            delimited by size into rej-rep-reason
        end-string
        perform write-authority-rejection
    else
        perform apply-range-change
    end-if
end-if.

*> The larger of the two moves, the minimum's and the maximum's, against
*> the width of the range as it stands before the card.
measure-range-move.
compute range-width = mst-max(mst-idx) - mst-min(mst-idx).
compute range-move = work-min - mst-min(mst-idx).
if range-move < zero
    compute range-move = zero - range-move
end-if.
move range-move to range-move-max.
compute range-move = work-max - mst-max(mst-idx).
if range-move < zero
    compute range-move = zero - range-move
end-if.
if range-move > range-move-max
    move range-move to range-move-max
end-if.

apply-range-change.
perform write-before-line.
move work-min to mst-min(mst-idx).
move work-max to mst-max(mst-idx).
if trn-desc not = spaces
    move trn-desc to mst-desc(mst-idx)
end-if.
add 1 to change-count.
perform write-after-line.

*> A delete requires an existing code; the entry is marked rather
*> than squeezed out, and simply not written to the updated master.
apply-delete.
display rejected-detail-line.
write report-line from rejected-detail-line.

write-authority-rejection.
add 1 to authority-count.
perform write-rejection.

*> Rewrites the master from the working table, survivors in their
*> original order with this deck's adds appended at the end.
write-new-master.
move change-count to sum-change.
move delete-count to sum-delete.
move reject-count to sum-reject.
move authority-count to sum-authority.
display summary-read-line.
display summary-add-line.
display summary-change-line.
display summary-delete-line.
display summary-reject-line.
display summary-authority-line.
write report-line from summary-read-line.
write report-line from summary-add-line.
write report-line from summary-change-line.
write report-line from summary-delete-line.
write report-line from summary-reject-line.
write report-line from summary-authority-line.
