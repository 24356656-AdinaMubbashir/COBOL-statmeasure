*> Adina Mubbashir

*> Defines the program's name
identification division.
program-id. statopermnt.

*> Authorized-operator master maintenance: reads a transaction card
*> file (add / change / delete keyed by operator id), validates each
*> card against the current operator master statcatmnt and statfix
*> check their cards against, writes the updated master, and prints a
*> before/after change register of who granted which authority to whom
*> and when, exactly as statcatmnt maintains the category master. Each
*> operator carries one Y/N flag per permitted action: category add,
*> category change, category delete, reject correction and operator
*> maintenance. The operator keying a card must be on the master with
*> the maintenance authority, or the card is refused with reason code
*> AU, and nobody may key a card for their own entry, so no operator
*> can grant themselves an authority. Only when the master is empty -
*> the very first deck, which builds it - are keying ids taken on
*> trust, and the register says so.
*>
*> Transaction card layout: column 1 the action (A add, C change,
*> D delete), columns 2-9 the operator id (one to eight characters
*> A-Z / 0-9, left-justified), 10-14 the permission flags in the order
*> add, change, delete, correct, maintain (each Y or N; blank on an add
*> is N, blank on a change keeps the current flag), 15-44 the
*> operator's name (blank on a change keeps the current one), 52-59 the
*> id of the operator keying the card.

*> Input and output settings
environment division.
input-output section.
file-control.
select opermaster-file assign to "statmeasure-opermaster.txt"
    organization is line sequential
    file status is opermaster-file-status.
select parm-file assign to "statopermnt-parms.txt"
    organization is line sequential
    file status is parm-file-status.
select trans-file assign to dynamic-trans-file-name
    organization is line sequential
    file status is trans-file-status.
select newmaster-file assign to dynamic-newmaster-name
    organization is line sequential
    file status is newmaster-file-status.
select report-file assign to "statopermnt-report.txt"
    organization is line sequential
    file status is report-file-status.

*> Declaring file and structure
data division.
file section.
fd opermaster-file.
01 opermaster-record pic x(50).
fd parm-file.
01 parm-file-record pic x(100).
fd trans-file.
01 trans-line pic x(100).
fd newmaster-file.
01 newmaster-record.
    02 nm-id pic x(8).
    02 nm-perms pic x(5).
    02 nm-name pic x(30).
fd report-file.
01 report-line pic x(80).

*> Declaring arrays and variables
working-storage section.
77 eof-switch pic 9.
01 dynamic-trans-file-name pic x(100).
01 dynamic-newmaster-name pic x(100).
77 opermaster-file-status pic xx.
77 parm-file-status pic xx.
77 trans-file-status pic xx.
77 newmaster-file-status pic xx.
77 report-file-status pic xx.
77 current-date-field pic x(21).
77 run-stamp pic x(19).
77 opr-n pic s9(4) value zero.
77 opr-idx pic s9(4).
77 opr-search-i pic s9(4).
77 opr-id-work pic x(8).
77 id-scan-i pic s9(4).
77 id-ok pic x.
77 id-len pic s9(4).
77 perms-ok pic x.
77 perm-work pic x(5).
*> Set when the master loaded empty: the first deck builds the master,
*> so its keying ids cannot yet be checked against it.
77 bootstrap-run pic x value "N".
77 maintainer-found pic x.
77 trans-read-count pic s9(5) value zero.
77 add-count pic s9(5) value zero.
77 change-count pic s9(5) value zero.
77 delete-count pic s9(5) value zero.
77 reject-count pic s9(5) value zero.
01 opermaster-input-record.
    02 om-id pic x(8).
    02 om-perms pic x(5).
    02 om-name pic x(30).
    02 filler pic x(7).
01 trans-input-record.
    02 trn-action pic x(1).
    02 trn-id pic x(8).
    02 trn-perms pic x(5).
    02 trn-name pic x(30).
    02 filler pic x(7).
    02 trn-operator pic x(8).
    02 filler pic x(41).
*> The working copy of the master; deleted entries are marked rather
*> than squeezed out, so the rewritten master keeps the survivors in
*> their original order with the adds appended at the end.
01 opermaster-table.
    02 opermaster-entry occurs 500 times.
       03 opr-id pic x(8).
       03 opr-perms pic x(5).
       03 opr-name pic x(30).
       03 opr-deleted pic x.
01 register-title-line.
    02 filler pic x(31) value
    "Operator Master Change Register".
01 register-underline.
    02 filler pic x(31) value
    "-------------------------------".
01 trans-header-line.
    02 filler pic x(7) value " trans=".
    02 trh-rep-seq pic zzzz9.
    02 filler pic x(8) value " action=".
    02 trh-rep-action pic x(1).
    02 filler pic x(4) value " id=".
    02 trh-rep-id pic x(8).
    02 filler pic x(4) value " by=".
    02 trh-rep-operator pic x(8).
    02 filler pic x(4) value " at=".
    02 trh-rep-stamp pic x(19).
01 before-detail-line.
    02 filler pic x(13) value " before: add=".
    02 bef-rep-add pic x(1).
    02 filler pic x(5) value " chg=".
    02 bef-rep-chg pic x(1).
    02 filler pic x(5) value " del=".
    02 bef-rep-del pic x(1).
    02 filler pic x(5) value " fix=".
    02 bef-rep-fix pic x(1).
    02 filler pic x(5) value " mnt=".
    02 bef-rep-mnt pic x(1).
    02 filler pic x(1) value space.
    02 bef-rep-name pic x(30).
01 after-detail-line.
    02 filler pic x(13) value " after:  add=".
    02 aft-rep-add pic x(1).
    02 filler pic x(5) value " chg=".
    02 aft-rep-chg pic x(1).
    02 filler pic x(5) value " del=".
    02 aft-rep-del pic x(1).
    02 filler pic x(5) value " fix=".
    02 aft-rep-fix pic x(1).
    02 filler pic x(5) value " mnt=".
    02 aft-rep-mnt pic x(1).
    02 filler pic x(1) value space.
    02 aft-rep-name pic x(30).
01 deleted-detail-line.
    02 filler pic x(26) value " after:  (entry deleted)".
01 rejected-detail-line.
    02 filler pic x(11) value " REJECTED: ".
    02 rej-rep-reason pic x(50).
01 summary-read-line.
    02 filler pic x(22) value " transactions read=   ".
    02 sum-read pic zzzz9.
01 summary-add-line.
    02 filler pic x(22) value " adds applied=        ".
    02 sum-add pic zzzz9.
01 summary-change-line.
    02 filler pic x(22) value " changes applied=     ".
    02 sum-change pic zzzz9.
01 summary-delete-line.
    02 filler pic x(22) value " deletes applied=     ".
    02 sum-delete pic zzzz9.
01 summary-reject-line.
    02 filler pic x(22) value " rejected=            ".
    02 sum-reject pic zzzz9.


*> Performs the maintenance
procedure division.
move 1 to eof-switch.
perform read-control-file.
perform load-operator-master.
move function current-date to current-date-field.
string current-date-field(1:4) "-" current-date-field(5:2) "-"
    current-date-field(7:2) " " current-date-field(9:2) ":"
    current-date-field(11:2) ":" current-date-field(13:2)
    delimited by size into run-stamp
end-string.
open input trans-file.
if trans-file-status not = "00"
    display "STATOPERMNT: unable to open transaction file " function trim(dynamic-trans-file-name)
    move 16 to return-code
    stop run
end-if.
open output report-file.
if report-file-status not = "00"
    display "STATOPERMNT: unable to open statopermnt-report.txt"
    move 16 to return-code
    stop run
end-if.
display register-title-line.
display register-underline.
write report-line from register-title-line.
write report-line from register-underline.
if opr-n = zero
    move "Y" to bootstrap-run
    move " BOOTSTRAP: operator master empty; keying ids not validated this run" to report-line
    display report-line
    write report-line
end-if.
perform read-trans-record.
perform trans-loop
    until eof-switch = 0.
close trans-file.
perform write-new-master.
perform check-maintainer-left.
perform write-summary.
close report-file.
*> A distinct return code when any card was rejected, so the deck can
*> be corrected and re-run the same day; the valid cards are applied
*> regardless, matching statcatmnt.
if reject-count > 0
    move 4 to return-code
end-if.
stop run.

*> Reads the batch parameter card: record 1 the transaction file
*> (blank keeps statopermnt-trans.txt), record 2 the master file to
*> write (blank updates statmeasure-opermaster.txt in place), matching
*> the parameter-card convention established for statmeasure.
read-control-file.
open input parm-file.
if parm-file-status not = "00"
    display "STATOPERMNT: statopermnt-parms.txt parameter card not found"
    move 16 to return-code
    stop run
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if parm-file-record = spaces
    move "statopermnt-trans.txt" to dynamic-trans-file-name
else
    move function trim(parm-file-record) to dynamic-trans-file-name
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if parm-file-record = spaces
    move "statmeasure-opermaster.txt" to dynamic-newmaster-name
else
    move function trim(parm-file-record) to dynamic-newmaster-name
end-if.
close parm-file.

*> Loads the current operator master into the working table; a master
*> that does not exist yet is an empty table, so a site's very first
*> deck of adds builds the file from nothing. Malformed records are
*> announced and skipped.
load-operator-master.
open input opermaster-file.
if opermaster-file-status not = "00"
    display "STATOPERMNT: statmeasure-opermaster.txt not found; starting from an empty master"
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
                    display "STATOPERMNT: operator master limited to 500 ids; remainder ignored"
                    move 0 to eof-switch
                else
                    add 1 to opr-n
                    move om-id to opr-id(opr-n)
                    move om-perms to opr-perms(opr-n)
                    move om-name to opr-name(opr-n)
                    move "N" to opr-deleted(opr-n)
                end-if
            else
                display "STATOPERMNT: malformed operator master record skipped: " function trim(opermaster-input-record)
            end-if
        end-if
end-read.

*> Linear search of opermaster-table for opr-id-work, ignoring entries
*> already deleted by an earlier card in this deck; opr-idx comes back
*> zero when the id is not on the master.
find-operator-entry.
move zero to opr-idx.
perform varying opr-search-i from 1 by 1 until opr-search-i > opr-n
    if opr-id(opr-search-i) = opr-id-work
        and opr-deleted(opr-search-i) = "N"
        move opr-search-i to opr-idx
        move opr-n to opr-search-i
    end-if
end-perform.

read-trans-record.
move spaces to trans-input-record.
read trans-file into trans-input-record
    at end move 0 to eof-switch.

*> Works one transaction card: validates it against the current state
*> of the working table (so cards apply in deck order), applies it,
*> and prints the register entry - or the rejection reason.
trans-loop.
if trans-input-record = spaces
    continue
else
    add 1 to trans-read-count
    perform write-trans-header
    perform apply-one-transaction
end-if.
perform read-trans-record.

write-trans-header.
move trans-read-count to trh-rep-seq.
move trn-action to trh-rep-action.
move trn-id to trh-rep-id.
move trn-operator to trh-rep-operator.
move run-stamp to trh-rep-stamp.
display trans-header-line.
write report-line from trans-header-line.

*> Every card must name who keyed it, the keyer must hold maintenance
*> authority on the master as it stands in deck order (unless this is
*> the bootstrap run), and nobody may key a card for their own entry.
apply-one-transaction.
move spaces to rej-rep-reason.
perform check-trans-id.
if id-ok = "N"
    move "operator id must be 1-8 characters A-Z / 0-9" to rej-rep-reason
    perform write-rejection
else
    if trn-operator = spaces
        move "keying operator id required (cols 52-59)" to rej-rep-reason
        perform write-rejection
    else
        if trn-operator = trn-id
            move "operator may not key a card for own entry" to rej-rep-reason
            perform write-rejection
        else
            perform check-keying-operator
        end-if
    end-if
end-if.
if rej-rep-reason = spaces
    move trn-id to opr-id-work
    perform find-operator-entry
    evaluate trn-action
        when "A"
            perform apply-add
        when "C"
            perform apply-change
        when "D"
            perform apply-delete
        when other
            move "action must be A, C or D" to rej-rep-reason
            perform write-rejection
    end-evaluate
end-if.

*> Outside the bootstrap run the keying operator must be a live entry
*> on the master holding the maintenance flag.
check-keying-operator.
if bootstrap-run = "N"
    move trn-operator to opr-id-work
    perform find-operator-entry
    if opr-idx = zero
        move "AU keying operator not on operator master" to rej-rep-reason
        perform write-rejection
    else
        if opr-perms(opr-idx)(5:1) not = "Y"
            move "AU keying operator lacks maintenance authority" to rej-rep-reason
            perform write-rejection
        end-if
    end-if
end-if.

*> A master left with nobody holding maintenance authority can never be
*> changed again by a card deck, so the register warns of it.
check-maintainer-left.
move "N" to maintainer-found.
perform varying opr-idx from 1 by 1 until opr-idx > opr-n
    if opr-deleted(opr-idx) = "N" and opr-perms(opr-idx)(5:1) = "Y"
        move "Y" to maintainer-found
    end-if
end-perform.
if maintainer-found = "N"
    move " WARNING: no operator on the master holds maintenance authority" to report-line
    display report-line
    write report-line
end-if.

*> An operator id is left-justified with no embedded spaces, every
*> character A-Z or 0-9.
check-trans-id.
move "Y" to id-ok.
move zero to id-len.
if trn-id = spaces
    move "N" to id-ok
end-if.
perform varying id-scan-i from 1 by 1 until id-scan-i > 8
    if trn-id(id-scan-i:1) not = space
        if id-len not = id-scan-i - 1
            move "N" to id-ok
        end-if
        move id-scan-i to id-len
        if (trn-id(id-scan-i:1) < "A"
            or trn-id(id-scan-i:1) > "Z")
            and (trn-id(id-scan-i:1) < "0"
                 or trn-id(id-scan-i:1) > "9")
            move "N" to id-ok
        end-if
    end-if
end-perform.

*> Each permission flag on the card must be Y, N or blank.
check-trans-perms.
move "Y" to perms-ok.
perform varying id-scan-i from 1 by 1 until id-scan-i > 5
    if trn-perms(id-scan-i:1) not = "Y"
        and trn-perms(id-scan-i:1) not = "N"
        and trn-perms(id-scan-i:1) not = space
        move "N" to perms-ok
    end-if
end-perform.

*> An add requires an id not already on the master; blank flags on an
*> add grant nothing.
apply-add.
if opr-idx not = zero
    move "id already on master (duplicate add)" to rej-rep-reason
    perform write-rejection
else
    perform check-trans-perms
    if perms-ok = "N"
        move "permission flags must be Y, N or blank" to rej-rep-reason
        perform write-rejection
    else
        if opr-n >= 500
            move "master full (500 ids)" to rej-rep-reason
            perform write-rejection
        else
            move "NNNNN" to perm-work
            perform merge-trans-perms
            add 1 to opr-n
            move trn-id to opr-id(opr-n)
            move perm-work to opr-perms(opr-n)
            move trn-name to opr-name(opr-n)
            move "N" to opr-deleted(opr-n)
            add 1 to add-count
            move opr-n to opr-idx
            perform write-after-line
        end-if
    end-if
end-if.

*> A change requires an existing id; blank flags and a blank name keep
*> the current values.
apply-change.
if opr-idx = zero
    move "id not on master (change)" to rej-rep-reason
    perform write-rejection
else
    if trn-perms = spaces and trn-name = spaces
        move "change card carries no replacement fields" to rej-rep-reason
        perform write-rejection
    else
        perform check-trans-perms
        if perms-ok = "N"
            move "permission flags must be Y, N or blank" to rej-rep-reason
            perform write-rejection
        else
            perform write-before-line
            move opr-perms(opr-idx) to perm-work
            perform merge-trans-perms
            move perm-work to opr-perms(opr-idx)
            if trn-name not = spaces
                move trn-name to opr-name(opr-idx)
            end-if
            add 1 to change-count
            perform write-after-line
        end-if
    end-if
end-if.

*> Lays the keyed flags over perm-work, leaving blank ones as they are.
merge-trans-perms.
perform varying id-scan-i from 1 by 1 until id-scan-i > 5
    if trn-perms(id-scan-i:1) not = space
        move trn-perms(id-scan-i:1) to perm-work(id-scan-i:1)
    end-if
end-perform.

*> A delete requires an existing id; the entry is marked rather than
*> squeezed out, and simply not written to the updated master.
apply-delete.
if opr-idx = zero
    move "id not on master (delete)" to rej-rep-reason
    perform write-rejection
else
    perform write-before-line
    move "Y" to opr-deleted(opr-idx)
    add 1 to delete-count
    display deleted-detail-line
    write report-line from deleted-detail-line
end-if.

write-before-line.
move opr-perms(opr-idx)(1:1) to bef-rep-add.
move opr-perms(opr-idx)(2:1) to bef-rep-chg.
move opr-perms(opr-idx)(3:1) to bef-rep-del.
move opr-perms(opr-idx)(4:1) to bef-rep-fix.
move opr-perms(opr-idx)(5:1) to bef-rep-mnt.
move opr-name(opr-idx) to bef-rep-name.
display before-detail-line.
write report-line from before-detail-line.

write-after-line.
move opr-perms(opr-idx)(1:1) to aft-rep-add.
move opr-perms(opr-idx)(2:1) to aft-rep-chg.
move opr-perms(opr-idx)(3:1) to aft-rep-del.
move opr-perms(opr-idx)(4:1) to aft-rep-fix.
move opr-perms(opr-idx)(5:1) to aft-rep-mnt.
move opr-name(opr-idx) to aft-rep-name.
display after-detail-line.
write report-line from after-detail-line.

write-rejection.
add 1 to reject-count.
display rejected-detail-line.
write report-line from rejected-detail-line.

*> Rewrites the master from the working table, survivors in their
*> original order with this deck's adds appended at the end.
write-new-master.
open output newmaster-file.
if newmaster-file-status not = "00"
    display "STATOPERMNT: unable to open updated master " function trim(dynamic-newmaster-name)
    move 16 to return-code
    stop run
end-if.
perform write-master-entry
    varying opr-idx from 1 by 1 until opr-idx > opr-n.
close newmaster-file.

write-master-entry.
if opr-deleted(opr-idx) = "N"
    move opr-id(opr-idx) to nm-id
    move opr-perms(opr-idx) to nm-perms
    move opr-name(opr-idx) to nm-name
    write newmaster-record
end-if.

*> Prints the maintenance summary to the screen and the register.
write-summary.
move trans-read-count to sum-read.
move add-count to sum-add.
move change-count to sum-change.
move delete-count to sum-delete.
move reject-count to sum-reject.
display summary-read-line.
display summary-add-line.
display summary-change-line.
display summary-delete-line.
display summary-reject-line.
write report-line from summary-read-line.
write report-line from summary-add-line.
write report-line from summary-change-line.
write report-line from summary-delete-line.
write report-line from summary-reject-line.
