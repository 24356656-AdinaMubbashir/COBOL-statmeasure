*> Adina Mubbashir

*> Defines the program's name
identification division.
program-id. statdistmnt.

*> Distribution master maintenance: reads a transaction card file (add
*> / change / delete keyed by category code), validates each card
*> against the current distribution master statsplit loads, writes the
*> updated master, and prints a before/after change register, exactly
*> as statcatmnt maintains the category master. The distribution master
*> maps each category code to the owner or recipient group whose
*> morning packet carries that category's report lines and exceptions.
*>
*> Transaction card layout: column 1 the action (A add, C change,
*> D delete), columns 2-5 the category code, 6-13 the recipient id (one
*> to eight characters A-Z / 0-9, left-justified; blank on a change
*> keeps the current one), 14-43 the recipient's name or description
*> (blank on a change keeps the current one), 52-59 the operator id for
*> the change register.

*> Input and output settings
environment division.
input-output section.
file-control.
select distmaster-file assign to "statmeasure-distmaster.txt"
    organization is line sequential
    file status is distmaster-file-status.
select parm-file assign to "statdistmnt-parms.txt"
    organization is line sequential
    file status is parm-file-status.
select trans-file assign to dynamic-trans-file-name
    organization is line sequential
    file status is trans-file-status.
select newmaster-file assign to dynamic-newmaster-name
    organization is line sequential
    file status is newmaster-file-status.
select report-file assign to "statdistmnt-report.txt"
    organization is line sequential
    file status is report-file-status.

*> Declaring file and structure
data division.
file section.
fd distmaster-file.
01 distmaster-record pic x(50).
fd parm-file.
01 parm-file-record pic x(100).
fd trans-file.
01 trans-line pic x(100).
fd newmaster-file.
01 newmaster-record.
    02 nm-code pic x(4).
    02 nm-recipient pic x(8).
    02 nm-desc pic x(30).
fd report-file.
01 report-line pic x(80).

*> Declaring arrays and variables
working-storage section.
77 eof-switch pic 9.
01 dynamic-trans-file-name pic x(100).
01 dynamic-newmaster-name pic x(100).
77 distmaster-file-status pic xx.
77 parm-file-status pic xx.
77 trans-file-status pic xx.
77 newmaster-file-status pic xx.
77 report-file-status pic xx.
77 current-date-field pic x(21).
77 run-stamp pic x(19).
77 dst-n pic s9(4) value zero.
77 dst-idx pic s9(4).
77 dst-search-i pic s9(4).
77 dst-code-work pic x(4).
77 cat-scan-i pic s9(4).
77 category-ok pic x.
77 recipient-ok pic x.
77 recipient-len pic s9(4).
77 trans-read-count pic s9(5) value zero.
77 add-count pic s9(5) value zero.
77 change-count pic s9(5) value zero.
77 delete-count pic s9(5) value zero.
77 reject-count pic s9(5) value zero.
01 distmaster-input-record.
    02 dm-code pic x(4).
    02 dm-recipient pic x(8).
    02 dm-desc pic x(30).
    02 filler pic x(8).
01 trans-input-record.
    02 trn-action pic x(1).
    02 trn-code pic x(4).
    02 trn-recipient pic x(8).
    02 trn-desc pic x(30).
    02 filler pic x(8).
    02 trn-operator pic x(8).
    02 filler pic x(41).
*> The working copy of the master; deleted entries are marked rather
*> than squeezed out, so the rewritten master keeps the survivors in
*> their original order with the adds appended at the end.
01 distmaster-table.
    02 distmaster-entry occurs 500 times.
       03 dst-code pic x(4).
       03 dst-recipient pic x(8).
       03 dst-desc pic x(30).
       03 dst-deleted pic x.
01 register-title-line.
    02 filler pic x(35) value
    "Distribution Master Change Register".
01 register-underline.
    02 filler pic x(35) value
    "-----------------------------------".
01 trans-header-line.
    02 filler pic x(7) value " trans=".
    02 trh-rep-seq pic zzzz9.
    02 filler pic x(8) value " action=".
    02 trh-rep-action pic x(1).
    02 filler pic x(6) value " code=".
    02 trh-rep-code pic x(4).
    02 filler pic x(4) value " by=".
    02 trh-rep-operator pic x(8).
    02 filler pic x(4) value " at=".
    02 trh-rep-stamp pic x(19).
01 before-detail-line.
    02 filler pic x(9) value " before: ".
    02 bef-rep-recipient pic x(8).
    02 filler pic x(1) value space.
    02 bef-rep-desc pic x(30).
01 after-detail-line.
    02 filler pic x(9) value " after:  ".
    02 aft-rep-recipient pic x(8).
    02 filler pic x(1) value space.
    02 aft-rep-desc pic x(30).
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
perform load-distribution-master.
move function current-date to current-date-field.
string current-date-field(1:4) "-" current-date-field(5:2) "-"
    current-date-field(7:2) " " current-date-field(9:2) ":"
    current-date-field(11:2) ":" current-date-field(13:2)
    delimited by size into run-stamp
end-string.
open input trans-file.
if trans-file-status not = "00"
    display "STATDISTMNT: unable to open transaction file " function trim(dynamic-trans-file-name)
    move 16 to return-code
    stop run
end-if.
open output report-file.
if report-file-status not = "00"
    display "STATDISTMNT: unable to open statdistmnt-report.txt"
    move 16 to return-code
    stop run
end-if.
display register-title-line.
display register-underline.
write report-line from register-title-line.
write report-line from register-underline.
perform read-trans-record.
perform trans-loop
    until eof-switch = 0.
close trans-file.
perform write-new-master.
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
*> (blank keeps statdistmnt-trans.txt), record 2 the master file to
*> write (blank updates statmeasure-distmaster.txt in place), matching
*> the parameter-card convention established for statmeasure.
read-control-file.
open input parm-file.
if parm-file-status not = "00"
    display "STATDISTMNT: statdistmnt-parms.txt parameter card not found"
    move 16 to return-code
    stop run
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if parm-file-record = spaces
    move "statdistmnt-trans.txt" to dynamic-trans-file-name
else
    move function trim(parm-file-record) to dynamic-trans-file-name
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if parm-file-record = spaces
    move "statmeasure-distmaster.txt" to dynamic-newmaster-name
else
    move function trim(parm-file-record) to dynamic-newmaster-name
end-if.
close parm-file.

*> Loads the current distribution master into the working table; a
*> master that does not exist yet is an empty table, so a site's very
*> first deck of adds builds the file from nothing. Malformed records
*> are announced and skipped.
load-distribution-master.
open input distmaster-file.
if distmaster-file-status not = "00"
    display "STATDISTMNT: statmeasure-distmaster.txt not found; starting from an empty master"
else
    perform read-distmaster-record
        until eof-switch = 0
    close distmaster-file
    move 1 to eof-switch
end-if.

read-distmaster-record.
move spaces to distmaster-input-record.
read distmaster-file into distmaster-input-record
    at end
        move 0 to eof-switch
    not at end
        if distmaster-input-record = spaces
            continue
        else
            if dm-code not = spaces and dm-recipient not = spaces
                if dst-n >= 500
                    display "STATDISTMNT: distribution master limited to 500 codes; remainder ignored"
                    move 0 to eof-switch
                else
                    add 1 to dst-n
                    move dm-code to dst-code(dst-n)
                    move dm-recipient to dst-recipient(dst-n)
                    move dm-desc to dst-desc(dst-n)
                    move "N" to dst-deleted(dst-n)
                end-if
            else
                display "STATDISTMNT: malformed distribution master record skipped: " function trim(distmaster-input-record)
            end-if
        end-if
end-read.

*> Linear search of distmaster-table for dst-code-work, ignoring
*> entries already deleted by an earlier card in this deck; dst-idx
*> comes back zero when the code is not on the master.
find-distmaster-entry.
move zero to dst-idx.
perform varying dst-search-i from 1 by 1 until dst-search-i > dst-n
    if dst-code(dst-search-i) = dst-code-work
        and dst-deleted(dst-search-i) = "N"
        move dst-search-i to dst-idx
        move dst-n to dst-search-i
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
move trn-code to trh-rep-code.
move trn-operator to trh-rep-operator.
move run-stamp to trh-rep-stamp.
display trans-header-line.
write report-line from trans-header-line.

apply-one-transaction.
perform check-trans-category.
if category-ok = "N"
    move "malformed category code" to rej-rep-reason
    perform write-rejection
else
    move trn-code to dst-code-work
    perform find-distmaster-entry
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

*> A well-formed category code is exactly four characters drawn from
*> A-Z / 0-9, the same rule statcatmnt and statedit enforce.
check-trans-category.
move "Y" to category-ok.
if trn-code = spaces
    move "N" to category-ok
else
    perform varying cat-scan-i from 1 by 1 until cat-scan-i > 4
        if trn-code(cat-scan-i:1) = space
            move "N" to category-ok
        else
            if (trn-code(cat-scan-i:1) < "A"
                or trn-code(cat-scan-i:1) > "Z")
                and (trn-code(cat-scan-i:1) < "0"
                     or trn-code(cat-scan-i:1) > "9")
                move "N" to category-ok
            end-if
        end-if
    end-perform
end-if.

*> The recipient id becomes part of the packet file name statsplit
*> writes, so it is held to the run-stamp rule: left-justified, no
*> embedded spaces, every character A-Z or 0-9.
check-trans-recipient.
move "Y" to recipient-ok.
move zero to recipient-len.
if trn-recipient = spaces
    move "N" to recipient-ok
end-if.
perform varying cat-scan-i from 1 by 1 until cat-scan-i > 8
    if trn-recipient(cat-scan-i:1) not = space
        if recipient-len not = cat-scan-i - 1
            move "N" to recipient-ok
        end-if
        move cat-scan-i to recipient-len
        if (trn-recipient(cat-scan-i:1) < "A"
            or trn-recipient(cat-scan-i:1) > "Z")
            and (trn-recipient(cat-scan-i:1) < "0"
                 or trn-recipient(cat-scan-i:1) > "9")
            move "N" to recipient-ok
        end-if
    end-if
end-perform.

*> An add requires a code not already on the master and a well-formed
*> recipient id.
apply-add.
if dst-idx not = zero
    move "code already on master (duplicate add)" to rej-rep-reason
    perform write-rejection
else
    perform check-trans-recipient
    if recipient-ok = "N"
        move "add requires a recipient id of A-Z / 0-9" to rej-rep-reason
        perform write-rejection
    else
        if dst-n >= 500
            move "master full (500 codes)" to rej-rep-reason
            perform write-rejection
        else
            add 1 to dst-n
            move trn-code to dst-code(dst-n)
            move trn-recipient to dst-recipient(dst-n)
            move trn-desc to dst-desc(dst-n)
            move "N" to dst-deleted(dst-n)
            add 1 to add-count
            move dst-n to dst-idx
            perform write-after-line
        end-if
    end-if
end-if.

*> A change requires an existing code; a blank recipient or
*> description keeps the current value.
apply-change.
if dst-idx = zero
    move "code not on master (change)" to rej-rep-reason
    perform write-rejection
else
    if trn-recipient = spaces and trn-desc = spaces
        move "change card carries no replacement fields" to rej-rep-reason
        perform write-rejection
    else
        perform check-trans-recipient
        if trn-recipient not = spaces and recipient-ok = "N"
            move "replacement recipient id not A-Z / 0-9" to rej-rep-reason
            perform write-rejection
        else
            perform apply-change-fields
        end-if
    end-if
end-if.

apply-change-fields.
perform write-before-line.
if trn-recipient not = spaces
    move trn-recipient to dst-recipient(dst-idx)
end-if.
if trn-desc not = spaces
    move trn-desc to dst-desc(dst-idx)
end-if.
add 1 to change-count.
perform write-after-line.

*> A delete requires an existing code; the entry is marked rather
*> than squeezed out, and simply not written to the updated master.
apply-delete.
if dst-idx = zero
    move "code not on master (delete)" to rej-rep-reason
    perform write-rejection
else
    perform write-before-line
    move "Y" to dst-deleted(dst-idx)
    add 1 to delete-count
    display deleted-detail-line
    write report-line from deleted-detail-line
end-if.

write-before-line.
move dst-recipient(dst-idx) to bef-rep-recipient.
move dst-desc(dst-idx) to bef-rep-desc.
display before-detail-line.
write report-line from before-detail-line.

write-after-line.
move dst-recipient(dst-idx) to aft-rep-recipient.
move dst-desc(dst-idx) to aft-rep-desc.
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
    display "STATDISTMNT: unable to open updated master " function trim(dynamic-newmaster-name)
    move 16 to return-code
    stop run
end-if.
perform write-master-entry
    varying dst-idx from 1 by 1 until dst-idx > dst-n.
close newmaster-file.

write-master-entry.
if dst-deleted(dst-idx) = "N"
    move dst-code(dst-idx) to nm-code
    move dst-recipient(dst-idx) to nm-recipient
    move dst-desc(dst-idx) to nm-desc
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
