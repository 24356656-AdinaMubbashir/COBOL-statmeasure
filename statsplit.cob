*> Adina Mubbashir

*> Defines the program's name
identification division.
program-id. statsplit.

*> Report distribution: splits a night's statmeasure report and
*> exception file into one packet per recipient, using the distribution
*> master (category code to owner or recipient group, maintained by
*> statdistmnt cards) instead of someone cutting the report up by hand
*> each morning. Every packet carries the overall summary - the grand
*> total, distribution, outlier, frequency and paired sections - plus,
*> for the recipient's own categories only, their category subtotal
*> lines, their actual-vs-plan lines, their flagged outlier rows and
*> their records from the exception file. A category with no owner on
*> the master goes to the default recipient named on the card and is
*> listed on the distribution log, so nothing goes undelivered without
*> anyone noticing (return code 4). A night with more categories than
*> the route table holds is reported the same way: each category left
*> unrouted is named on the report and the distribution log, and the
*> run ends with return code 4. Each packet delivered is appended
*> to the distribution log, statsplit-distlog.txt, with its recipient,
*> packet file, run stamp and time, and the run's own listing is
*> printed to statsplit-report.txt.
*>
*> Packets are written as statsplit-<recipient>.<stamp>.txt for a
*> stamped run, statsplit-<recipient>.txt otherwise.

*> Input and output settings
environment division.
input-output section.
file-control.
select parm-file assign to "statsplit-parms.txt"
    organization is line sequential
    file status is parm-file-status.
select distmaster-file assign to "statmeasure-distmaster.txt"
    organization is line sequential
    file status is distmaster-file-status.
select smreport-file assign to dynamic-smreport-file-name
    organization is line sequential
    file status is smreport-file-status.
select exception-file assign to dynamic-exception-file-name
    organization is line sequential
    file status is exception-file-status.
select packet-file assign to dynamic-packet-file-name
    organization is line sequential
    file status is packet-file-status.
select distlog-file assign to "statsplit-distlog.txt"
    organization is line sequential
    file status is distlog-file-status.
select report-file assign to "statsplit-report.txt"
    organization is line sequential
    file status is report-file-status.

*> Declaring file and structure
data division.
file section.
fd parm-file.
01 parm-file-record pic x(100).
fd distmaster-file.
01 distmaster-record pic x(50).
fd smreport-file.
01 smreport-line pic x(80).
fd exception-file.
01 exception-line pic x(93).
fd packet-file.
01 packet-line pic x(93).
fd distlog-file.
01 distlog-line pic x(132).
fd report-file.
01 report-line pic x(80).

*> Declaring arrays and variables
working-storage section.
77 eof-switch pic 9.
01 dynamic-smreport-file-name pic x(100)
    value "statmeasure-report.txt".
01 dynamic-exception-file-name pic x(100)
    value "statmeasure-exceptions.txt".
01 dynamic-packet-file-name pic x(100).
77 parm-file-status pic xx.
77 distmaster-file-status pic xx.
77 smreport-file-status pic xx.
77 exception-file-status pic xx.
77 packet-file-status pic xx.
77 distlog-file-status pic xx.
77 report-file-status pic xx.
77 current-date-field pic x(21).
77 run-timestamp pic x(19).
77 run-stamp pic x(8).
77 stamp-ok pic x.
77 stamp-len pic s9(4).
77 stamp-i pic s9(4).
77 default-recipient pic x(8) value "DEFAULT".
77 id-work pic x(8).
77 id-len pic s9(4).
77 unowned-count pic s9(5) value zero.
77 packet-count pic s9(5) value zero.
77 packet-exceptions pic s9(9).
77 packet-categories pic s9(5).
77 exceptions-read pic s9(9) value zero.
77 lines-truncated pic x value "N".
*> Distribution master, loaded from statmeasure-distmaster.txt.
01 distmaster-input-record.
    02 dm-code pic x(4).
    02 dm-recipient pic x(8).
    02 dm-desc pic x(30).
    02 filler pic x(8).
01 distmaster-table.
    02 distmaster-entry occurs 500 times.
       03 dst-code pic x(4).
       03 dst-recipient pic x(8).
       03 dst-desc pic x(30).
77 dst-n pic s9(4) value zero.
77 dst-idx pic s9(4).
77 dst-search-i pic s9(4).
77 dst-code-work pic x(4).
*> Categories met in tonight's report or exception file, with the
*> recipient each one goes to.
01 route-table.
    02 route-entry occurs 500 times.
       03 rte-code pic x(4).
       03 rte-recipient pic x(8).
       03 rte-owned pic x.
77 rte-n pic s9(4) value zero.
77 rte-idx pic s9(4).
77 rte-found pic s9(4).
*> Categories met after the route table filled; they reach no packet
*> and are named on the report and the distribution log instead.
01 unrouted-table.
    02 unrouted-entry occurs 100 times.
       03 urt-code pic x(4).
77 urt-n pic s9(4) value zero.
77 urt-idx pic s9(4).
77 urt-found pic s9(4).
77 unrouted-count pic s9(5) value zero.
77 route-overflow pic x value "N".
*> The recipients tonight's packets go to.
01 recipient-table.
    02 recipient-entry occurs 500 times.
       03 rcp-id pic x(8).
       03 rcp-desc pic x(30).
77 rcp-n pic s9(4) value zero.
77 rcp-idx pic s9(4).
77 rcp-found pic s9(4).
*> The report from the category section onward, each line tagged with
*> the category it belongs to, or **** for an overall-summary line
*> every packet carries. The data-value listing ahead of the category
*> section is row detail for every category and goes in no packet.
01 report-line-table.
    02 report-line-entry occurs 20000 times.
       03 rlt-tag pic x(4).
       03 rlt-text pic x(80).
77 rlt-n pic s9(5) value zero.
77 rlt-idx pic s9(5).
77 report-section pic x(28).
77 section-started pic x value "N".
77 block-code pic x(4).
77 line-tag pic x(4).
01 exception-input-record.
    02 exi-seq pic x(9).
    02 filler pic x(1).
    02 exi-reason pic x(2).
    02 filler pic x(1).
    02 exi-image.
       03 filler pic x(8).
       03 exi-category pic x(4).
       03 filler pic x(68).
01 packet-title-line.
    02 filler pic x(28) value
    "Report Packet".
01 packet-underline.
    02 filler pic x(28) value
    "----------------------------".
01 packet-recipient-line.
    02 filler pic x(12) value " recipient= ".
    02 pkr-rep-id pic x(8).
    02 filler pic x(1) value space.
    02 pkr-rep-desc pic x(30).
01 packet-run-line.
    02 filler pic x(12) value " run stamp= ".
    02 pkn-rep-stamp pic x(8).
    02 filler pic x(9) value " report= ".
    02 pkn-rep-report pic x(51).
01 packet-category-line.
    02 filler pic x(12) value " category=  ".
    02 pkc-rep-code pic x(4).
    02 filler pic x(1) value space.
    02 pkc-rep-note pic x(40).
01 packet-exception-header.
    02 filler pic x(28) value
    "Exceptions".
01 packet-no-exception-line.
    02 filler pic x(28) value
    " (none for these categories)".
01 distlog-detail-line.
    02 dlg-timestamp pic x(19).
    02 filler pic x(1) value space.
    02 dlg-run-stamp pic x(8).
    02 filler pic x(1) value space.
    02 dlg-kind pic x(7).
    02 filler pic x(1) value space.
    02 dlg-recipient pic x(8).
    02 filler pic x(1) value space.
    02 dlg-text pic x(86).
01 split-title-line.
    02 filler pic x(28) value
    "Report Distribution".
01 split-run-line.
    02 filler pic x(12) value " run stamp= ".
    02 spr-rep-stamp pic x(8).
    02 filler pic x(20) value " default recipient= ".
    02 spr-rep-default pic x(8).
01 split-packet-line.
    02 filler pic x(9) value " packet: ".
    02 spp-rep-recipient pic x(8).
    02 filler pic x(6) value " cats=".
    02 spp-rep-categories pic zzz9.
    02 filler pic x(6) value " exc= ".
    02 spp-rep-exceptions pic zzzzzzzz9.
    02 filler pic x(1) value space.
    02 spp-rep-file pic x(32).
01 split-unowned-line.
    02 filler pic x(20) value " UNOWNED: category= ".
    02 spu-rep-code pic x(4).
    02 filler pic x(27) value " sent to default recipient ".
    02 spu-rep-recipient pic x(8).
01 split-unrouted-line.
    02 filler pic x(21) value " UNROUTED: category= ".
    02 spn-rep-code pic x(4).
    02 filler pic x(37) value " not distributed; route table full".
01 split-unrouted-more-line.
    02 filler pic x(11) value " UNROUTED: ".
    02 spm-rep-count pic zzzz9.
    02 filler pic x(38) value " further categories not distributed".
01 summary-line-1.
    02 filler pic x(22) value " packets written=     ".
    02 sum-packets pic zzzzzzzz9.
01 summary-line-2.
    02 filler pic x(22) value " categories routed=   ".
    02 sum-routed pic zzzzzzzz9.
01 summary-line-3.
    02 filler pic x(22) value " unowned categories=  ".
    02 sum-unowned pic zzzzzzzz9.
01 summary-line-4.
    02 filler pic x(22) value " exception records=   ".
    02 sum-exceptions pic zzzzzzzz9.

*> Performs the distribution
procedure division.
move 1 to eof-switch.
perform read-control-file.
perform load-distribution-master.
perform load-statmeasure-report.
perform route-exception-categories.
move function current-date to current-date-field.
string current-date-field(1:4) "-" current-date-field(5:2) "-"
    current-date-field(7:2) " " current-date-field(9:2) ":"
    current-date-field(11:2) ":" current-date-field(13:2)
    delimited by size into run-timestamp
end-string.
open output report-file.
if report-file-status not = "00"
    display "STATSPLIT: unable to open statsplit-report.txt"
    move 16 to return-code
    stop run
end-if.
open extend distlog-file.
if distlog-file-status not = "00"
    open output distlog-file
end-if.
move run-stamp to spr-rep-stamp.
move default-recipient to spr-rep-default.
display split-title-line.
display packet-underline.
display split-run-line.
write report-line from split-title-line.
write report-line from packet-underline.
write report-line from split-run-line.
perform log-unowned-category
    varying rte-idx from 1 by 1 until rte-idx > rte-n.
perform log-unrouted-category
    varying urt-idx from 1 by 1 until urt-idx > urt-n.
if unrouted-count > urt-n
    perform log-unrouted-remainder
end-if.
perform write-one-packet
    varying rcp-idx from 1 by 1 until rcp-idx > rcp-n.
close distlog-file.
perform write-summary.
close report-file.
if unowned-count > 0 or lines-truncated = "Y" or route-overflow = "Y"
    move 4 to return-code
end-if.
stop run.

*> Reads the batch parameter card: record 1 the run stamp of the night
*> being distributed, as on the statmeasure options card (blank takes
*> the fixed report and exception file names), record 2 the default
*> recipient for categories with no owner on the distribution master
*> (blank keeps DEFAULT); matching the parameter-card convention
*> established for statmeasure.
read-control-file.
open input parm-file.
if parm-file-status not = "00"
    display "STATSPLIT: statsplit-parms.txt parameter card not found"
    move 16 to return-code
    stop run
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
move function upper-case(parm-file-record(1:8)) to run-stamp.
if run-stamp not = spaces
    move run-stamp to id-work
    perform check-id-work
    if stamp-ok = "N" or parm-file-record(9:92) not = spaces
        display "STATSPLIT: invalid run stamp on parameter card; must be 1-8 characters A-Z or 0-9"
        close parm-file
        move 16 to return-code
        stop run
    end-if
    move id-len to stamp-len
    move spaces to dynamic-smreport-file-name
    string "statmeasure-report." run-stamp(1:stamp-len) ".txt"
        delimited by size into dynamic-smreport-file-name
    end-string
    move spaces to dynamic-exception-file-name
    string "statmeasure-exceptions." run-stamp(1:stamp-len) ".txt"
        delimited by size into dynamic-exception-file-name
    end-string
end-if.
read parm-file into parm-file-record
    at end move spaces to parm-file-record
end-read.
if parm-file-record not = spaces
    move function upper-case(parm-file-record(1:8)) to id-work
    perform check-id-work
    if stamp-ok = "N" or parm-file-record(9:92) not = spaces
        display "STATSPLIT: invalid default recipient on parameter card; must be 1-8 characters A-Z or 0-9"
        close parm-file
        move 16 to return-code
        stop run
    end-if
    move id-work to default-recipient
end-if.
close parm-file.

*> A usable run stamp or recipient id is left-justified with no
*> embedded spaces, every character A-Z or 0-9, exactly as statmeasure
*> requires of its stamp; id-len comes back as its length.
check-id-work.
move "Y" to stamp-ok.
move zero to id-len.
perform varying stamp-i from 1 by 1 until stamp-i > 8
    if id-work(stamp-i:1) not = space
        if id-len not = stamp-i - 1
            move "N" to stamp-ok
        end-if
        move stamp-i to id-len
        if (id-work(stamp-i:1) < "A"
            or id-work(stamp-i:1) > "Z")
            and (id-work(stamp-i:1) < "0"
                 or id-work(stamp-i:1) > "9")
            move "N" to stamp-ok
        end-if
    end-if
end-perform.

*> Loads the distribution master. Without one every category goes to
*> the default recipient, which the log then lists in full.
load-distribution-master.
open input distmaster-file.
if distmaster-file-status not = "00"
    display "STATSPLIT: statmeasure-distmaster.txt not found; every category goes to the default recipient"
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
                    display "STATSPLIT: distribution master limited to 500 codes; remainder ignored"
                    move 0 to eof-switch
                else
                    add 1 to dst-n
                    move dm-code to dst-code(dst-n)
                    move dm-recipient to dst-recipient(dst-n)
                    move dm-desc to dst-desc(dst-n)
                end-if
            else
                display "STATSPLIT: malformed distribution master record skipped: " function trim(distmaster-input-record)
            end-if
        end-if
end-read.

*> Reads the statmeasure report, keeping every line from the category
*> section onward with its tag, and routing each category met.
load-statmeasure-report.
open input smreport-file.
if smreport-file-status not = "00"
    display "STATSPLIT: unable to open " function trim(dynamic-smreport-file-name)
    move 16 to return-code
    stop run
end-if.
perform read-smreport-line
    until eof-switch = 0.
close smreport-file.
move 1 to eof-switch.

read-smreport-line.
move spaces to smreport-line.
read smreport-file
    at end
        move 0 to eof-switch
    not at end
        perform classify-report-line
end-read.

*> Section headings start in column 1; a category block starts with
*> " category=" and its continuation lines are indented, so they carry
*> the code of the block above them. Outlier rows name their category.
classify-report-line.
if smreport-line(1:1) not = space and smreport-line(1:5) not = "-----"
    move smreport-line(1:28) to report-section
    move spaces to block-code
    if report-section = "Category Subtotals"
        or report-section = "Actual vs Plan"
        or report-section = "Grand Total"
        or report-section = "Combined All Files"
        move "Y" to section-started
    end-if
    move "****" to line-tag
else
    move "****" to line-tag
    if report-section = "Category Subtotals"
        or report-section = "Actual vs Plan"
        if smreport-line(1:10) = " category="
            move smreport-line(11:4) to block-code dst-code-work
            perform route-category
        end-if
        if smreport-line(1:10) = " category="
            or smreport-line(1:7) = spaces
            move block-code to line-tag
        end-if
    end-if
    if report-section = "Outliers" and smreport-line(1:5) = " row="
        move smreport-line(23:4) to line-tag
    end-if
end-if.
if section-started = "Y"
    if rlt-n >= 20000
        if lines-truncated = "N"
            display "STATSPLIT: report limited to 20000 lines past the data section; remainder not distributed"
            move "Y" to lines-truncated
        end-if
    else
        add 1 to rlt-n
        move line-tag to rlt-tag(rlt-n)
        move smreport-line to rlt-text(rlt-n)
    end-if
end-if.

*> Routes the categories that appear only in the exception file - a
*> category whose every row was rejected has no subtotal line, but its
*> owner still needs the rejects.
route-exception-categories.
open input exception-file.
if exception-file-status not = "00"
    display "STATSPLIT: " function trim(dynamic-exception-file-name) " not found; packets carry no exception records"
else
    perform read-exception-for-routing
        until eof-switch = 0
    close exception-file
    move 1 to eof-switch
end-if.

read-exception-for-routing.
move spaces to exception-input-record.
read exception-file into exception-input-record
    at end
        move 0 to eof-switch
    not at end
        if exception-input-record not = spaces
            add 1 to exceptions-read
            move exi-category to dst-code-work
            perform route-category
        end-if
end-read.

*> Adds dst-code-work to the route table, once, with its recipient
*> from the master or the default recipient, and makes sure that
*> recipient is on tonight's packet list. A new category met once the
*> table is full is noted as unrouted instead.
route-category.
move zero to rte-found.
perform varying rte-idx from 1 by 1 until rte-idx > rte-n
    if rte-code(rte-idx) = dst-code-work
        move rte-idx to rte-found
    end-if
end-perform.
if rte-found = zero and rte-n < 500
    add 1 to rte-n
    move dst-code-work to rte-code(rte-n)
    perform find-distmaster-entry
    if dst-idx = zero
        move default-recipient to rte-recipient(rte-n)
        move "N" to rte-owned(rte-n)
        add 1 to unowned-count
    else
        move dst-recipient(dst-idx) to rte-recipient(rte-n)
        move "Y" to rte-owned(rte-n)
    end-if
    perform add-recipient
end-if.
if rte-found = zero and rte-n >= 500
    perform note-unrouted-category
end-if.

note-unrouted-category.
move zero to urt-found.
perform varying urt-idx from 1 by 1 until urt-idx > urt-n
    if urt-code(urt-idx) = dst-code-work
        move urt-idx to urt-found
    end-if
end-perform.
if urt-found = zero
    if route-overflow = "N"
        display "STATSPLIT: route table limited to 500 categories; further categories not distributed"
        move "Y" to route-overflow
    end-if
    display "STATSPLIT: category " dst-code-work " not routed"
    add 1 to unrouted-count
    if urt-n < 100
        add 1 to urt-n
        move dst-code-work to urt-code(urt-n)
    end-if
end-if.

find-distmaster-entry.
move zero to dst-idx.
perform varying dst-search-i from 1 by 1 until dst-search-i > dst-n
    if dst-code(dst-search-i) = dst-code-work
        move dst-search-i to dst-idx
        move dst-n to dst-search-i
    end-if
end-perform.

add-recipient.
move zero to rcp-found.
perform varying rcp-idx from 1 by 1 until rcp-idx > rcp-n
    if rcp-id(rcp-idx) = rte-recipient(rte-n)
        move rcp-idx to rcp-found
    end-if
end-perform.
if rcp-found = zero
    add 1 to rcp-n
    move rte-recipient(rte-n) to rcp-id(rcp-n)
    if dst-idx = zero
        move "(default recipient)" to rcp-desc(rcp-n)
    else
        move dst-desc(dst-idx) to rcp-desc(rcp-n)
    end-if
end-if.

*> Lists each unowned category on the report and the distribution log.
log-unowned-category.
if rte-owned(rte-idx) = "N"
    move rte-code(rte-idx) to spu-rep-code
    move default-recipient to spu-rep-recipient
    display split-unowned-line
    write report-line from split-unowned-line
    move run-timestamp to dlg-timestamp
    move run-stamp to dlg-run-stamp
    move "UNOWNED" to dlg-kind
    move default-recipient to dlg-recipient
    move spaces to dlg-text
    string "category " rte-code(rte-idx)
        " has no owner on the distribution master"
        delimited by size into dlg-text
    end-string
    write distlog-line from distlog-detail-line
end-if.

*> Lists each category left unrouted on the report and the
*> distribution log.
log-unrouted-category.
move urt-code(urt-idx) to spn-rep-code.
display split-unrouted-line.
write report-line from split-unrouted-line.
move run-timestamp to dlg-timestamp.
move run-stamp to dlg-run-stamp.
move "NOROUTE" to dlg-kind.
move spaces to dlg-recipient, dlg-text.
string "category " urt-code(urt-idx)
    " not distributed; route table full"
    delimited by size into dlg-text
end-string.
write distlog-line from distlog-detail-line.

*> Counts the unrouted categories beyond those listed by code.
log-unrouted-remainder.
compute spm-rep-count = unrouted-count - urt-n.
display split-unrouted-more-line.
write report-line from split-unrouted-more-line.
move run-timestamp to dlg-timestamp.
move run-stamp to dlg-run-stamp.
move "NOROUTE" to dlg-kind.
move spaces to dlg-recipient, dlg-text.
string spm-rep-count " further categories not distributed;"
    " route table full"
    delimited by size into dlg-text
end-string.
write distlog-line from distlog-detail-line.

*> Writes one recipient's packet: heading, the categories it covers,
*> the report lines that are overall or theirs, then their exception
*> records; and logs the delivery.
write-one-packet.
perform set-packet-file-name.
open output packet-file.
if packet-file-status not = "00"
    display "STATSPLIT: unable to open packet " function trim(dynamic-packet-file-name)
    move 16 to return-code
    stop run
end-if.
move zero to packet-categories, packet-exceptions.
move rcp-id(rcp-idx) to pkr-rep-id.
move rcp-desc(rcp-idx) to pkr-rep-desc.
move run-stamp to pkn-rep-stamp.
move dynamic-smreport-file-name to pkn-rep-report.
write packet-line from packet-title-line.
write packet-line from packet-underline.
write packet-line from packet-recipient-line.
write packet-line from packet-run-line.
perform write-packet-category
    varying rte-idx from 1 by 1 until rte-idx > rte-n.
write packet-line from packet-underline.
perform write-packet-report-line
    varying rlt-idx from 1 by 1 until rlt-idx > rlt-n.
write packet-line from packet-exception-header.
open input exception-file.
if exception-file-status = "00"
    perform copy-packet-exception
        until eof-switch = 0
    close exception-file
    move 1 to eof-switch
end-if.
if packet-exceptions = 0
    write packet-line from packet-no-exception-line
end-if.
close packet-file.
add 1 to packet-count.
move rcp-id(rcp-idx) to spp-rep-recipient.
move packet-categories to spp-rep-categories.
move packet-exceptions to spp-rep-exceptions.
move dynamic-packet-file-name to spp-rep-file.
display split-packet-line.
write report-line from split-packet-line.
move run-timestamp to dlg-timestamp.
move run-stamp to dlg-run-stamp.
move "PACKET" to dlg-kind.
move rcp-id(rcp-idx) to dlg-recipient.
move spaces to dlg-text.
string function trim(dynamic-packet-file-name)
    " categories=" function trim(spp-rep-categories)
    " exceptions=" function trim(spp-rep-exceptions)
    delimited by size into dlg-text
end-string.
write distlog-line from distlog-detail-line.

set-packet-file-name.
move rcp-id(rcp-idx) to id-work.
perform check-id-work.
move spaces to dynamic-packet-file-name.
if run-stamp = spaces
    string "statsplit-" id-work(1:id-len) ".txt"
        delimited by size into dynamic-packet-file-name
    end-string
else
    string "statsplit-" id-work(1:id-len) "."
        run-stamp(1:stamp-len) ".txt"
        delimited by size into dynamic-packet-file-name
    end-string
end-if.

write-packet-category.
if rte-recipient(rte-idx) = rcp-id(rcp-idx)
    add 1 to packet-categories
    move rte-code(rte-idx) to pkc-rep-code
    if rte-owned(rte-idx) = "N"
        move "(no owner on master; sent as default)" to pkc-rep-note
    else
        move spaces to pkc-rep-note
    end-if
    write packet-line from packet-category-line
end-if.

*> An overall line goes in every packet; a tagged line only in the
*> packet of the recipient its category is routed to.
write-packet-report-line.
if rlt-tag(rlt-idx) = "****"
    write packet-line from rlt-text(rlt-idx)
else
    move rlt-tag(rlt-idx) to dst-code-work
    perform varying rte-idx from 1 by 1 until rte-idx > rte-n
        if rte-code(rte-idx) = dst-code-work
            and rte-recipient(rte-idx) = rcp-id(rcp-idx)
            write packet-line from rlt-text(rlt-idx)
        end-if
    end-perform
end-if.

copy-packet-exception.
move spaces to exception-input-record.
read exception-file into exception-input-record
    at end
        move 0 to eof-switch
    not at end
        if exception-input-record not = spaces
            perform varying rte-idx from 1 by 1 until rte-idx > rte-n
                if rte-code(rte-idx) = exi-category
                    and rte-recipient(rte-idx) = rcp-id(rcp-idx)
                    add 1 to packet-exceptions
                    write packet-line from exception-input-record
                end-if
            end-perform
        end-if
end-read.

*> Prints the run's counts to the screen and the report.
write-summary.
move packet-count to sum-packets.
move rte-n to sum-routed.
move unowned-count to sum-unowned.
move exceptions-read to sum-exceptions.
display packet-underline.
display summary-line-1.
display summary-line-2.
display summary-line-3.
display summary-line-4.
write report-line from packet-underline.
write report-line from summary-line-1.
write report-line from summary-line-2.
write report-line from summary-line-3.
write report-line from summary-line-4.
