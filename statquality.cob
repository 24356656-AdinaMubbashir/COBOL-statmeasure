77 exc-found pic x value "N".
77 np-count pic s9(9) value zero.
77 nw-count pic s9(9) value zero.
77 ny-count pic s9(9) value zero.
77 uc-count pic s9(9) value zero.
77 or-count pic s9(9) value zero.
77 advisory-total pic s9(9) value zero.
    02 rep-np pic zzzzzz9.
    02 filler pic x(5) value " NW= ".
    02 rep-nw pic zzzzzz9.
    02 filler pic x(5) value " NY= ".
    02 rep-ny pic zzzzzz9.
01 category-rate-line.
    02 filler pic x(10) value " category=".
    02 cat-rep-code pic x(4).
                add 1 to np-count
            when "NW"
                add 1 to nw-count
            when "NY"
                add 1 to ny-count
            when "UC"
                add 1 to uc-count
                add 1 to advisory-total
    write report-line from advisory-rate-line
    move np-count to rep-np
    move nw-count to rep-nw
    move ny-count to rep-ny
    display domain-reject-line
    write report-line from domain-reject-line
end-if.
