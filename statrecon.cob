       03 filler pic x(13).
*> Interface areas for the shared statcalc calculation subprogram;
*> the reconciliation only compares mean and standard deviation, so
*> neither the optional means, weighted mode nor paired figures are
*> ever requested.
01 calc-options.
    02 filler pic x value "N".
    02 filler pic x value "N".
    02 filler pic x value "N".
    02 filler pic x value "N".
    02 filler pic x value "N".
01 calc-results.
    02 calc-mean pic s9(6)v9(2).
    02 calc-std-dev pic s9(6)v9(2).
