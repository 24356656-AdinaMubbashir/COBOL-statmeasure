*> is the caller's contract to honor when it asks for them. Weighted
*> mode likewise trusts the caller to have rejected zero or negative
*> weights at intake, as statmeasure does.
*>
*> When the paired option flag is "Y" the caller also passes a second
*> table holding each row's second value (y, eight digits, two implied
*> decimals, one entry per value-table entry) and a paired results
*> area, and gets back the mean and standard deviation of y, the
*> covariance of x and y, the Pearson correlation coefficient and the
*> least-squares line y = intercept + slope * x, weight-adjusted in
*> weighted mode like everything else. Callers that never ask for
*> paired results pass neither of the two extra areas. The correlation
*> needs both x and y to vary, and calc-pair-defined comes back "N"
*> with a zero correlation when either does not; the slope needs x to
*> vary, and is zero (the line flat at the mean of y) when it does not.

data division.
working-storage section.
77 wsr pic s9(15)v9(8).
77 wsx2 pic 9(31)v9(2).
77 wlogx pic s9(15)v9(8).
77 pair-w pic 9(6)v9(2).
77 sum-wy pic s9(19)v9(2).
77 pair-sxx pic 9(31)v9(4).
77 pair-syy pic 9(31)v9(4).
77 pair-sxy pic s9(31)v9(4).
77 pair-mean-x pic s9(6)v9(6).
77 pair-mean-y pic s9(6)v9(6).

linkage section.
01 calc-n pic s9(7).
    02 calc-opt-root-square pic x.
    02 calc-opt-geometric pic x.
    02 calc-opt-weighted pic x.
    02 calc-opt-paired pic x.
01 calc-value-table.
    02 calc-value-entry occurs 1 to 1000000 times
       depending on calc-n.
    02 calc-root-square-mean pic s9(6)v9(2).
    02 calc-geometric-mean pic s9(6)v9(2).
    02 calc-weighted-n pic s9(13)v9(2).
01 calc-y-table.
    02 calc-y-entry occurs 1 to 1000000 times
       depending on calc-n.
       03 calc-y pic s9(6)v9(2).
01 calc-paired-results.
    02 calc-mean-y pic s9(6)v9(2).
    02 calc-std-dev-y pic s9(6)v9(2).
    02 calc-covariance pic s9(12)v9(4).
    02 calc-correlation pic s9(1)v9(6).
    02 calc-slope pic s9(9)v9(6).
    02 calc-intercept pic s9(12)v9(4).
    02 calc-pair-defined pic x.

*> Performs the calculations
procedure division using calc-n, calc-options,
    calc-value-table, calc-results,
    calc-y-table, calc-paired-results.
move zero to calc-mean, calc-std-dev, calc-harmonic-mean,
    calc-root-square-mean, calc-geometric-mean, calc-weighted-n.
if calc-n < 1
        perform calculate-geometric-mean
    end-if
end-if.
if calc-opt-paired = "Y"
    perform calculate-paired
end-if.
goback.

*> Calculation for mean
end-perform.
compute calc-geometric-mean rounded =
    function exp(wlogx / total-weight).

*> Calculation for the paired figures: the mean of y, then one more
*> pass for the sums of squares and cross-products about the two
*> means (two-pass, like the standard deviation above), from which
*> the covariance, correlation and least-squares line all follow. The
*> weight of every row is one outside weighted mode.
calculate-paired.
move zero to calc-mean-y, calc-std-dev-y, calc-covariance,
    calc-correlation, calc-slope, calc-intercept.
move "N" to calc-pair-defined.
move zero to sum-wy, sum-wx.
perform varying i from 1 by 1 until i > calc-n
    perform set-pair-weight
    compute sum-wx = sum-wx + pair-w * calc-x(i)
    compute sum-wy = sum-wy + pair-w * calc-y(i)
end-perform.
compute pair-mean-x rounded = sum-wx / calc-weighted-n.
compute pair-mean-y rounded = sum-wy / calc-weighted-n.
compute calc-mean-y rounded = pair-mean-y.
move zero to pair-sxx, pair-syy, pair-sxy.
perform varying i from 1 by 1 until i > calc-n
    perform set-pair-weight
    compute pair-sxx = pair-sxx
        + pair-w * (calc-x(i) - pair-mean-x) ** 2
    compute pair-syy = pair-syy
        + pair-w * (calc-y(i) - pair-mean-y) ** 2
    compute pair-sxy = pair-sxy
        + pair-w * (calc-x(i) - pair-mean-x) * (calc-y(i) - pair-mean-y)
end-perform.
compute calc-std-dev-y rounded = (pair-syy / calc-weighted-n) ** 0.5.
compute calc-covariance rounded = pair-sxy / calc-weighted-n.
if pair-sxx = zero
    move pair-mean-y to calc-intercept
else
    compute calc-slope rounded = pair-sxy / pair-sxx
    compute calc-intercept rounded =
        pair-mean-y - pair-sxy / pair-sxx * pair-mean-x
    if pair-syy not = zero
        move "Y" to calc-pair-defined
        compute calc-correlation rounded =
            pair-sxy / (function sqrt(pair-sxx) * function sqrt(pair-syy))
    end-if
end-if.

set-pair-weight.
if calc-opt-weighted = "Y"
    move calc-weight(i) to pair-w
else
    move 1 to pair-w
end-if.
