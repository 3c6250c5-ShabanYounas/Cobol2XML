*>--- partner settlement history: one record per source system and
*>--- currency for every settlement issued (see partner-settle) -
*>--- never rewritten, only extended. a period with records here is
*>--- settled; issuing it again is a restatement, numbered on from
*>--- the last issue and naming the control reference it replaces
01  settlement-history-record.
    05  sh-period-id             pic x(06).
*>--- 00 the original settlement, 01 onwards its restatements
    05  sh-issue-number          pic 9(02).
    05  sh-source-system         pic x(08).
    05  sh-currency-code         pic x(03).
*>--- the reference printed on the partner's statement, which the
*>--- partner's settlement confirmation quotes back
    05  sh-control-ref           pic x(16).
    05  sh-opening-amount        pic s9(30)v9(08)
                                  sign is leading separate.
    05  sh-net-due               pic s9(30)v9(08)
                                  sign is leading separate.
    05  sh-item-count            pic 9(07).
    05  sh-issue-date            pic x(08).
    05  sh-operator-id           pic x(08).
    05  sh-restated-ref          pic x(16).
