*>--- against the night it arrives, which can stand alone negative
*>--- until month-end nets it off
01  account-position-record.
*>--- the account is our internal account number (ACCTMAST) left-
*>--- justified; positions built before account resolution carry the
*>--- partner's own id instead
    05  ap-position-key.
        10  ap-account-id        pic x(18).
        10  ap-feed-date         pic x(08).
    05  ap-item-count            pic 9(07).
    05  ap-amount-total          pic s9(30)v9(08).
    05  ap-scaled-total          pic s9(30)v9(08).
*>--- "F" once the month-end close has frozen the record: its period
*>--- is signed off and nothing may change it until an authorized,
*>--- logged reopen thaws it again
    05  ap-period-state          pic x(01).
        88  ap-frozen                       value "F".
*>--- the same movement in the reporting currency (FXRATES), and the
*>--- items whose valuation was held for want of a rate - those are in
*>--- the native totals but not yet in the reporting one. records from
*>--- before valuation carry neither and read as zero
    05  ap-reporting-total       pic s9(30)v9(08).
    05  ap-held-count            pic 9(07).
