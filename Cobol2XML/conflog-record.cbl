*>--- permanent confirmation-break trail (see confirm-match): one record
*>--- per discrepancy the nightly match found - an item only on our
*>--- side, only on the partner's, or on both with different amounts -
*>--- and one for a confirmation whose own trailer does not prove it.
*>--- charged to the source system of our item, or the one the
*>--- partner's confirmation named; blank when neither side says.
*>--- never rewritten, only extended
01  confirm-log-record.
    05  cl-run-date              pic x(08).
    05  cl-source-system         pic x(08).
    05  cl-feed-date             pic x(08).
    05  cl-break-type            pic x(08).
        88  cl-ours-only                    value "OURSONLY".
        88  cl-theirs-only                  value "THRSONLY".
        88  cl-amount-differs               value "AMOUNT".
        88  cl-confirm-short                value "SHORT".
    05  cl-account-id            pic x(18).
    05  cl-our-amount            pic 9(30)v9(08).
    05  cl-their-amount          pic 9(30)v9(08).
