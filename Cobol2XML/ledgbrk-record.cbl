*>--- one open ledger tie-out break (see ledger-tieout), keyed on the
*>--- account: the cumulative ACCTPOS position and the ledger balance
*>--- disagree beyond the tolerance, or the account is on one side
*>--- only. the first-seen date is the as-of date the break first
*>--- appeared on and never moves while the break stays open - the
*>--- break ages from it. the record is deleted the night the two
*>--- sides agree again
01  ledger-break-record.
    05  bk-account-id            pic x(18).
    05  bk-break-type            pic x(01).
        88  bk-amount-break                 value "D".
        88  bk-ledger-only                  value "L".
        88  bk-position-only                value "P".
*>--- the ledger's currency for the account; blank on a position-only
*>--- break - ACCTPOS carries none
    05  bk-currency-code         pic x(03).
    05  bk-ledger-balance        pic s9(30)v9(08).
    05  bk-position-total        pic s9(30)v9(08).
*>--- position less ledger, as at the last-seen date
    05  bk-difference            pic s9(30)v9(08).
    05  bk-first-seen-date       pic x(08).
    05  bk-last-seen-date        pic x(08).
    05  bk-last-run-date         pic x(08).
