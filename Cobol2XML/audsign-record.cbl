*>--- one internal-audit sample item (see audit-sample) and the
*>--- auditor's sign-off against it. the sample id is the month the
*>--- item was sampled for plus its RESULTIDX key. the job records
*>--- how the independent re-conversion came out; the auditor records
*>--- the decision (see audit-signoff): reviewed, exception raised,
*>--- or exception closed. an item stays unresolved - and is carried
*>--- on every later month's workpaper - while it is an open
*>--- exception, or the re-conversion disagreed and nobody has
*>--- decided on it yet
01  audit-signoff-record.
    05  as-sample-id.
        10  as-sample-month      pic x(06).
        10  as-feed-date         pic x(08).
        10  as-sequence          pic 9(07).
    05  as-selection             pic x(01).
        88  as-stratified                   value "S".
        88  as-over-threshold               value "T".
    05  as-source-system         pic x(08).
    05  as-amount-base           pic 9(02).
    05  as-amount-band           pic 9(01).
    05  as-amount                pic x(16).
    05  as-verify-result         pic x(01).
        88  as-verify-match                 value "M".
        88  as-verify-mismatch              value "E".
        88  as-verify-missing               value "N".
    05  as-verify-detail         pic x(40).
    05  as-decision              pic x(01).
        88  as-awaiting-review              value " ".
        88  as-reviewed                     value "R".
        88  as-exception-open               value "X".
        88  as-exception-closed             value "C".
    05  as-auditor               pic x(08).
    05  as-decision-date         pic x(08).
    05  as-note                  pic x(40).
