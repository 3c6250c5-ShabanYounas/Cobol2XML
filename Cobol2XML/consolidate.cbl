copy "splitctl-record.cbl".

fd  ptout-1.
01  ptout-1-record               pic x(480).
fd  ptout-2.
01  ptout-2-record               pic x(480).
fd  ptout-3.
01  ptout-3-record               pic x(480).
fd  ptout-4.
01  ptout-4-record               pic x(480).
fd  ptout-5.
01  ptout-5-record               pic x(480).
fd  ptout-6.
01  ptout-6-record               pic x(480).
fd  ptout-7.
01  ptout-7-record               pic x(480).
fd  ptout-8.
01  ptout-8-record               pic x(480).

fd  pctl-1.
01  pctl-1-record                pic x(60).
    05  pc-reject-count          pic 9(05).
    05  pc-hash-total            pic 9(16).

01  ptout-work                   pic x(480) value spaces.
*>--- the verify pass must not touch the TRANSOUT record area (the
*>--- file is not open until the merge) - this view carries the three
*>--- converted values the hash folds, at their transout-record
01  ack-merge-accepted           pic 9(07)  value zero.
01  ack-merge-rejected           pic 9(07)  value zero.
01  ack-merge-bypassed           pic 9(07)  value zero.
01  ack-merge-held               pic 9(07)  value zero.
01  ack-merge-warehoused         pic 9(07)  value zero.
01  ack-merge-sequence           pic 9(07)  value zero.
01  ack-merge-total-count        pic 9(07)  value zero.

       move to-target-char     to ri-target-char
       move to-status          to ri-status
       move to-source-system   to ri-source-system
       move to-internal-account to ri-internal-account
       move to-valuation-state  to ri-valuation-state
       move to-reporting-amount to ri-reporting-amount
       move to-fx-rate          to ri-fx-rate
       move to-fx-rate-date     to ri-fx-rate-date
       move to-lineage-id       to ri-lineage-id
       move to-currency-code    to ri-currency-code
       move to-amount-scaled    to ri-amount-scaled
       write result-index-record
           invalid key
               rewrite result-index-record
    write ack-record.

    move zero to ack-merge-accepted ack-merge-rejected
                 ack-merge-bypassed ack-merge-held
                 ack-merge-warehoused ack-merge-sequence.

    perform varying partition-sub from 1 by 1
            until partition-sub > expected-partitions
    move ack-merge-accepted to ak-accepted-count.
    move ack-merge-rejected to ak-rejected-count.
    move ack-merge-bypassed to ak-bypassed-count.
    move ack-merge-held     to ak-held-count.
    move ack-merge-warehoused to ak-warehoused-count.
    write ack-record.

5100-merge-one-feed-ack-ex.
                  add 1 to ack-merge-accepted
             when "BYPASSED"
                  add 1 to ack-merge-bypassed
             when "SUSPDUP"
                  add 1 to ack-merge-held
             when "WAREHSD"
                  add 1 to ack-merge-warehoused
             when other
                  add 1 to ack-merge-rejected
          end-evaluate
