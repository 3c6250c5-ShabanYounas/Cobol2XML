*>--- entries subtract, bypassed items pass through without posting
*>--- a position, everything else adds. the POSCTL marker refuses a
*>--- same-day second run (RC=20) so a rerun cannot double a night
*>--- into the positions.
*>--- positions key on our internal account number, so one real
*>--- account is one position whichever partner id or base it came in
*>--- under; a record from before account resolution carries none and
*>--- books under the partner's id as it always did.
*>--- an item books under its posting date (a prior-period adjustment
*>--- is already rebooked into the open period by the conversion run).
*>--- alongside each position the run keeps the partner's settlement
*>--- position on SETLPOS (source, currency, booking date, feed, night
*>--- posted - gross items, reversals and adjustments apart), which
*>--- the monthly partner settlement reads.
*>--- each position also keeps a reporting-currency total from the
*>--- conversion run's valuation; an item whose valuation was held is
*>--- counted on the position instead, and adds nothing to it.
*>--- an item whose date falls in a closing or closed period, or that
*>--- would touch a frozen record, is refused: listed on the report,
*>--- with a PERIOD-LOCK alert - a closed month changes only after an
*>--- authorized reopen (PERCLOSE). the refused item is not lost: it
*>--- goes to the position suspense file, which every run works
*>--- first - what has been reopened since books to its own month and
*>--- comes off, the rest is carried to the replacement file the job
*>--- swaps in. so the run itself has done its work and ends RC=4, a
*>--- warning, not a failure that would hold the rest of the night
environment division.
input-output section.
file-control.
        record key is ap-position-key
        file status is account-position-status.

    select settlement-position
        assign to "SETLPOS"
        organization is indexed
        access mode is random
        record key is sp-position-key
        file status is settlement-position-status.

*>--- single-record marker of the last update run, the same duplicate
*>--- discipline RUNCTL gives the conversion run
    select position-control
        assign to "POSRPT"
        organization is line sequential.

*>--- refused items waiting on a reopen (see possusp-record), and the
*>--- replacement the run carries the still-locked ones to; optional -
*>--- the first run starts the file
    select optional position-suspense
        assign to "POSSUSP"
        organization is line sequential
        file status is position-suspense-status.

    select suspense-redo
        assign to "POSSNEW"
        organization is line sequential.

*>--- accounting period control (see period-check); optional - with no
*>--- period file every month is open
    select optional period-file
        assign to "PERIODS"
        organization is line sequential
        file status is period-file-status.

*>--- suite-wide alert queue and its rules table (see alert-queue);
*>--- both optional - alerting must never hold up the work
    select optional alert-queue
        assign to "ALERTQ"
        organization is line sequential
        file status is alert-queue-status.

    select optional alert-rules
        assign to "ALRULES"
        organization is line sequential
        file status is alert-rules-status.

*>--- the shared night-cycle status board (see cycle-stamp); optional
*>--- so the first night of a new cycle starts the board itself
    select optional cycle-status
fd  account-position.
copy "acctpos-record.cbl".

fd  settlement-position.
copy "setlpos-record.cbl".

fd  position-control.
01  position-control-record.
    05  po-last-update           pic x(08).
fd  position-report.
01  position-report-record       pic x(80).

fd  position-suspense.
copy "possusp-record.cbl".

fd  suspense-redo.
01  suspense-redo-record         pic x(542).

fd  period-file.
copy "period-record.cbl".

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

fd  cycle-status.
copy "cyclestat-record.cbl".

working-storage section.
copy "cycle-work.cbl".
copy "alert-work.cbl".
copy "period-work.cbl".

01  position-switches.
    05  released-eof-switch      pic x(01)  value "N".
        88  position-opened                 value "Y".
    05  released-open-switch     pic x(01)  value "N".
        88  released-opened                 value "Y".
    05  settlement-open-switch   pic x(01)  value "N".
        88  settlement-opened               value "Y".
    05  settlement-found-switch  pic x(01)  value "N".
        88  settlement-found                value "Y".
    05  suspense-eof-switch      pic x(01)  value "Y".
        88  end-of-suspense                 value "Y".
    05  suspense-open-switch     pic x(01)  value "N".
        88  suspense-opened                 value "Y".
    05  redrive-switch           pic x(01)  value "N".
        88  redriving-suspense              value "Y".
    05  item-refused-switch      pic x(01)  value "N".
        88  item-refused                    value "Y".

01  released-status              pic x(02)  value spaces.
01  account-position-status     pic x(02)  value spaces.
01  settlement-position-status  pic x(02)  value spaces.
01  position-control-status      pic x(02)  value spaces.
01  position-suspense-status     pic x(02)  value spaces.

01  position-run-date            pic x(08)  value spaces.
01  position-run-time            pic x(06)  value spaces.
01  records-read-count           pic 9(07)  value zero.
01  positions-added-count        pic 9(07)  value zero.
01  positions-updated-count      pic 9(07)  value zero.
01  reversal-count               pic 9(07)  value zero.
01  bypassed-skip-count          pic 9(07)  value zero.
01  period-refused-count         pic 9(07)  value zero.
01  valuation-held-count         pic 9(07)  value zero.
01  suspense-redriven-count      pic 9(07)  value zero.
01  suspense-posted-count        pic 9(07)  value zero.
01  suspense-held-count          pic 9(07)  value zero.
01  suspense-refused-date        pic x(08)  value spaces.
01  booking-date                 pic x(08)  value spaces.
01  position-account             pic x(18)  value spaces.
01  refused-amount-edited        pic -(29)9.9(08).
01  report-line                  pic x(80).

procedure division.
0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    perform 1500-redrive-suspense thru 1500-redrive-suspense-ex
        until end-of-suspense.
    perform 2000-post-one-record thru 2000-post-one-record-ex
        until end-of-released.
    perform 9000-terminate thru 9000-terminate-ex.
1000-initialize.

    move function current-date(1:8) to position-run-date.
    move function current-date(9:6) to position-run-time.

    move "ACCTPOS" to cycle-job-name.
    perform 9010-stamp-cycle-start thru 9010-stamp-cycle-start-ex.

    move "ACCTPOS" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.
    perform load-period-table thru load-period-table-ex.

    open output position-report.

*>--- a second run against the same day's released file would add the
          move 12 to return-code
       else
          set position-opened to true
          open i-o settlement-position
          if settlement-position-status not = "00"
             open output settlement-position
             close settlement-position
             open i-o settlement-position
          end-if
          if settlement-position-status not = "00"
             display "ACCT-POSITION: SETTLEMENT POSITIONS UNAVAILABLE "
                     "(STATUS " settlement-position-status
                     ") - RUN STOPPED"
             set end-of-released to true
             move 12 to return-code
          else
          set settlement-opened to true
          open input released-in
          if released-status not = "00"
             display "ACCT-POSITION: NO RELEASED FILE (STATUS "
             move 12 to return-code
          else
             set released-opened to true
             perform 1400-open-suspense thru 1400-open-suspense-ex
             perform 2100-read-released thru 2100-read-released-ex
          end-if
          end-if
       end-if
    end-if.

1000-initialize-ex.
    exit.

1400-open-suspense.

*>--- the suspense file is always copied whole, so the replacement is
*>--- written even on a night with nothing waiting
    open input position-suspense.
    open output suspense-redo.
    set suspense-opened to true.
    if position-suspense-status = "00"
             or position-suspense-status = "05"
       move "N" to suspense-eof-switch
       perform 1550-read-suspense thru 1550-read-suspense-ex
    end-if.

1400-open-suspense-ex.
    exit.

1500-redrive-suspense.

*>--- a waiting item goes through the same booking as a released one,
*>--- under the date it was refused on; still locked, it is carried
*>--- to the replacement with its first refusal date kept
    add 1 to suspense-redriven-count.
    move ps-trans-image  to trans-out-record.
    move ps-refused-date to suspense-refused-date.
    move "N" to item-refused-switch.
    set redriving-suspense to true.

    perform 2200-apply-to-position thru 2200-apply-to-position-ex.

    if not item-refused
       add 1 to suspense-posted-count
    end-if.
    move "N" to redrive-switch.

    perform 1550-read-suspense thru 1550-read-suspense-ex.

1500-redrive-suspense-ex.
    exit.

1550-read-suspense.

    read position-suspense
        at end
            set end-of-suspense to true
    end-read.

1550-read-suspense-ex.
    exit.

2000-post-one-record.

    add 1 to records-read-count.

2200-apply-to-position.

    if to-posting-date = spaces
       move to-feed-date    to booking-date
    else
       move to-posting-date to booking-date
    end-if.

    if to-internal-account numeric and to-internal-account > zero
       move to-internal-account to position-account
    else
       move to-account-id       to position-account
    end-if.

*>--- a closing or closed period takes no new movement at all
    move booking-date to period-check-date.
    perform find-period thru find-period-ex.
    if period-check-locked
       perform 2300-refuse-locked-item thru 2300-refuse-locked-item-ex
       go to 2200-apply-to-position-ex
    end-if.

    move "N" to position-found-switch.
    move position-account to ap-account-id.
    move booking-date  to ap-feed-date.
    read account-position
        invalid key
            continue
            set position-found to true
    end-read.

    if position-found and ap-frozen
       perform 2300-refuse-locked-item thru 2300-refuse-locked-item-ex
       go to 2200-apply-to-position-ex
    end-if.

    if not position-found
       move position-account  to ap-account-id
       move booking-date      to ap-feed-date
       move to-source-system  to ap-source-system
       move zero              to ap-item-count
       move zero              to ap-amount-total
       move zero              to ap-scaled-total
       move space             to ap-period-state
       move zero              to ap-reporting-total
       move zero              to ap-held-count
    end-if.
    if ap-reporting-total not numeric
       move zero to ap-reporting-total
    end-if.
    if ap-held-count not numeric
       move zero to ap-held-count
    end-if.

    add 1 to ap-item-count.
       add to-amount-scaled to ap-scaled-total
    end-if.

    if to-valuation-done
       if to-status(1:8) = "REVERSAL"
          subtract to-reporting-amount from ap-reporting-total
       else
          add to-reporting-amount to ap-reporting-total
       end-if
    else
    if to-valuation-held
       add 1 to ap-held-count
       add 1 to valuation-held-count
    end-if
    end-if.

    if position-found
       add 1 to positions-updated-count
       rewrite account-position-record
       end-write
    end-if.

    perform 2400-apply-to-settlement thru 2400-apply-to-settlement-ex.

2200-apply-to-position-ex.
    exit.

2300-refuse-locked-item.

    set item-refused to true.
    if redriving-suspense
       add 1 to suspense-held-count
       if suspense-held-count = 1
          move "*** SUSPENSE ITEMS STILL LOCKED - KEPT ON POSSUSP ***"
               to report-line
          write position-report-record from report-line
       end-if
    else
       add 1 to period-refused-count
       move position-run-date to suspense-refused-date
       if period-refused-count = 1
          move "*** ITEMS REFUSED - PERIOD CLOSED OR FROZEN - TO POSSUSP"
               to report-line
          write position-report-record from report-line
       end-if
    end-if.
    move to-amount-number to refused-amount-edited.
    move spaces to report-line.
    string "  "                   delimited by size
           booking-date           delimited by size
           " "                    delimited by size
           position-account       delimited by size
           " "                    delimited by size
           refused-amount-edited  delimited by size
           into report-line
    end-string.
    write position-report-record from report-line.

    move trans-out-record      to ps-trans-image.
    move booking-date          to ps-booking-date.
    move position-account      to ps-position-account.
    move suspense-refused-date to ps-refused-date.
    move position-run-date     to ps-retry-date.
    write suspense-redo-record from position-suspense-record.

2300-refuse-locked-item-ex.
    exit.

2400-apply-to-settlement.

*>--- the partner's side of the same item: one record per source,
*>--- currency, booking date, feed and posting night, the kinds of
*>--- item kept apart the way the settlement statement shows them
    move "N" to settlement-found-switch.
    move to-source-system  to sp-source-system.
    move to-currency-code  to sp-currency-code.
    move booking-date      to sp-booking-date.
    move to-feed-date      to sp-feed-date.
    move position-run-date to sp-post-date.
    read settlement-position
        invalid key
            continue
        not invalid key
            set settlement-found to true
    end-read.

    if not settlement-found
       move to-source-system  to sp-source-system
       move to-currency-code  to sp-currency-code
       move booking-date      to sp-booking-date
       move to-feed-date      to sp-feed-date
       move position-run-date to sp-post-date
       move position-run-time to sp-post-time
       move zero to sp-gross-count    sp-gross-total
                    sp-reversal-count sp-reversal-total
                    sp-adjust-count   sp-adjust-total
    end-if.

    if to-status(1:8) = "REVERSAL"
       add 1 to sp-reversal-count
       add to-amount-scaled to sp-reversal-total
    else
    if to-status(1:10) = "ADJUSTMENT"
       add 1 to sp-adjust-count
       add to-amount-scaled to sp-adjust-total
    else
       add 1 to sp-gross-count
       add to-amount-scaled to sp-gross-total
    end-if
    end-if.

    if settlement-found
       rewrite settlement-position-record
           invalid key
               display "ACCT-POSITION: SETTLEMENT REWRITE FAILED, "
                       "STATUS " settlement-position-status
                       " KEY " sp-position-key
       end-rewrite
    else
       write settlement-position-record
           invalid key
               display "ACCT-POSITION: SETTLEMENT WRITE FAILED, "
                       "STATUS " settlement-position-status
                       " KEY " sp-position-key
       end-write
    end-if.

2400-apply-to-settlement-ex.
    exit.

9000-terminate.

    if released-opened
    if position-opened
       close account-position
    end-if.
    if settlement-opened
       close settlement-position
    end-if.
    if suspense-opened
       if position-suspense-status = "00"
                or position-suspense-status = "05"
                or position-suspense-status = "10"
          close position-suspense
       end-if
       close suspense-redo
    end-if.

    if not duplicate-update-run and return-code < 12

              into report-line
       end-string
       write position-report-record from report-line

       if valuation-held-count > 0
          move spaces to report-line
          string "VALUATIONS HELD:   " delimited by size
                 valuation-held-count  delimited by size
                 "  (IN NATIVE TOTALS ONLY)" delimited by size
                 into report-line
          end-string
          write position-report-record from report-line
       end-if

       if suspense-redriven-count > 0
          move spaces to report-line
          string "SUSPENSE RETRIED:  "  delimited by size
                 suspense-redriven-count delimited by size
                 "  POSTED: "           delimited by size
                 suspense-posted-count  delimited by size
                 "  STILL LOCKED: "     delimited by size
                 suspense-held-count    delimited by size
                 into report-line
          end-string
          write position-report-record from report-line
       end-if

       if period-refused-count > 0
          move spaces to report-line
          string "REFUSED (PERIOD LOCKED): " delimited by size
                 period-refused-count        delimited by size
                 " - HELD ON POSSUSP"        delimited by size
                 into report-line
          end-string
          write position-report-record from report-line
       end-if
    end-if.

*>--- the items are suspensed, not lost - a warning for the night,
*>--- which must not stop the jobs that depend on the positions
    if period-refused-count > 0 and return-code < 4
       move 4 to return-code
       move "PERIOD-LOCK"  to alert-condition
       move spaces         to alert-source
       move "WARN"         to alert-severity
       move "TICKET"       to alert-action
       move zero           to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string period-refused-count delimited by size
              " ITEM(S) REFUSED - PERIOD CLOSED - HELD ON POSSUSP"
                                   delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

    close position-report.
    else
    if return-code >= 12
       move "POSITION UPDATE COULD NOT RUN" to cycle-message
    else
    if period-refused-count > 0
       move "POSITIONS UPDATED - LOCKED-PERIOD ITEMS REFUSED"
            to cycle-message
    else
       move "ACCOUNT POSITIONS UPDATED" to cycle-message
    end-if
    end-if
    end-if.
    perform 9020-stamp-cycle-end thru 9020-stamp-cycle-end-ex.

    exit.

copy "cycle-stamp.cbl".
copy "alert-queue.cbl".
copy "period-check.cbl".

end program acct-position.
