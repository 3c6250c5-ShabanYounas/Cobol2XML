identification division.
program-id. warehouse-release.

*>--- the nightly value-date release: runs after the conversion and
*>--- before the balance check, and feeds every warehoused item whose
*>--- value date has come into the night's posting. a released item is
*>--- appended to TRANSOUT with the release date as its posting date,
*>--- valued into the reporting currency at that date's rate, indexed
*>--- on the result history under the id it was warehoused with, and
*>--- booked onto a CTLTOTAL balancing record for its own feed - the
*>--- feed it arrived in already counted it with its rejects, so one
*>--- still on tonight's totals moves it across, and an older feed
*>--- gets a balancing record of its own for what releases tonight.
*>--- the release runs only on a business day (a run date on the
*>--- processing calendar, or a weekday past the calendar's end); on
*>--- any other day it releases nothing and says so, so an item due on
*>--- a holiday or weekend waits for the next business day. items not
*>--- yet due have their due date re-rolled against tonight's calendar
*>--- so WHINQ's due report follows any calendar change. every
*>--- warehouse record flows to WHREDO - which the job makes the new
*>--- warehouse - with its lifecycle updated: released "R", the rest
*>--- as they stood.
*>--- SYSIN control cards (optional):
*>---     RUNDATE=YYYYMMDD  the business date to release for - by
*>---                       default today's date
environment division.
input-output section.
file-control.
    select optional warehouse-file
        assign to "WAREHSE"
        organization is line sequential
        file status is warehouse-status.

    select warehouse-redo
        assign to "WHREDO"
        organization is line sequential.

    select trans-out
        assign to "TRANSOUT"
        organization is line sequential.

    select control-total
        assign to "CTLTOTAL"
        organization is line sequential
        file status is control-total-status.

    select result-index
        assign to "RESULTIX"
        organization is indexed
        access mode is dynamic
        record key is ri-result-key
        alternate record key is ri-account-id
            with duplicates
        file status is result-index-status.

*>--- processing calendar (see calendar-record and busday-check) -
*>--- optional: with none, monday to friday are business days
    select optional calendar-file
        assign to "CALENDAR"
        organization is line sequential
        file status is calendar-status.

*>--- dated FX rates to the reporting currency (see fxrate-check) - a
*>--- released item is valued at its release date
    select fx-rate-file
        assign to "FXRATES"
        organization is indexed
        access mode is random
        record key is fx-rate-key
        file status is fx-rate-status.

    select release-parms
        assign to "SYSIN"
        organization is line sequential
        file status is release-parms-status.

    select release-report
        assign to "WHRPT"
        organization is line sequential.

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
        assign to "CYCLESTA"
        organization is line sequential
        file status is cycle-status-status.

*>--- item lineage history (see lineage-record) - the release is an
*>--- event in the item's story; optional, never holds up the work
    select optional lineage-file
        assign to "LINEAGE"
        organization is indexed
        access mode is dynamic
        record key is ln-event-key
        alternate record key is ln-item-key
            with duplicates
        file status is lineage-status.

data division.
file section.
fd  warehouse-file.
copy "warehouse-record.cbl".

fd  warehouse-redo.
01  warehouse-redo-record        pic x(659).

fd  trans-out.
copy "transout-record.cbl".

fd  control-total.
copy "ctltotal-record.cbl".

fd  result-index.
copy "residx-record.cbl".

fd  calendar-file.
copy "calendar-record.cbl".

fd  fx-rate-file.
copy "fxrate-record.cbl".

fd  release-parms.
01  release-parms-record         pic x(80).

fd  release-report.
01  release-report-record        pic x(100).

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

fd  cycle-status.
copy "cyclestat-record.cbl".

fd  lineage-file.
copy "lineage-record.cbl".

working-storage section.
copy "cycle-work.cbl".
copy "hash-work.cbl".
copy "alert-work.cbl".
copy "fxrate-work.cbl".
copy "busday-work.cbl".
copy "lineage-work.cbl".

01  release-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  warehouse-eof-switch     pic x(01)  value "N".
        88  end-of-warehouse                value "Y".
    05  control-total-eof-sw     pic x(01)  value "N".
        88  end-of-control-total            value "Y".
    05  ctl-match-switch         pic x(01)  value "N".
        88  ctl-matched                     value "Y".
    05  result-index-switch      pic x(01)  value "N".
        88  result-index-open               value "Y".
    05  release-day-switch       pic x(01)  value "N".
        88  release-day                     value "Y".

01  warehouse-status             pic x(02)  value spaces.
01  control-total-status         pic x(02)  value spaces.
01  result-index-status          pic x(02)  value spaces.
01  calendar-status              pic x(02)  value spaces.
01  release-parms-status         pic x(02)  value spaces.

01  release-date                 pic x(08)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.

01  ctl-entry-count              pic 9(02)  value zero.
01  ctl-use                      pic 9(02)  value zero.
01  ctl-feed-table.
    05  ctl-entry                occurs 20 times
                                  indexed by ctl-idx.
        10  cte-feed-date        pic x(08).
        10  cte-source           pic x(08).
        10  cte-records          pic 9(07).
        10  cte-rejects          pic 9(05).
        10  cte-hash             pic 9(16).

01  warehouse-read-count         pic 9(07)  value zero.
01  released-count               pic 9(07)  value zero.
01  still-warehoused-count       pic 9(07)  value zero.
01  not-released-count           pic 9(05)  value zero.
01  not-indexed-count            pic 9(05)  value zero.
01  history-carried-count        pic 9(07)  value zero.
01  late-ctl-count               pic 9(02)  value zero.
01  item-outcome                 pic x(50)  value spaces.
01  report-line                  pic x(100).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    perform 2000-work-warehouse thru 2000-work-warehouse-ex
        until end-of-warehouse.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to release-date.

    move "WHREL" to cycle-job-name.
    perform 9010-stamp-cycle-start thru 9010-stamp-cycle-start-ex.

    move "WHREL" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    perform 1100-read-parms thru 1100-read-parms-ex.

    perform load-business-days thru load-business-days-ex.
    move release-date to business-day-date.
    perform check-business-day thru check-business-day-ex.
    if business-day-found
       set release-day to true
    end-if.

    open output release-report.
    move spaces to report-line.
    string "COBOL2XML VALUE-DATE WAREHOUSE RELEASE - " delimited by size
           release-date               delimited by size
           into report-line
    end-string.
    write release-report-record from report-line.
    move spaces to report-line.
    write release-report-record from report-line.
    if not release-day
       move spaces to report-line
       string release-date            delimited by size
              " IS NOT A BUSINESS DAY - NOTHING RELEASED"
                                      delimited by size
              into report-line
       end-string
       write release-report-record from report-line
       display "WAREHOUSE-RELEASE: " release-date
               " IS NOT A BUSINESS DAY - NOTHING RELEASED"
    end-if.

    perform 1200-load-control-totals thru 1200-load-control-totals-ex.

    open input warehouse-file.
    if warehouse-status not = "00"
       display "WAREHOUSE-RELEASE: WAREHOUSE UNAVAILABLE (STATUS "
               warehouse-status ") - NOTHING TO RELEASE"
       set end-of-warehouse to true
    end-if.
    open output warehouse-redo.
*>--- always append: the night's output is already sitting in
*>--- TRANSOUT and the released items join it
    open extend trans-out.

    open i-o result-index.
    if result-index-status = "00"
       set result-index-open to true
    else
       display "WAREHOUSE-RELEASE: RESULT INDEX UNAVAILABLE (STATUS "
               result-index-status ") - RELEASED ITEMS NOT INDEXED"
    end-if.

    perform open-fx-rates thru open-fx-rates-ex.

    move "WHREL" to lineage-job-name.
    perform open-lineage thru open-lineage-ex.

    if not end-of-warehouse
       perform 2100-read-warehouse thru 2100-read-warehouse-ex
    end-if.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input release-parms.
    if release-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if release-parms-status = "00" or release-parms-status = "10"
       close release-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read release-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and release-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring release-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "RUNDATE"
               if parm-value(1:8) numeric
                        and function test-date-yyyymmdd(
                                function numval( parm-value(1:8) ) ) = 0
                  move parm-value(1:8) to release-date
               else
                  display "WAREHOUSE-RELEASE: CARD IGNORED: "
                          release-parms-record
               end-if
          when other
               display "WAREHOUSE-RELEASE: UNRECOGNIZED CONTROL CARD: "
                       release-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1200-load-control-totals.

    open input control-total.
    if control-total-status = "00"
       perform 1250-read-control-total thru 1250-read-control-total-ex
           until end-of-control-total
       close control-total
    else
       display "WAREHOUSE-RELEASE: NO CONTROL TOTALS ON HAND (STATUS "
               control-total-status ")"
    end-if.

1200-load-control-totals-ex.
    exit.

1250-read-control-total.

    read control-total
        at end
            set end-of-control-total to true
    end-read.

    if not end-of-control-total and ctl-entry-count < 20
       add 1 to ctl-entry-count
       set ctl-idx to ctl-entry-count
       move ct-feed-date      to cte-feed-date( ctl-idx )
       move ct-source-system  to cte-source( ctl-idx )
       move ct-record-count   to cte-records( ctl-idx )
       move ct-reject-count   to cte-rejects( ctl-idx )
       move ct-hash-total     to cte-hash( ctl-idx )
    end-if.

1250-read-control-total-ex.
    exit.

2000-work-warehouse.

    add 1 to warehouse-read-count.

*>--- released and cancelled records are history, not work - they
*>--- ride through to the new warehouse exactly as they stand
    if not wh-status-warehoused
       add 1 to history-carried-count
       write warehouse-redo-record from warehouse-record
       perform 2100-read-warehouse thru 2100-read-warehouse-ex
       go to 2000-work-warehouse-ex
    end-if.

    if release-day and wh-value-date not > release-date
       perform 2200-release-item thru 2200-release-item-ex
    else
       add 1 to still-warehoused-count
       move wh-value-date to business-day-date
       perform next-business-day thru next-business-day-ex
       move business-day-date to wh-due-date
    end-if.

    write warehouse-redo-record from warehouse-record.

    perform 2100-read-warehouse thru 2100-read-warehouse-ex.

2000-work-warehouse-ex.
    exit.

2100-read-warehouse.

    read warehouse-file
        at end
            set end-of-warehouse to true
    end-read.

2100-read-warehouse-ex.
    exit.

2200-release-item.

*>--- book the item onto its feed's balancing record; a feed no
*>--- longer on tonight's control totals gets one of its own, cut for
*>--- what releases from it tonight, so the appended records balance
    move "N" to ctl-match-switch.
    move zero to ctl-use.
    perform varying ctl-idx from 1 by 1
            until ctl-idx > ctl-entry-count
       if cte-feed-date( ctl-idx ) = wh-feed-date
                and cte-source( ctl-idx ) = wh-source-system
          set ctl-matched to true
          set ctl-use to ctl-idx
       end-if
    end-perform.

    if not ctl-matched
       if ctl-entry-count >= 20
          add 1 to still-warehoused-count
          add 1 to not-released-count
          move "NOT RELEASED - CONTROL TOTALS FULL, NEXT RUN"
               to item-outcome
          perform 2400-report-item thru 2400-report-item-ex
          go to 2200-release-item-ex
       end-if
       add 1 to ctl-entry-count
       add 1 to late-ctl-count
       move ctl-entry-count  to ctl-use
       move wh-feed-date     to cte-feed-date( ctl-use )
       move wh-source-system to cte-source( ctl-use )
       move zero to cte-records( ctl-use ) cte-rejects( ctl-use )
                    cte-hash( ctl-use )
    end-if.

    add 1 to released-count.

*>--- the item posts tonight: tonight is its posting date and its
*>--- valuation date - the rate it arrived with is the wrong day's
    move wh-trans-image to trans-out-record.
    move release-date   to to-posting-date.
    move release-date   to fx-valuation-date.
    perform value-reporting-amount thru value-reporting-amount-ex.
    write trans-out-record.

*>--- the feed it arrived in counted it with its rejects; a late
*>--- balancing record never counted it, so it joins the record count
*>--- instead - TRANSOUT = records - rejects either way
    move cte-hash( ctl-use ) to control-hash-total.
    perform 9650-accumulate-hash thru 9650-accumulate-hash-ex.
    move control-hash-total to cte-hash( ctl-use ).
    if cte-rejects( ctl-use ) > 0
       subtract 1 from cte-rejects( ctl-use )
    else
       add 1 to cte-records( ctl-use )
    end-if.

    move "RELEASED TO TRANSOUT" to item-outcome.
    if result-index-open
       perform 2300-index-released thru 2300-index-released-ex
    end-if.

    move "R"          to wh-status.
    move release-date to wh-status-date.
    move "WHREL"      to wh-operator.
    perform 2400-report-item thru 2400-report-item-ex.

    move to-lineage-id     to lineage-event-id.
    move "WHRELSD"         to lineage-event-type.
    move wh-account-id     to lineage-event-account.
    move wh-reference      to lineage-event-reference.
    move spaces            to lineage-event-operator
                              lineage-event-related.
    move item-outcome      to lineage-event-detail.
    perform record-lineage-event thru record-lineage-event-ex.

2200-release-item-ex.
    exit.

2300-index-released.

*>--- the warehoused item never reached the history, so on a serial
*>--- night the id it was warehoused under is free; an id from a
*>--- partition or from suspense can meet one the history already
*>--- holds, and the item then posts unindexed and is named
    move wh-feed-date       to ri-feed-date.
    move wh-sequence        to ri-sequence.
    move to-account-id      to ri-account-id.
    move to-account-base    to ri-account-base.
    move to-account-number  to ri-account-number.
    move to-amount          to ri-amount.
    move to-amount-base     to ri-amount-base.
    move to-amount-number   to ri-amount-number.
    move to-reference       to ri-reference.
    move to-target-base     to ri-target-base.
    move to-target-char     to ri-target-char.
    move to-status          to ri-status.
    move to-source-system   to ri-source-system.
    if to-internal-account numeric
       move to-internal-account to ri-internal-account
    else
       move zero                to ri-internal-account
    end-if.
    if to-valuation-state = "V" and to-reporting-amount numeric
       move to-valuation-state  to ri-valuation-state
       move to-reporting-amount to ri-reporting-amount
       move to-fx-rate          to ri-fx-rate
       move to-fx-rate-date     to ri-fx-rate-date
    else
       move to-valuation-state  to ri-valuation-state
       move zero                to ri-reporting-amount ri-fx-rate
       move spaces              to ri-fx-rate-date
    end-if.
    move to-lineage-id      to ri-lineage-id.
    move to-currency-code   to ri-currency-code.
    move to-amount-scaled   to ri-amount-scaled.
    write result-index-record
        invalid key
            add 1 to not-indexed-count
            move "RELEASED TO TRANSOUT - NOT INDEXED, ID IN USE"
                 to item-outcome
    end-write.

2300-index-released-ex.
    exit.

2400-report-item.

*>--- the caller leaves the outcome text in item-outcome
    move spaces to report-line.
    string wh-feed-date     delimited by size
           wh-partition     delimited by size
           wh-sequence      delimited by size
           " "              delimited by size
           wh-source-system delimited by size
           " "              delimited by size
           wh-value-date    delimited by size
           " "              delimited by size
           wh-account-id    delimited by size
           " "              delimited by size
           item-outcome     delimited by size
           into report-line
    end-string.
    write release-report-record from report-line.

2400-report-item-ex.
    exit.

9000-terminate.

    move spaces to report-line.
    write release-report-record from report-line.
    move spaces to report-line.
    string "WAREHOUSE RECORDS READ:  " delimited by size
           warehouse-read-count         delimited by size
           into report-line
    end-string.
    write release-report-record from report-line.
    move spaces to report-line.
    string "RELEASED TO TRANSOUT:    " delimited by size
           released-count               delimited by size
           into report-line
    end-string.
    write release-report-record from report-line.
    move spaces to report-line.
    string "STILL WAREHOUSED:        " delimited by size
           still-warehoused-count       delimited by size
           into report-line
    end-string.
    write release-report-record from report-line.
    move spaces to report-line.
    string "HISTORY CARRIED (R/X):   " delimited by size
           history-carried-count        delimited by size
           into report-line
    end-string.
    write release-report-record from report-line.
    if late-ctl-count > 0
       move spaces to report-line
       string "BALANCING RECORDS ADDED FOR EARLIER FEEDS: "
                                         delimited by size
              late-ctl-count             delimited by size
              into report-line
       end-string
       write release-report-record from report-line
    end-if.
    if not-indexed-count > 0
       move spaces to report-line
       string "RELEASED BUT NOT INDEXED:" delimited by size
              not-indexed-count           delimited by size
              into report-line
       end-string
       write release-report-record from report-line
    end-if.
    if fx-held-items > 0
       move spaces to report-line
       string "VALUATIONS HELD (NO RATE):" delimited by size
              fx-held-items                delimited by size
              into report-line
       end-string
       write release-report-record from report-line
    end-if.

    if warehouse-status = "00" or warehouse-status = "10"
       close warehouse-file
    end-if.
    close warehouse-redo.
    close trans-out.
    if result-index-open
       close result-index
    end-if.
    perform close-lineage thru close-lineage-ex.
    if released-count > 0
       perform 9900-update-control-total
          thru 9900-update-control-total-ex
    end-if.
    close release-report.

*>--- a held valuation is a missing rate: the item is posted at its
*>--- native amount and whoever loads rates gets the usual ticket
    if fx-held-items > 0
       move 4 to return-code
       perform raise-fx-held-alerts thru raise-fx-held-alerts-ex
    end-if.
    perform close-fx-rates thru close-fx-rates-ex.
    if not-released-count > 0 or not-indexed-count > 0
       move 4 to return-code
    end-if.

    move released-count to cycle-record-count.
    if not release-day
       move "NOT A BUSINESS DAY - NOTHING RELEASED" to cycle-message
    else
    if not-released-count > 0
       move "SOME DUE ITEMS LEFT FOR NEXT RUN" to cycle-message
    else
       move "DUE WAREHOUSED ITEMS RELEASED" to cycle-message
    end-if
    end-if.
    perform 9020-stamp-cycle-end thru 9020-stamp-cycle-end-ex.

9000-terminate-ex.
    exit.

9900-update-control-total.

*>--- the per-item booking already adjusted each feed's entry - put
*>--- the whole set back
    open output control-total.
    perform varying ctl-idx from 1 by 1
            until ctl-idx > ctl-entry-count
       move cte-feed-date( ctl-idx ) to ct-feed-date
       move cte-source( ctl-idx )    to ct-source-system
       move cte-records( ctl-idx )   to ct-record-count
       move cte-rejects( ctl-idx )   to ct-reject-count
       move cte-hash( ctl-idx )      to ct-hash-total
       write control-total-record
    end-perform.
    close control-total.

9900-update-control-total-ex.
    exit.

copy "hash-accumulate.cbl".
copy "cycle-stamp.cbl".
copy "alert-queue.cbl".
copy "fxrate-check.cbl".
copy "busday-check.cbl".
copy "lineage-write.cbl".

end program warehouse-release.
