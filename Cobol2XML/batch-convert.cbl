        assign to "OVERLOG"
        organization is line sequential.

*>--- operator security file (see operator-check) - who may push a
*>--- control with an OVERRIDE card
    select operator-file
        assign to "OPERSEC"
        organization is line sequential
        file status is operator-file-status.

*>--- processing calendar (see calendar-record); optional - with no
*>--- calendar the header must carry the run date, the rule this
*>--- program always had
        organization is line sequential
        file status is calendar-status.

*>--- accounting period control (see period-check); optional - with no
*>--- period file every month is open
    select optional period-file
        assign to "PERIODS"
        organization is line sequential
        file status is period-file-status.

*>--- per-source acknowledgment feed back to the partners, framed
*>--- like the inbound feed (see ackout-record)
    select ack-out
        assign to "PENDNEW"
        organization is line sequential.

*>--- items held as suspected cross-night duplicates (see duphold-
*>--- record) - a managed hold file like REJECTS: appended to nightly,
*>--- worked by the DUPREL job. optional: the first run of a new
*>--- cycle starts the file itself
    select optional duplicate-hold
        assign to "DUPHOLD"
        organization is line sequential.

*>--- value-dated items held until their effective date (see warehouse-
*>--- record) - a managed hold file like DUPHOLD: appended to nightly,
*>--- released by WHREL and worked by WHINQ. optional: the first run of
*>--- a new cycle starts the file itself
    select optional warehouse-file
        assign to "WAREHSE"
        organization is line sequential.


*>--- suite-wide alert queue and its rules table (see alert-queue);
*>--- both optional - alerting must never hold up the work
        assign to "RUNSTATS"
        organization is line sequential.

*>--- reference-table change history (see pendchg-record), read only
*>--- to report what went live since the last run; optional - no
*>--- file means no change has ever been staged
    select optional pending-change
        assign to "PENDCHG"
        organization is line sequential
        file status is pending-change-status.

    select part-master
        assign to "PARTMAST"
        organization is indexed
        record key is pm-part-code
        file status is part-master-status.

*>--- account master and the partners' cross-reference onto it -
*>--- every item resolves to our internal account
    select account-master
        assign to "ACCTMAST"
        organization is indexed
        access mode is random
        record key is am-account-number
        file status is account-master-status.

    select account-xref
        assign to "ACCTXREF"
        organization is indexed
        access mode is random
        record key is ax-xref-key
        file status is account-xref-status.

*>--- dated FX rates to the reporting currency (see fxrate-check) -
*>--- every converted item is valued at its feed's business date
    select fx-rate-file
        assign to "FXRATES"
        organization is indexed
        access mode is random
        record key is fx-rate-key
        file status is fx-rate-status.

*>--- single-item ceilings by source, currency and account (see
*>--- itemlim-check) - an item over its ceiling is marked for
*>--- release-gate to hold
    select optional item-limit-file
        assign to "ITEMLIM"
        organization is line sequential
        file status is item-limit-status.

*>--- partner master - every feed header and item is held to its
*>--- source's set-up
    select partner-master
        assign to "PARTNERS"
        organization is indexed
        access mode is random
        record key is ps-source-system
        file status is partner-file-status.

    select result-index
        assign to "RESULTIX"
        organization is indexed
            with duplicates
        file status is result-index-status.

*>--- item lineage history (see lineage-record) - every item's arrival
*>--- is its first event; optional, like the alert queue, it must
*>--- never hold up the night
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
fd  trans-in.
01  cp1047-record                pic x(04).

fd  override-log.
copy "overlog-record.cbl".

fd  operator-file.
copy "opersec-record.cbl".

fd  calendar-file.
copy "calendar-record.cbl".

fd  period-file.
copy "period-record.cbl".

fd  ack-out.
copy "ackout-record.cbl".

    05  pn-feed-date             pic x(08).
    05  pn-source-system         pic x(08).

fd  duplicate-hold.
copy "duphold-record.cbl".

fd  warehouse-file.
copy "warehouse-record.cbl".

fd  alert-queue.
copy "alertq-record.cbl".

fd  run-stats.
copy "runstats-record.cbl".

fd  pending-change.
copy "pendchg-record.cbl".

fd  part-master.
copy "partmast-record.cbl".

fd  partner-master.
copy "partner-record.cbl".

fd  account-master.
copy "acctmast-record.cbl".

fd  account-xref.
copy "acctxref-record.cbl".

fd  fx-rate-file.
copy "fxrate-record.cbl".

fd  item-limit-file.
copy "itemlim-record.cbl".

fd  result-index.
copy "residx-record.cbl".

fd  lineage-file.
copy "lineage-record.cbl".

working-storage section.
copy "hex_dec_data.cbl".
copy "hex_decimal_table.cbl".
copy "currency-work.cbl".
copy "alert-work.cbl".
copy "cycle-work.cbl".
copy "opersec-work.cbl".
copy "period-work.cbl".
copy "partner-work.cbl".
copy "account-work.cbl".
copy "fxrate-work.cbl".
copy "itemlim-work.cbl".
copy "busday-work.cbl".
copy "lineage-work.cbl".

01  batch-switches.
    05  trans-in-status          pic x(01)  value "N".
        88  end-of-control-cards            value "Y".
    05  verify-only-switch       pic x(01)  value "N".
        88  verify-only                     value "Y".
    05  partner-refused-switch   pic x(01)  value "N".
        88  partner-refused                 value "Y".

*>--- batch-error-count is DETAIL rejects only; records rejected for
*>--- framing reasons (bad type byte, record after the trailer) count
*>--- controlled force-run override: an OVERRIDE card names which
*>--- control a named operator is pushing the run past - the
*>--- duplicate-run check or the stale-header check - and every use
*>--- goes to the permanent OVERLOG. the operator must be active on
*>--- OPERSEC with the force-run role; anyone else - or no OPERATOR
*>--- card at all - is refused, logged as refused and alerted, and
*>--- the control holds
01  override-duplicate-switch    pic x(01)  value "N".
    88  override-duplicate                  value "Y".
01  override-stale-switch        pic x(01)  value "N".
    88  override-stale-header               value "Y".
01  override-operator            pic x(08)  value spaces.
01  override-authorized-switch   pic x(01)  value "N".
    88  override-authorized                 value "Y".
01  override-used-count          pic 9(02)  value zero.
01  override-control-work        pic x(12)  value spaces.
01  base-filter                  pic 9(02)  value zero.
01  max-error-limit              pic 9(05)  value zero.
*>--- DUP-LOOKBACK=nnn: how many days of result history a detail is
*>--- matched against for a cross-night re-send; zero turns the check
*>--- off
01  duplicate-lookback-days      pic 9(03)  value 5.
01  bypassed-count               pic 9(07)  value zero.

01  feed-run-date                pic x(08)  value spaces.
01  feed-start-hash              pic 9(16)  value zero.
01  feed-start-unknown           pic 9(05)  value zero.
01  feed-start-bypassed          pic 9(07)  value zero.
01  feed-start-held              pic 9(05)  value zero.
01  feed-start-warehoused        pic 9(05)  value zero.
*>--- what the feed trailer must balance against: the detail and
*>--- adjustment records the feed itself carried - not the TRANSOUT
*>--- record count, which an applied adjustment grows by two (the
01  calendar-sub                 pic 9(02)  value zero.
01  expected-feed-date           pic x(08)  value spaces.

*>--- reference changes gone live since the previous run: the run
*>--- before tonight is the latest earlier date on the RUNSTATS
*>--- history (tonight's own line is not written yet)
01  pending-change-status        pic x(02)  value spaces.
01  ref-change-eof-switch        pic x(01)  value "N".
    88  end-of-ref-changes                  value "Y".
01  run-stats-eof-switch         pic x(01)  value "N".
    88  end-of-run-stats                    value "Y".
01  previous-run-date            pic x(08)  value spaces.
01  ref-change-live-count        pic 9(05)  value zero.

01  base-mix-table.
    05  base-mix-count           pic 9(07)  value zero
                                  occurs 36 times
01  ack-rejected-count           pic 9(07)  value zero.
01  ack-bypassed-count           pic 9(07)  value zero.
01  ack-sequence-work            pic 9(07)  value zero.
01  corrected-record-save        pic x(500) value spaces.
01  adjustment-seen-count        pic 9(05)  value zero.
01  adjustment-applied-count     pic 9(05)  value zero.
*>--- prior-period adjustments: the original sits in a closed period,
*>--- so the reversal and the corrected item book into the current
*>--- open one instead, and each is listed on the daily report
01  prior-period-switch          pic x(01)  value "N".
    88  prior-period-adjustment             value "Y".
01  adjust-posting-date          pic x(08)  value spaces.
01  adjust-orig-period           pic x(06)  value spaces.
01  prior-period-count           pic 9(05)  value zero.
01  prior-period-table.
    05  prior-period-entry       occurs 50 times.
        10  ppa-account-id       pic x(18).
        10  ppa-orig-feed-date   pic x(08).
        10  ppa-orig-period      pic x(06).
        10  ppa-posting-date     pic x(08).
01  prior-period-sub             pic 9(05)  value zero.

*>--- cross-night suspected duplicates: a clean detail whose account,
*>--- amount and reference match an earlier night's item on the result
*>--- history inside the lookback window is held, not written - it
*>--- counts with the rejects in its feed's balancing record (it is
*>--- not on TRANSOUT) but not in the reject rate
01  duplicate-held-count         pic 9(05)  value zero.
01  ack-held-count               pic 9(07)  value zero.

*>--- value-dated items: a clean detail whose value date is after its
*>--- feed's date is warehoused, not written - like a held duplicate it
*>--- counts with the rejects in its feed's balancing record (WHREL
*>--- books it onto its own balancing record the night it releases)
*>--- but not in the reject rate
01  warehoused-count             pic 9(05)  value zero.
01  ack-warehoused-count         pic 9(07)  value zero.
01  warehouse-due-date           pic x(08)  value spaces.
*>--- a partition's number (PARTITION= card) keeps its warehouse ids
*>--- apart from the other partitions' on a partitioned night
01  warehouse-partition          pic 9(01)  value zero.
*>--- how many partitions the night was dealt into (PARTITIONS= card) -
*>--- with the partition's number it turns the item's place in this
*>--- partition's share back into its place in the partner's feed
01  partition-count              pic 9(01)  value zero.

*>--- the lineage id of the item in hand (see 8890-set-lineage-id) and
*>--- what its arrival event says; an adjustment names the original it
*>--- supersedes, whose own lineage id its reversal carries
01  item-lineage-id.
    05  lid-feed-date            pic x(08)  value spaces.
    05  lid-source-system        pic x(08)  value spaces.
    05  lid-feed-sequence        pic 9(07)  value zero.
01  item-position-work           pic 9(07)  value zero.
01  arrival-reference-work       pic x(32)  value spaces.
01  arrival-event-override       pic x(08)  value spaces.
01  arrival-detail-override      pic x(60)  value spaces.
01  original-lineage-id          pic x(23)  value spaces.
01  duplicate-switch             pic x(01)  value "N".
    88  suspected-duplicate                 value "Y".
01  duplicate-browse-done-switch pic x(01)  value "N".
    88  duplicate-browse-done               value "Y".
01  duplicate-from-date          pic x(08)  value spaces.
01  duplicate-from-integer       pic 9(08)  value zero.
01  duplicate-from-number        pic 9(08)  value zero.
01  duplicate-match-date         pic x(08)  value spaces.
01  duplicate-match-sequence     pic 9(07)  value zero.
01  original-found-switch        pic x(01)  value "N".
    88  original-found                      value "Y".
01  original-browse-done-switch  pic x(01)  value "N".
01  restart-ack-accept           pic 9(07)  value zero.
01  restart-ack-reject           pic 9(07)  value zero.
01  restart-ack-bypass           pic 9(07)  value zero.
01  restart-duplicate-held       pic 9(05)  value zero.
01  restart-start-held           pic 9(05)  value zero.
01  restart-ack-held             pic 9(07)  value zero.
01  restart-warehoused           pic 9(05)  value zero.
01  restart-start-warehoused     pic 9(05)  value zero.
01  restart-ack-warehoused       pic 9(07)  value zero.
01  restart-feed-totals.
    05  restart-feed-entry       occurs 20 times.
        10  rf-source            pic x(08).

    perform 1050-read-checkpoint thru 1050-read-checkpoint-ex.
    perform load-currency-table thru load-currency-table-ex.
    perform load-period-table thru load-period-table-ex.

    move "BATCHCNV" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

*>--- an OVERRIDE card is only as good as the person named on the
*>--- OPERATOR card: checked once here against OPERSEC, and the
*>--- refusal itself is logged where the control would have given way
    if override-duplicate or override-stale-header
       perform load-operator-table thru load-operator-table-ex
       move override-operator to operator-check-id
       set role-force-override to true
       perform check-operator-role thru check-operator-role-ex
       if operator-authorized
          set override-authorized to true
       else
          display "BATCH-CONVERT: OVERRIDE NOT AUTHORIZED - "
                  operator-refusal-reason
       end-if
    end-if.
*>--- the run-level warning rate is a rule now, not a compiled-in 5:
*>--- a "*" REJECT-RATE rule retunes the RC=8 threshold by editing
*>--- the table

    move function current-date(1:8) to feed-run-date.

*>--- the oldest feed date a re-send is looked for under, rendered
*>--- back to YYYYMMDD so it compares with the history's feed dates
    if duplicate-lookback-days > 0
       compute duplicate-from-integer
             = function integer-of-date(
                   function numval( feed-run-date ) )
             - duplicate-lookback-days
       compute duplicate-from-number
             = function date-of-integer( duplicate-from-integer )
       move duplicate-from-number to duplicate-from-date
    end-if.

    perform 1500-load-calendar thru 1500-load-calendar-ex.
    perform open-partner-master thru open-partner-master-ex.
    perform open-account-files thru open-account-files-ex.
    perform open-fx-rates thru open-fx-rates-ex.
    perform load-item-limits thru load-item-limits-ex.
    perform load-business-days thru load-business-days-ex.

    perform 2100-read-trans-in thru 2100-read-trans-in-ex.
    perform 1100-validate-header thru 1100-validate-header-ex.
          move restart-error-count to batch-error-count
          move restart-nondetail-count to nondetail-reject-count
          move restart-hash-total to control-hash-total
          move restart-duplicate-held to duplicate-held-count
          move restart-warehoused to warehoused-count
          perform 1450-restore-feed-position
             thru 1450-restore-feed-position-ex
          open extend trans-out
          open extend rejects
          open extend xml-doc
          open extend pending-new
          open extend duplicate-hold
          open extend warehouse-file
          open extend ack-out
          perform 1350-open-result-index
             thru 1350-open-result-index-ex
          open output trans-out
          open extend rejects
          open extend pending-new
          open extend duplicate-hold
          open extend warehouse-file
          open output ack-out
          open output xml-doc
          perform 8800-write-xml-prolog thru 8800-write-xml-prolog-ex
                  result-index-status ") - KEYED RESULTS SKIPPED"
       end-if
       set batch-outputs-open to true
       move "BATCHCNV" to lineage-job-name
       perform open-lineage thru open-lineage-ex
       perform 1300-open-part-master thru 1300-open-part-master-ex
       perform 1400-open-checkpoint thru 1400-open-checkpoint-ex
       move function current-date(9:6) to run-start-time
    move zero                 to ack-accepted-count.
    move zero                 to ack-rejected-count.
    move zero                 to ack-bypassed-count.
    move zero                 to ack-held-count.
    move zero                 to ack-warehoused-count.
    move batch-record-count   to feed-start-processed.
    move batch-error-count    to feed-start-errors.
    move control-hash-total   to feed-start-hash.
    move unknown-part-count   to feed-start-unknown.
    move bypassed-count       to feed-start-bypassed.
    move duplicate-held-count to feed-start-held.
    move warehoused-count     to feed-start-warehoused.

1250-start-feed-ex.
    exit.
       move restart-feed-source    to feed-source-system
       move restart-feed-date      to feed-header-date
       move restart-feed-code-page to feed-code-page
       move restart-feed-source    to ps-source-system
       perform read-partner thru read-partner-ex
       move restart-start-processed to feed-start-processed
       move restart-start-errors    to feed-start-errors
       move restart-start-hash      to feed-start-hash
       move restart-ack-accept      to ack-accepted-count
       move restart-ack-reject      to ack-rejected-count
       move restart-ack-bypass      to ack-bypassed-count
       move restart-start-held      to feed-start-held
       move restart-ack-held        to ack-held-count
       move restart-start-warehoused to feed-start-warehoused
       move restart-ack-warehoused  to ack-warehoused-count
       move unknown-part-count      to feed-start-unknown
       move bypassed-count          to feed-start-bypassed
       if feed-code-page not = spaces
               move parm-value(16:5) to max-error-limit
          when "HEARTBEAT"
               move parm-value(16:5) to heartbeat-interval
          when "DUP-LOOKBACK"
               move parm-value(18:3) to duplicate-lookback-days
          when "VERIFY-ONLY"
               if parm-value(20:1) = "Y" or parm-value(20:1) = "y"
                  set verify-only to true
               end-if
          when "PARTITION"
               move parm-value(20:1) to warehouse-partition
          when "PARTITIONS"
               move parm-value(20:1) to partition-count
          when other
               display "BATCH-CONVERT: UNRECOGNIZED CONTROL CARD: "
                       control-card-record
    else
    if ti-feed-date not = feed-run-date
             and ti-feed-date not = expected-feed-date
       if override-stale-header and override-authorized
          display "BATCH-CONVERT: STALE-HEADER CHECK OVERRIDDEN BY "
                  override-operator " FOR FEED " ti-feed-date
          move "STALE-HEADER" to override-control-work
          perform 1180-accept-header thru 1180-accept-header-ex
       else
          if override-stale-header
             move "STALE-HEADER" to override-control-work
             perform 9760-write-override-refusal
                thru 9760-write-override-refusal-ex
          end-if
          move spaces to control-failure-message
          string "STALE FEED - HEADER DATE " delimited by size

    move ti-feed-date      to feed-header-date.
    move ti-source-system  to feed-source-system.

    perform 1170-check-partner thru 1170-check-partner-ex.
    if control-failure
       go to 1180-accept-header-ex
    end-if.

*>--- without the account files no item can resolve - every one would
*>--- reject, so the run stops the way an unusable code page stops it
    if not account-files-open
       move "ACCOUNT MASTER/CROSS-REFERENCE UNAVAILABLE - RUN STOPPED"
            to control-failure-message
       perform 1150-flag-control-failure thru 1150-flag-control-failure-ex
       move 12 to batch-return-code
       go to 1180-accept-header-ex
    end-if.

*>--- a header that names no code page decodes with the partner's
*>--- default - staged into the header so the feed start and the
*>--- checkpoint carry it like one the partner named
    if ti-code-page = spaces
       move ps-default-code-page to ti-code-page
    end-if.

    if ti-code-page not = spaces
*>--- the feed names the partner code page its byte-encoded text was
*>--- written in; decoding it with the wrong mapping produces wrong
1180-accept-header-ex.
    exit.

1170-check-partner.

*>--- only a partner on the master, active and past its effective
*>--- date may send - anything else is refused whole before one item
*>--- converts, with its own return code so operations chase the
*>--- partner set-up rather than the file
    move ti-source-system to ps-source-system.
    perform read-partner thru read-partner-ex.

    move spaces to control-failure-message.
    if not partner-master-open
       move "PARTNER MASTER UNAVAILABLE - NO FEED CAN BE VALIDATED"
            to control-failure-message
       perform 1150-flag-control-failure thru 1150-flag-control-failure-ex
       move 12 to batch-return-code
    else
    if not partner-found
       string "UNKNOWN PARTNER "     delimited by size
              ti-source-system       delimited by space
              " - NOT ON THE PARTNER MASTER" delimited by size
              into control-failure-message
       end-string
    else
    if ps-suspended
       string "PARTNER "             delimited by size
              ti-source-system       delimited by space
              " IS SUSPENDED - FEED REFUSED" delimited by size
              into control-failure-message
       end-string
    else
    if not ps-active
       string "PARTNER "             delimited by size
              ti-source-system       delimited by space
              " HAS NO VALID STATUS - FEED REFUSED"
                                     delimited by size
              into control-failure-message
       end-string
    else
    if ps-effective-date > ti-feed-date
       string "PARTNER "             delimited by size
              ti-source-system       delimited by space
              " NOT EFFECTIVE UNTIL " delimited by size
              ps-effective-date      delimited by size
              " - FEED REFUSED"      delimited by size
              into control-failure-message
       end-string
    end-if
    end-if
    end-if
    end-if
    end-if.

    if control-failure-message not = spaces and not control-failure
       set partner-refused to true
       perform 1150-flag-control-failure thru 1150-flag-control-failure-ex
       move 24 to batch-return-code
    end-if.

1170-check-partner-ex.
    exit.

1120-find-expected-date.

*>--- the exact source entry beats the "*" catch-all; no entry means
    if last-run-feed-date = feed-header-date
             and last-run-status = "C"
             and restart-consumed = 0
             and not (override-duplicate and override-authorized)
       if override-duplicate
          move "DUPLICATE" to override-control-work
          perform 9760-write-override-refusal
             thru 9760-write-override-refusal-ex
       end-if
       move spaces to control-failure-message
       string "SOURCE "                  delimited by size
                 restart-feeds-complete restart-start-processed
                 restart-start-errors restart-start-hash
                 restart-feed-details restart-ack-accept
                 restart-ack-reject restart-ack-bypass
                 restart-duplicate-held restart-start-held
                 restart-ack-held restart-warehoused
                 restart-start-warehoused restart-ack-warehoused.
    move "N"    to restart-feed-open.
    move spaces to restart-feed-source restart-feed-date
                   restart-feed-code-page.
                move ck-feed-ack-accept   to restart-ack-accept
                move ck-feed-ack-reject   to restart-ack-reject
                move ck-feed-ack-bypass   to restart-ack-bypass
                move ck-duplicate-held    to restart-duplicate-held
                move ck-feed-start-held   to restart-start-held
                move ck-feed-ack-held     to restart-ack-held
                move ck-warehoused        to restart-warehoused
                move ck-feed-start-warehoused
                                          to restart-start-warehoused
                move ck-feed-ack-warehoused
                                          to restart-ack-warehoused
                perform varying skip-count from 1 by 1
                        until skip-count > restart-feeds-complete
                   move ck-fe-source( skip-count )
       move "N" to conv-error-switch
       if not feed-open
          move "RECORD AFTER FEED TRAILER" to conv-error-message
          move spaces to item-lineage-id
       else
          move "INVALID FEED RECORD TYPE"  to conv-error-message
          perform 8890-set-lineage-id thru 8890-set-lineage-id-ex
       end-if
       perform 2200-write-reject thru 2200-write-reject-ex
*>--- a record arriving after the section's trailer gets no ack

    add 1 to feed-detail-count.
    add 1 to batch-record-count.
    perform 8890-set-lineage-id thru 8890-set-lineage-id-ex.

*>--- the base mix counts every field's base, not records - one item
*>--- contributes its account, amount and reference bases
             and ti-reference-base not = base-filter
       perform 2070-bypass-record thru 2070-bypass-record-ex
    else
*>--- an item outside its partner's set-up never reaches conversion
       move feed-source-system to account-check-source
       move feed-header-date   to account-check-date
       perform check-partner-item thru check-partner-item-ex
       if not conv-error-found
          perform 3000-convert-detail thru 3000-convert-detail-ex
       end-if

*>--- a rejected record goes to the REJECTS suspense file only, never
*>--- to TRANSOUT - reject-reprocess appends the corrected version to
                thru 8865-write-ack-detail-ex
          end-if
          perform 2250-check-error-limit thru 2250-check-error-limit-ex
       else
          move "N" to duplicate-switch
          if batch-outputs-open and result-index-open
                   and duplicate-lookback-days > 0
             perform 2600-check-duplicate
                thru 2600-check-duplicate-ex
          end-if
*>--- a suspected re-send is held instead of written - no TRANSOUT
*>--- record, history entry or document item until it is released.
*>--- an item dated ahead of its feed is warehoused the same way until
*>--- WHREL releases it on its due date
       if suspected-duplicate
          perform 2650-hold-duplicate thru 2650-hold-duplicate-ex
       else
       if batch-outputs-open
                and ti-value-date not = spaces
                and ti-value-date > feed-header-date
          perform 2700-warehouse-item thru 2700-warehouse-item-ex
       else
          if to-status = "UNKNOWN PART"
             add 1 to unknown-part-count
          end-if
          move feed-header-date   to to-feed-date
          move feed-source-system to to-source-system
          move feed-header-date   to to-posting-date
          move item-lineage-id    to to-lineage-id
          if batch-outputs-open
             write trans-out-record
             perform 9650-accumulate-hash thru 9650-accumulate-hash-ex
                thru 8865-write-ack-detail-ex
          end-if
       end-if
       end-if
       end-if
    end-if.

*>--- the checkpoint must never claim more records done than TRANSOUT
    add 1 to bypassed-count.

    move zero   to to-account-number to-amount-number
                   to-reference-number to-target-base
                   to-internal-account to-reporting-amount
                   to-fx-rate to-limit-ceiling.
    move spaces to to-target-char to-part-desc to-part-status
                   to-reference-ascii to-reference-ebcdic
                   to-valuation-state to-fx-rate-date to-limit-state.
    move ti-account-base   to to-account-base.
    move ti-account-id     to to-account-id.
    move ti-amount-base    to to-amount-base.
    move "BYPASSED - BASE FILTER" to to-status.
    move feed-header-date   to to-feed-date.
    move feed-source-system to to-source-system.
    move feed-header-date   to to-posting-date.
    move item-lineage-id    to to-lineage-id.

    if batch-outputs-open
       write trans-out-record
    compute fe-record-count( feed-idx )
          = batch-record-count - feed-start-processed.
    compute fe-reject-count( feed-idx )
          = batch-error-count - feed-start-errors
          + duplicate-held-count - feed-start-held
          + warehoused-count - feed-start-warehoused.
*>--- the hash is additive modulo 16 digits, so this feed's share is
*>--- the movement of the running total across the feed, in the same
*>--- modulus - the per-feed shares re-add to the consolidated total
*>--- move buffer-to-buffer
    move trans-in-record to adjust-record-save.
    move ti-adjust-view  to adjust-work.
    perform 8890-set-lineage-id thru 8890-set-lineage-id-ex.
    move aw-reference    to arrival-reference-work.

    perform 2520-find-original thru 2520-find-original-ex.

       perform 2250-check-error-limit thru 2250-check-error-limit-ex
    else
*>--- convert the corrected values through the same logic a detail
*>--- gets, staged into the detail view the conversion reads - the
*>--- buffer is cleared first so nothing of the adjustment layout is
*>--- left in the detail-only fields (the value date) to be read back
       move spaces            to trans-in-record
       move "D"               to ti-record-type
       move aw-account-base   to ti-account-base
       move aw-account-id     to ti-account-id
       move aw-currency-code  to ti-currency-code

       add 1 to batch-record-count
       move feed-source-system to account-check-source
       move feed-header-date   to account-check-date
       perform check-partner-item thru check-partner-item-ex
       if not conv-error-found
          perform 3000-convert-detail thru 3000-convert-detail-ex
       end-if

       if conv-error-found
          add 1 to batch-error-count
          move "ADJUSTMENT"       to to-status
          move feed-header-date   to to-feed-date
          move feed-source-system to to-source-system
          move item-lineage-id    to to-lineage-id
          perform 2540-check-adjust-period
             thru 2540-check-adjust-period-ex
          move adjust-posting-date to to-posting-date
          if prior-period-adjustment
             move spaces to to-status
             string "ADJUSTMENT PRIOR PERIOD " delimited by size
                    adjust-orig-period         delimited by size
                    into to-status
             end-string
          end-if
          move trans-out-record   to corrected-record-save
          perform 2550-write-reversal thru 2550-write-reversal-ex
          add 1 to batch-record-count
             move aw-account-id to ack-account-work
             move "ACCEPTED"    to ack-disposition-work
             move spaces        to ack-reason-work
             move "ADJUSTED"    to arrival-event-override
             move spaces        to arrival-detail-override
             string "SUPERSEDES ITEM OF FEED " delimited by size
                    aw-orig-feed-date          delimited by size
                    into arrival-detail-override
             end-string
             perform 8865-write-ack-detail
                thru 8865-write-ack-detail-ex
          end-if
*>--- trust, the same as it takes every other output on trust
    move "N" to original-found-switch.
    move "N" to original-browse-done-switch.
    move spaces to original-lineage-id.

    if verify-only
       set original-found to true
                and ri-reference = aw-reference
          set original-found to true
          set original-browse-done to true
          move ri-lineage-id to original-lineage-id
       end-if
       end-if
    end-if.
2530-browse-original-ex.
    exit.

2540-check-adjust-period.

*>--- an adjustment reaching back into a closed (or closing) period
*>--- must not move that period's signed-off positions: both its
*>--- entries book into the current open period - the feed's own date
*>--- when that is open, else the first open period's first day
    move "N" to prior-period-switch.
    move feed-header-date  to adjust-posting-date.
    move spaces            to adjust-orig-period.
    move aw-orig-feed-date to period-check-date.
    perform find-period thru find-period-ex.

    if period-check-locked
       set prior-period-adjustment to true
       move period-check-id  to adjust-orig-period
       move feed-header-date to period-check-date
       perform find-period thru find-period-ex
       if period-check-locked and period-open-start-date not = spaces
          move period-open-start-date to adjust-posting-date
       end-if
       if prior-period-count < 50
          add 1 to prior-period-count
          move aw-account-id
            to ppa-account-id( prior-period-count )
          move aw-orig-feed-date
            to ppa-orig-feed-date( prior-period-count )
          move adjust-orig-period
            to ppa-orig-period( prior-period-count )
          move adjust-posting-date
            to ppa-posting-date( prior-period-count )
       end-if
    end-if.

2540-check-adjust-period-ex.
    exit.

2550-write-reversal.

*>--- the reversing entry carries the original's values as the result
    move ri-amount-base       to to-amount-base.
    move ri-amount            to to-amount.
    move ri-amount-number     to to-amount-number.
*>--- the reversal goes back in the original's currency and scale, so
*>--- it nets against the same currency position the original posted
*>--- to; a history record from before the currency was kept carries
*>--- the legacy convention (blank code, full-precision number)
    if ri-currency-code not = spaces and ri-amount-scaled numeric
       move ri-currency-code  to to-currency-code
       move ri-amount-scaled  to to-amount-scaled
    else
       move spaces            to to-currency-code
       move ri-amount-number  to to-amount-scaled
    end-if.
    move zero                 to to-reference-base.
    move ri-reference         to to-reference.
    move zero                 to to-reference-number.
                                 to-part-desc to-part-status.
    move ri-target-base       to to-target-base.
    move ri-target-char       to to-target-char.
    move adjust-posting-date  to to-posting-date.
    if ri-internal-account numeric
       move ri-internal-account to to-internal-account
    else
       move zero                to to-internal-account
    end-if.
*>--- the reversal backs out what the original was valued at, not
*>--- tonight's rate - an original that was never valued (or was held)
*>--- leaves the reversal unvalued too
    if ri-valuation-state = "V" and ri-reporting-amount numeric
       move ri-valuation-state  to to-valuation-state
       move ri-reporting-amount to to-reporting-amount
       move ri-fx-rate          to to-fx-rate
       move ri-fx-rate-date     to to-fx-rate-date
    else
       move space               to to-valuation-state
       move zero                to to-reporting-amount to-fx-rate
       move spaces              to to-fx-rate-date
    end-if.
*>--- a reversal is never held to a limit - it backs out an item that
*>--- has already gone
    move space to to-limit-state.
    move zero  to to-limit-ceiling.
*>--- the reversal belongs to the original's story; an original from
*>--- before lineage was kept has none, and the reversal goes with
*>--- the adjustment's
    if original-lineage-id not = spaces
       move original-lineage-id to to-lineage-id
    else
       move item-lineage-id     to to-lineage-id
    end-if.
    move spaces to to-status.
    if prior-period-adjustment
       string "REVERSAL OF FEED " delimited by size
              aw-orig-feed-date   delimited by size
              " PRIOR PERIOD"     delimited by size
              into to-status
       end-string
    else
       string "REVERSAL OF FEED " delimited by size
              aw-orig-feed-date   delimited by size
              " BY ADJUSTMENT"    delimited by size
              into to-status
       end-string
    end-if.

    if batch-outputs-open
       write trans-out-record
       perform write-xml-item thru write-xml-item-ex
       perform 8950-write-result-index
          thru 8950-write-result-index-ex
       move original-lineage-id to lineage-event-id
       move "REVERSED"          to lineage-event-type
       move ri-account-id       to lineage-event-account
       move ri-reference        to lineage-event-reference
       move spaces              to lineage-event-operator
       move item-lineage-id     to lineage-event-related
       move spaces              to lineage-event-detail
       string "REVERSAL ON FEED " delimited by size
              feed-header-date    delimited by size
              " POSTING "         delimited by size
              adjust-posting-date delimited by size
              into lineage-event-detail
       end-string
       perform record-lineage-event thru record-lineage-event-ex
    end-if.

2550-write-reversal-ex.
    exit.

2600-check-duplicate.

*>--- a re-sent item arrives under a new night's feed date with the
*>--- same account, amount and reference: walk the account's entries
*>--- on the history's alternate path looking for an earlier night's
*>--- item inside the lookback window. reversals and bypassed items
*>--- are not postings of their own and never count as the original
    move "N" to duplicate-browse-done-switch.
    move to-account-id to ri-account-id.
    start result-index key is = ri-account-id
        invalid key
            set duplicate-browse-done to true
    end-start.
    perform 2610-browse-duplicate thru 2610-browse-duplicate-ex
        until duplicate-browse-done.

2600-check-duplicate-ex.
    exit.

2610-browse-duplicate.

    read result-index next
        at end
            set duplicate-browse-done to true
    end-read.

    if not duplicate-browse-done
       if ri-account-id not = to-account-id
          set duplicate-browse-done to true
       else
       if ri-feed-date >= duplicate-from-date
                and ri-feed-date < feed-header-date
                and ri-amount-number = to-amount-number
                and ri-reference = to-reference
                and ri-status(1:8) not = "REVERSAL"
                and ri-status(1:8) not = "BYPASSED"
          set suspected-duplicate to true
          set duplicate-browse-done to true
          move ri-feed-date to duplicate-match-date
          move ri-sequence  to duplicate-match-sequence
       end-if
       end-if
    end-if.

2610-browse-duplicate-ex.
    exit.

2650-hold-duplicate.

*>--- the item is held whole, converted and stamped as it would have
*>--- gone to TRANSOUT, so a release appends it exactly as tonight
*>--- would have written it
    add 1 to duplicate-held-count.
    move feed-header-date   to to-feed-date.
    move feed-source-system to to-source-system.
    move feed-header-date   to to-posting-date.
    move item-lineage-id    to to-lineage-id.

    move spaces to duplicate-hold-record.
    move trans-out-record         to dh-trans-image.
    move feed-header-date         to dh-feed-date.
    move feed-source-system       to dh-source-system.
    move batch-record-count       to dh-sequence.
    move duplicate-match-date     to dh-match-feed-date.
    move duplicate-match-sequence to dh-match-sequence.
    move to-account-id            to dh-account-id.
    move to-reference             to dh-reference.
    move "H"                      to dh-status.
    move feed-run-date            to dh-status-date.
    write duplicate-hold-record.

    move ti-account-id to ack-account-work.
    move "SUSPDUP"     to ack-disposition-work.
    move spaces        to ack-reason-work.
    string "SUSPECTED DUPLICATE OF FEED " delimited by size
           duplicate-match-date           delimited by size
           " ITEM "                       delimited by size
           duplicate-match-sequence       delimited by size
           " - HELD"                      delimited by size
           into ack-reason-work
    end-string.
    perform 8865-write-ack-detail thru 8865-write-ack-detail-ex.

2650-hold-duplicate-ex.
    exit.

2700-warehouse-item.

*>--- the item is held whole, converted and validated as it would have
*>--- gone to TRANSOUT tonight; WHREL stamps the posting date and
*>--- re-values it the night it releases. it releases on its value
*>--- date, or the next business day when that is a holiday or weekend
    add 1 to warehoused-count.
    move feed-header-date   to to-feed-date.
    move feed-source-system to to-source-system.
    move feed-header-date   to to-posting-date.
    move item-lineage-id    to to-lineage-id.

    move ti-value-date to business-day-date.
    perform next-business-day thru next-business-day-ex.
    move business-day-date to warehouse-due-date.

    move spaces to warehouse-record.
    move trans-out-record    to wh-trans-image.
    move feed-header-date    to wh-feed-date.
    move warehouse-partition to wh-partition.
    move batch-record-count  to wh-sequence.
    move feed-source-system  to wh-source-system.
    move ti-value-date       to wh-value-date.
    move warehouse-due-date  to wh-due-date.
    move to-account-id       to wh-account-id.
    move to-internal-account to wh-internal-account.
    move to-reference        to wh-reference.
    move "W"                 to wh-status.
    move feed-run-date       to wh-status-date.
    write warehouse-record.

    move ti-account-id to ack-account-work.
    move "WAREHSD"     to ack-disposition-work.
    move spaces        to ack-reason-work.
    string "VALUE DATE "      delimited by size
           ti-value-date      delimited by size
           " - DUE TO POST "  delimited by size
           warehouse-due-date delimited by size
           into ack-reason-work
    end-string.
    perform 8865-write-ack-detail thru 8865-write-ack-detail-ex.

2700-warehouse-item-ex.
    exit.

2200-write-reject.

    if batch-outputs-open
       move feed-records-consumed to rj-feed-sequence
       move "N"                 to rj-status
       move feed-run-date       to rj-status-date
       move item-lineage-id     to rj-lineage-id
       write reject-record
    end-if.

       close rejects
       close xml-doc
       close pending-new
       close duplicate-hold
       close warehouse-file
       close ack-out
    end-if.
    if part-master-available
       close part-master
    end-if.
    if partner-master-open
       close partner-master
    end-if.
    perform close-account-files thru close-account-files-ex.
    if checkpoint-open
       close checkpoint-file
    end-if.
    if result-index-open
       close result-index
    end-if.
    perform close-lineage thru close-lineage-ex.

*>--- flag the step to the job scheduler: 0 = every record converted
*>--- clean, 4 = rejects under the warning rate (review), 8 = reject
    end-if
    end-if.

*>--- a refused partner feed is a set-up problem, not a bad file -
*>--- ticket it to whoever owns the partner master
    if partner-refused and not verify-only
       move "PARTNER-REJ"      to alert-condition
       move feed-source-system to alert-source
       move "WARN"             to alert-severity
       move "TICKET"           to alert-action
       move zero               to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move control-failure-message to alert-message
       perform raise-alert thru raise-alert-ex
    end-if.

*>--- held duplicates are work for recon support, not a failed run:
*>--- at least a review, and a ticket so the hold file gets worked
*>--- before the items age past the posting they belong to
    if duplicate-held-count > 0 and not verify-only
       if return-code = 0
          move 4 to return-code
       end-if
       move "DUP-HELD"         to alert-condition
       move spaces             to alert-source
       move "WARN"             to alert-severity
       move "TICKET"           to alert-action
       move zero               to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string duplicate-held-count delimited by size
              " ITEMS HELD AS SUSPECTED DUPLICATES - WORK DUPHOLD"
                                   delimited by size
              " WITH DUPREL"       delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

*>--- a held valuation is a missing rate, not a bad item: the items are
*>--- out on TRANSOUT at their native amounts, and whoever loads rates
*>--- gets a ticket per currency and date so FXLOAD can catch them up
    if fx-held-items > 0 and not verify-only
       if return-code = 0
          move 4 to return-code
       end-if
       perform raise-fx-held-alerts thru raise-fx-held-alerts-ex
    end-if.
    perform close-fx-rates thru close-fx-rates-ex.

*>--- an item over its single-item limit converted cleanly and is on
*>--- TRANSOUT; release-gate keeps it back until LIMAPPR approves it
    if limit-held-items > 0 and not verify-only
       if return-code = 0
          move 4 to return-code
       end-if
       perform raise-limit-held-alert thru raise-limit-held-alert-ex
    end-if.

*>--- every real run leaves one line of history, control failures
*>--- included - the history is also the audit answer to "what ran
*>--- that night". a verify-only pre-flight is not a run
    move ack-accepted-count      to ck-feed-ack-accept.
    move ack-rejected-count      to ck-feed-ack-reject.
    move ack-bypassed-count      to ck-feed-ack-bypass.
    move duplicate-held-count    to ck-duplicate-held.
    move feed-start-held         to ck-feed-start-held.
    move ack-held-count          to ck-feed-ack-held.
    move warehoused-count        to ck-warehoused.
    move feed-start-warehoused   to ck-feed-start-warehoused.
    move ack-warehoused-count    to ck-feed-ack-warehoused.
    perform varying feed-idx from 1 by 1
            until feed-idx > feeds-complete-count
       move fe-source( feed-idx )       to ck-fe-source( feed-idx )
    move zero to ck-feed-ack-accept.
    move zero to ck-feed-ack-reject.
    move zero to ck-feed-ack-bypass.
    move zero to ck-duplicate-held.
    move zero to ck-feed-start-held.
    move zero to ck-feed-ack-held.
    move zero to ck-warehoused.
    move zero to ck-feed-start-warehoused.
    move zero to ck-feed-ack-warehoused.
    move 1 to checkpoint-rec-key.
    rewrite checkpoint-record
        invalid key
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
*>--- a restart re-processes nothing, so a key collision here means
            add 1 to ack-accepted-count
       when "BYPASSED"
            add 1 to ack-bypassed-count
       when "SUSPDUP"
            add 1 to ack-held-count
       when "WAREHSD"
            add 1 to ack-warehoused-count
       when other
            add 1 to ack-rejected-count
    end-evaluate.
    compute ack-sequence-work = ack-accepted-count
                              + ack-rejected-count
                              + ack-bypassed-count
                              + ack-held-count
                              + ack-warehoused-count.

    move spaces to ack-record.
    move "D" to ak-record-type.
    move ack-reason-work      to ak-reason.
    write ack-record.

    perform 8895-record-arrival thru 8895-record-arrival-ex.

8865-write-ack-detail-ex.
    exit.

8890-set-lineage-id.

*>--- the item's lineage id: its feed and its place in that feed - the
*>--- number its ack detail is about to carry. a partition sees every
*>--- Nth detail of each feed (see feed-split), so its own count turns
*>--- back into the partner's numbering by the deal
    compute item-position-work = ack-accepted-count
                               + ack-rejected-count
                               + ack-bypassed-count
                               + ack-held-count
                               + ack-warehoused-count
                               + 1.
    if partition-count > 1 and warehouse-partition > 0
       compute item-position-work
             = (item-position-work - 1) * partition-count
             + warehouse-partition
    end-if.
    move feed-header-date   to lid-feed-date.
    move feed-source-system to lid-source-system.
    move item-position-work to lid-feed-sequence.
    move ti-reference       to arrival-reference-work.

8890-set-lineage-id-ex.
    exit.

8895-record-arrival.

*>--- the item's first lineage event is its ack disposition; an
*>--- adjustment stages its own event and what it superseded
    move item-lineage-id    to lineage-event-id.
    move ack-account-work   to lineage-event-account.
    move arrival-reference-work to lineage-event-reference.
    move spaces             to lineage-event-operator.
    if arrival-event-override not = spaces
       move arrival-event-override  to lineage-event-type
       move arrival-detail-override to lineage-event-detail
       move original-lineage-id     to lineage-event-related
    else
       move ack-disposition-work    to lineage-event-type
       move ack-reason-work         to lineage-event-detail
       move spaces                  to lineage-event-related
    end-if.
    perform record-lineage-event thru record-lineage-event-ex.
    move spaces to arrival-event-override arrival-detail-override.

8895-record-arrival-ex.
    exit.

8868-write-ack-trailer.

    move spaces to ack-record.
    move ack-accepted-count to ak-accepted-count.
    move ack-rejected-count to ak-rejected-count.
    move ack-bypassed-count to ak-bypassed-count.
    move ack-held-count     to ak-held-count.
    move ack-warehoused-count to ak-warehoused-count.
    write ack-record.

8868-write-ack-trailer-ex.
    move override-control-work  to ov-control-name.
    move ti-source-system       to ov-source-system.
    move ti-feed-date           to ov-feed-date.
    move "APPLIED"              to ov-disposition.
    write override-log-record.
    close override-log.

9750-write-override-log-ex.
    exit.

9760-write-override-refusal.

*>--- an override card from someone OPERSEC does not authorize: the
*>--- attempt goes on the same permanent trail marked refused, and
*>--- the alert queue hears about it - the control itself holds
    display "BATCH-CONVERT: OVERRIDE REFUSED - " operator-refusal-reason.
    open extend override-log.
    move feed-run-date          to ov-log-date.
    move function current-date(9:6) to ov-log-time.
    move override-operator      to ov-operator-id.
    move override-control-work  to ov-control-name.
    move ti-source-system       to ov-source-system.
    move ti-feed-date           to ov-feed-date.
    move "REFUSED"              to ov-disposition.
    write override-log-record.
    close override-log.

    move "OPER-REFUSED"   to alert-condition.
    move ti-source-system to alert-source.
    move "WARN"           to alert-severity.
    move "TICKET"         to alert-action.
    move zero             to alert-threshold.
    perform find-alert-rule thru find-alert-rule-ex.
    move spaces to alert-message.
    string override-control-work   delimited by space
           " OVERRIDE REFUSED: "   delimited by size
           operator-refusal-reason delimited by size
           into alert-message
    end-string.
    perform raise-alert thru raise-alert-ex.

9760-write-override-refusal-ex.
    exit.

9800-write-run-control.

*>--- updates one source system's entry in the in-storage run-control
       write daily-report-record from report-line
    end-if.

    if duplicate-held-count > 0
       move spaces to report-line
       string "SUSPECTED DUPLICATES HELD: " delimited by size
              duplicate-held-count          delimited by size
              " - SEE DUPHOLD, WORK WITH DUPREL" delimited by size
              into report-line
       end-string
       write daily-report-record from report-line
    end-if.

    if warehoused-count > 0
       move spaces to report-line
       string "VALUE-DATED ITEMS WAREHOUSED: " delimited by size
              warehoused-count                 delimited by size
              " - SEE WAREHSE, RELEASED BY WHREL" delimited by size
              into report-line
       end-string
       write daily-report-record from report-line
    end-if.

    if fx-held-items > 0
       move spaces to report-line
       string "VALUATIONS HELD (NO FX RATE): " delimited by size
              fx-held-items                    delimited by size
              " - OUT AT NATIVE AMOUNT ONLY"   delimited by size
              into report-line
       end-string
       write daily-report-record from report-line
    end-if.

    if limit-held-items > 0
       move spaces to report-line
       string "ITEMS OVER SINGLE-ITEM LIMIT: " delimited by size
              limit-held-items                 delimited by size
              " - HELD AT RELGATE FOR LIMAPPR" delimited by size
              into report-line
       end-string
       write daily-report-record from report-line
    end-if.

    if not item-limits-loaded
       move "ITEM LIMIT TABLE UNAVAILABLE OR EMPTY - NO CEILINGS APPLIED"
         to report-line
       write daily-report-record from report-line
    end-if.

    move spaces to report-line.
    string "UNKNOWN PART CODES:      " delimited by size
           unknown-part-count          delimited by size
       write daily-report-record from report-line
    end-if.

*>--- every adjustment rebooked out of a closed period is named, so
*>--- finance sees the prior-period movement landing in this month
    if prior-period-count > 0
       move spaces to report-line
       string "PRIOR-PERIOD ADJUSTMENTS: " delimited by size
              prior-period-count          delimited by size
              " - BOOKED INTO THE OPEN PERIOD" delimited by size
              into report-line
       end-string
       write daily-report-record from report-line
       perform varying prior-period-sub from 1 by 1
               until prior-period-sub > prior-period-count
          move spaces to report-line
          string "  PERIOD "        delimited by size
                 ppa-orig-period( prior-period-sub )
                                    delimited by size
                 " ACCOUNT "        delimited by size
                 ppa-account-id( prior-period-sub )
                                    delimited by size
                 " ORIG FEED "      delimited by size
                 ppa-orig-feed-date( prior-period-sub )
                                    delimited by size
                 " BOOKED "         delimited by size
                 ppa-posting-date( prior-period-sub )
                                    delimited by size
                 into report-line
          end-string
          write daily-report-record from report-line
       end-perform
    end-if.

    if not part-master-available
       move "*** PART MASTER WAS UNAVAILABLE - PART LOOKUPS SKIPPED"
            to report-line
       write daily-report-record from report-line
    end-if.

    perform 9550-report-ref-changes thru 9550-report-ref-changes-ex.

    move spaces to report-line.
    write daily-report-record from report-line.

9500-write-daily-report-ex.
    exit.

9550-report-ref-changes.

*>--- every reference-table change applied since the previous run,
*>--- with the value it replaced - a night that converts differently
*>--- from the one before can be read against what changed under it.
*>--- the previous run's own date is included: a change applied that
*>--- day after the run would otherwise never be reported
    perform 9560-find-previous-run thru 9560-find-previous-run-ex.

    move zero to ref-change-live-count.
    move "N"  to ref-change-eof-switch.
    open input pending-change.
    if pending-change-status not = "00"
       go to 9550-report-ref-changes-ex
    end-if.

    move spaces to report-line.
    write daily-report-record from report-line.
    move spaces to report-line.
    string "REFERENCE CHANGES LIVE SINCE LAST RUN (" delimited by size
           previous-run-date                          delimited by size
           "):"                                       delimited by size
           into report-line
    end-string.
    write daily-report-record from report-line.

    perform 9570-report-one-ref-change
       thru 9570-report-one-ref-change-ex
        until end-of-ref-changes.
    close pending-change.

    if ref-change-live-count = 0
       move "  (NONE)" to report-line
       write daily-report-record from report-line
    end-if.

9550-report-ref-changes-ex.
    exit.

9560-find-previous-run.

    move feed-run-date to previous-run-date.
    move "N" to run-stats-eof-switch.
    open input run-stats.
    perform 9565-read-run-stats thru 9565-read-run-stats-ex
        until end-of-run-stats.
    close run-stats.

9560-find-previous-run-ex.
    exit.

9565-read-run-stats.

    read run-stats
        at end
            set end-of-run-stats to true
    end-read.

    if not end-of-run-stats and rs-run-date < feed-run-date
       move rs-run-date to previous-run-date
    end-if.

9565-read-run-stats-ex.
    exit.

9570-report-one-ref-change.

    read pending-change
        at end
            set end-of-ref-changes to true
    end-read.

    if not end-of-ref-changes and pg-live
             and pg-live-date not < previous-run-date
       add 1 to ref-change-live-count
       move spaces to report-line
       string "  "              delimited by size
              pg-live-date      delimited by size
              " "               delimited by size
              pg-table          delimited by size
              " "               delimited by size
              pg-action         delimited by size
              " "               delimited by size
              pg-key            delimited by size
              " BY "            delimited by size
              pg-maker          delimited by size
              "/"               delimited by size
              pg-checker        delimited by size
              into report-line
       end-string
       write daily-report-record from report-line
       move spaces to report-line
       move "    WAS: " to report-line(1:9)
       move pg-before-image(1:60) to report-line(10:60)
       write daily-report-record from report-line
       move spaces to report-line
       move "    NOW: " to report-line(1:9)
       move pg-after-image(1:60) to report-line(10:60)
       write daily-report-record from report-line
    end-if.

9570-report-one-ref-change-ex.
    exit.

9900-write-control-total.

*>--- one balancing record per feed the submission carried; the
copy "currency-load.cbl".
copy "alert-queue.cbl".
copy "cycle-stamp.cbl".
copy "operator-check.cbl".
copy "period-check.cbl".
copy "partner-check.cbl".
copy "account-check.cbl".
copy "fxrate-check.cbl".
copy "itemlim-check.cbl".
copy "busday-check.cbl".
copy "lineage-write.cbl".

end program batch-convert.
