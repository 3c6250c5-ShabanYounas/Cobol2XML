program-id. reject-reprocess.

*>--- reads the REJECTS suspense file after recon support has corrected
*>--- the record images (with reject-repair), pushes each workable one (lifecycle
*>--- status new/assigned) back through the same conversion logic the
*>--- nightly run uses, and appends the good ones to TRANSOUT. every
*>--- image flows to REJREDO - which the job makes the new suspense
*>--- failing ones keep their status with a fresh reason, and records
*>--- already corrected or cancelled ride through untouched as the
*>--- audit trail. RC=4 means some records still fail - correct and
*>--- resubmit. a repaired item whose value date is still ahead goes to
*>--- the WAREHSE value-date warehouse instead of TRANSOUT, exactly as
*>--- it would have the night it arrived
environment division.
input-output section.
file-control.
        organization is line sequential
        file status is currency-table-status.

*>--- value-dated warehouse (see warehouse-record) and the processing
*>--- calendar its due dates roll by; both optional
    select optional warehouse-file
        assign to "WAREHSE"
        organization is line sequential.

    select optional calendar-file
        assign to "CALENDAR"
        organization is line sequential
        file status is calendar-status.

    select part-master
        assign to "PARTMAST"
        organization is indexed
        record key is pm-part-code
        file status is part-master-status.

*>--- a repaired item resolves to its internal account and is held to
*>--- its partner's set-up exactly as the nightly run held it
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

    select partner-master
        assign to "PARTNERS"
        organization is indexed
        access mode is random
        record key is ps-source-system
        file status is partner-file-status.

*>--- suite-wide alert queue and its rules table (see alert-queue);
*>--- both optional - alerting must never hold up the work
        organization is line sequential
        file status is cycle-status-status.

*>--- item lineage history (see lineage-record) - a repair is one more
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
fd  rejects.
copy "transout-record.cbl".

fd  reject-redo.
01  redo-record                  pic x(213).

fd  reprocess-report.
01  reprocess-report-record      pic x(80).
fd  control-total.
copy "ctltotal-record.cbl".

fd  warehouse-file.
copy "warehouse-record.cbl".

fd  calendar-file.
copy "calendar-record.cbl".

fd  currency-file.
01  currency-record.
    05  cur-code                 pic x(03).
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

fd  alert-queue.
copy "alertq-record.cbl".

fd  cycle-status.
copy "cyclestat-record.cbl".

fd  lineage-file.
copy "lineage-record.cbl".

working-storage section.
copy "cycle-work.cbl".
copy "lineage-work.cbl".
copy "hex_dec_data.cbl".
copy "hex_decimal_table.cbl".
copy "ebcdic_dec_data.cbl".
copy "conv-work.cbl".
copy "currency-work.cbl".
copy "alert-work.cbl".
copy "partner-work.cbl".
copy "account-work.cbl".
copy "fxrate-work.cbl".
copy "itemlim-work.cbl".
copy "busday-work.cbl".
copy "transin-record.cbl".

01  reprocess-switches.
        88  control-total-available         value "Y".

01  part-master-status           pic x(02)  value spaces.
01  calendar-status              pic x(02)  value spaces.
01  control-total-status         pic x(02)  value spaces.
01  control-total-eof-switch     pic x(01)  value "N".
    88  end-of-control-total                value "Y".
01  reprocess-good-count         pic 9(05)  value zero.
01  reprocess-redo-count         pic 9(05)  value zero.
01  reprocess-carried-count      pic 9(05)  value zero.
01  reprocess-warehoused-count   pic 9(05)  value zero.
01  reprocess-run-date           pic x(08)  value spaces.
01  report-line                  pic x(80).

    move "REJPROC" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    move "REJPROC" to lineage-job-name.
    perform open-lineage thru open-lineage-ex.

    open input rejects.
*>--- always append: the nightly run's output for this feed date is
*>--- already sitting in TRANSOUT and the repaired records join it
               part-master-status ") - PART LOOKUPS SKIPPED"
    end-if.

*>--- no partner master means no partner edit - the feed passed its
*>--- header check the night it arrived, and the conversion edits
*>--- still apply
    perform open-partner-master thru open-partner-master-ex.

*>--- no account files means nothing resolves - every image goes back
*>--- to suspense with that reason rather than posting unresolved
    perform open-account-files thru open-account-files-ex.

*>--- a repaired item is valued the same way the nightly run would
*>--- have valued it - at its own feed date's rate
    perform open-fx-rates thru open-fx-rates-ex.

*>--- and held to the same single-item ceilings
    perform load-item-limits thru load-item-limits-ex.

*>--- a repaired item dated ahead warehouses to its business day
    perform load-business-days thru load-business-days-ex.
    open extend warehouse-file.

*>--- pick up the nightly run's balancing record so the appends keep
*>--- CTLTOTAL in step with what TRANSOUT now holds - otherwise the
*>--- downstream balance check would refuse the repaired file
       move reprocess-run-date to rj-status-date
       write redo-record from reject-record
    else
*>--- the feed the image was placed against names the partner and
*>--- date it is held to - an unstamped image only has that
       if ctl-use > 0
          move cte-source( ctl-use )    to account-check-source
          move cte-feed-date( ctl-use ) to account-check-date
       else
          move rj-source-system         to account-check-source
          move rj-feed-date             to account-check-date
       end-if
       move account-check-source to ps-source-system
       perform read-partner thru read-partner-ex
       perform check-partner-item thru check-partner-item-ex
       if not conv-error-found
          perform 3000-convert-detail thru 3000-convert-detail-ex
       end-if
       if conv-error-found
          add 1 to reprocess-redo-count
*>--- a repair that fails again for the reason it already carried is
*>--- an image nobody has touched yet - nothing new for its history
          if conv-error-message not = rj-reason
             move "REREJECT"         to lineage-event-type
             move conv-error-message to lineage-event-detail
             perform 2300-record-lineage thru 2300-record-lineage-ex
          end-if
          move conv-error-message to rj-reason
          move reprocess-run-date to rj-status-date
          write redo-record from reject-record
       else
*>--- the applied image stays on the suspense file as its own audit
*>--- trail, moved to corrected - never to be picked up again
          move "C"                to rj-status
          move reprocess-run-date to rj-status-date
          write redo-record from reject-record
          if ti-value-date not = spaces
                   and ti-value-date > account-check-date
                   and ti-value-date > reprocess-run-date
             perform 2200-warehouse-item thru 2200-warehouse-item-ex
             perform 2100-read-rejects thru 2100-read-rejects-ex
             go to 2000-reprocess-records-ex
          end-if
          add 1 to reprocess-good-count
          if ctl-use > 0
             move cte-feed-date( ctl-use ) to to-feed-date
             move cte-source( ctl-use )    to to-source-system
             move rj-feed-date             to to-feed-date
             move rj-source-system         to to-source-system
          end-if
          move spaces to to-posting-date
          move rj-lineage-id to to-lineage-id
          write trans-out-record
          move "REPROC" to lineage-event-type
          move spaces   to lineage-event-detail
          string "REPAIRED AND POSTED ON FEED " delimited by size
                 to-feed-date                   delimited by size
                 " "                            delimited by size
                 to-source-system               delimited by size
                 into lineage-event-detail
          end-string
          perform 2300-record-lineage thru 2300-record-lineage-ex
          if ctl-use > 0
*>--- book the append straight onto its feed's balancing entry: the
*>--- record either came out of that feed's detail-reject count, or -
2000-reprocess-records-ex.
    exit.

2200-warehouse-item.

*>--- held whole as batch-convert would have held it - it stays in its
*>--- feed's reject count until WHREL books it onto its own balancing
*>--- record the night it releases. partition 9 marks an item warehoused
*>--- from suspense, numbered by its place in its feed, so its id never
*>--- meets one a nightly run gave out
    add 1 to reprocess-warehoused-count.
    move account-check-date   to to-feed-date.
    move account-check-source to to-source-system.
    move account-check-date   to to-posting-date.
    move rj-lineage-id        to to-lineage-id.

    move ti-value-date to business-day-date.
    perform next-business-day thru next-business-day-ex.

    move spaces to warehouse-record.
    move trans-out-record     to wh-trans-image.
    move account-check-date   to wh-feed-date.
    move 9                    to wh-partition.
    move rj-feed-sequence     to wh-sequence.
    move account-check-source to wh-source-system.
    move ti-value-date        to wh-value-date.
    move business-day-date    to wh-due-date.
    move to-account-id        to wh-account-id.
    move to-internal-account  to wh-internal-account.
    move to-reference         to wh-reference.
    move "W"                  to wh-status.
    move reprocess-run-date   to wh-status-date.
    write warehouse-record.

    move "REPROC" to lineage-event-type.
    move spaces   to lineage-event-detail.
    string "REPAIRED AND WAREHOUSED - DUE " delimited by size
           business-day-date                delimited by size
           into lineage-event-detail
    end-string.
    perform 2300-record-lineage thru 2300-record-lineage-ex.

2200-warehouse-item-ex.
    exit.

2300-record-lineage.

*>--- the caller stages the event type and detail; the item is the
*>--- image as support repaired it, under the lineage id it arrived
*>--- with
    move rj-lineage-id  to lineage-event-id.
    move ti-account-id  to lineage-event-account.
    move ti-reference   to lineage-event-reference.
    move spaces         to lineage-event-operator
                           lineage-event-related.
    perform record-lineage-event thru record-lineage-event-ex.

2300-record-lineage-ex.
    exit.

2100-read-rejects.

    read rejects
    end-string.
    write reprocess-report-record from report-line.

    if reprocess-warehoused-count > 0
       move spaces to report-line
       string "WAREHOUSED TO VALUE DATE: " delimited by size
              reprocess-warehoused-count   delimited by size
              into report-line
       end-string
       write reprocess-report-record from report-line
    end-if.

    if fx-held-items > 0
       move spaces to report-line
       string "VALUATIONS HELD (NO RATE):" delimited by size
              fx-held-items                delimited by size
              into report-line
       end-string
       write reprocess-report-record from report-line
    end-if.

    if limit-held-items > 0
       move spaces to report-line
       string "OVER ITEM LIMIT (HELD):   " delimited by size
              limit-held-items             delimited by size
              into report-line
       end-string
       write reprocess-report-record from report-line
    end-if.

    close rejects.
    close trans-out.
    close warehouse-file.
    close reject-redo.
    close reprocess-report.
    if part-master-available
       close part-master
    end-if.
    if partner-master-open
       close partner-master
    end-if.
    perform close-account-files thru close-account-files-ex.
    perform close-lineage thru close-lineage-ex.

    if control-total-available
       perform 9900-update-control-total thru 9900-update-control-total-ex
       perform raise-alert thru raise-alert-ex
    end-if.

    if fx-held-items > 0
       if return-code = 0
          move 4 to return-code
       end-if
       perform raise-fx-held-alerts thru raise-fx-held-alerts-ex
    end-if.
    perform close-fx-rates thru close-fx-rates-ex.

    if limit-held-items > 0
       if return-code = 0
          move 4 to return-code
       end-if
       perform raise-limit-held-alert thru raise-limit-held-alert-ex
    end-if.

    move reprocess-good-count to cycle-record-count.
    move reprocess-redo-count to cycle-reject-count.
    if reprocess-redo-count > 0
copy "currency-load.cbl".
copy "alert-queue.cbl".
copy "cycle-stamp.cbl".
copy "partner-check.cbl".
copy "account-check.cbl".
copy "fxrate-check.cbl".
copy "itemlim-check.cbl".
copy "busday-check.cbl".
copy "lineage-write.cbl".

end program reject-reprocess.
