*>--- SYSIN control cards:
*>---     FEED-DATE=YYYYMMDD   the feed to back out (required)
*>---     SOURCE=xxxxxxxx      its source system (required)
*>---     OPERATOR=xxxxxxxx    who authorized the backout - must be
*>---                          active on OPERSEC with the backout
*>---                          role, or nothing is touched
*>--- every attempt - done, failed or refused - goes on the permanent
*>--- BACKLOG; a refused one also raises an alert
*>--- after a backout, rerun RELGATE - the released file still holds
*>--- the recalled records until the gate re-cuts it
*>--- items of the feed still waiting on a hold file - limit holds
*>--- not yet released or released today (LIMHOLD), suspected
*>--- duplicates (DUPHOLD) and value-dated items (WAREHSE) - are
*>--- cancelled "X" in the same pass, dated and signed with the
*>--- authorizing operator, so no approval, DUPREL or WHREL can ever
*>--- put a recalled item back into the flow; each file is copied to
*>--- its replacement and swapped in with the others
environment division.
input-output section.
file-control.
        assign to "BACKRPT"
        organization is line sequential.

*>--- permanent backout trail - extend-only, one record per attempt
    select backout-log
        assign to "BACKLOG"
        organization is line sequential.

*>--- operator security file (see operator-check)
    select operator-file
        assign to "OPERSEC"
        organization is line sequential
        file status is operator-file-status.

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
        organization is line sequential
        file status is cycle-status-status.

*>--- item lineage history (see lineage-record) - every item the
*>--- backout takes out of the night gets its BACKOUT event; optional,
*>--- a history that will not open never stops the backout
    select optional lineage-file
        assign to "LINEAGE"
        organization is indexed
        access mode is dynamic
        record key is ln-event-key
        alternate record key is ln-item-key
            with duplicates
        file status is lineage-status.

*>--- the three hold files, each copied whole to its replacement with
*>--- the recalled feed's waiting items marked cancelled; optional -
*>--- a file that has never been started copies to an empty one
    select optional limit-hold
        assign to "LIMHOLD"
        organization is line sequential
        file status is limit-hold-status.

    select limit-redo
        assign to "LIMREDO"
        organization is line sequential.

    select optional duplicate-hold
        assign to "DUPHOLD"
        organization is line sequential
        file status is duplicate-hold-status.

    select duplicate-redo
        assign to "DUPREDO"
        organization is line sequential.

    select optional warehouse-file
        assign to "WAREHSE"
        organization is line sequential
        file status is warehouse-status.

    select warehouse-redo
        assign to "WHREDO"
        organization is line sequential.

data division.
file section.
fd  trans-out.
copy "transout-record.cbl".

fd  trans-new.
01  trans-new-record             pic x(480).

fd  xml-new.
01  xml-doc-record               pic x(250).
fd  backout-report.
01  backout-report-record        pic x(100).

fd  backout-log.
copy "backlog-record.cbl".

fd  operator-file.
copy "opersec-record.cbl".

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

fd  cycle-status.
copy "cyclestat-record.cbl".

fd  lineage-file.
copy "lineage-record.cbl".

fd  limit-hold.
copy "limhold-record.cbl".

fd  limit-redo.
01  limit-redo-record            pic x(604).

fd  duplicate-hold.
copy "duphold-record.cbl".

fd  duplicate-redo.
01  duplicate-redo-record        pic x(605).

fd  warehouse-file.
copy "warehouse-record.cbl".

fd  warehouse-redo.
01  warehouse-redo-record        pic x(659).

working-storage section.
copy "cycle-work.cbl".
copy "hash-work.cbl".
copy "xml-item-work.cbl".
copy "alert-work.cbl".
copy "opersec-work.cbl".
copy "lineage-work.cbl".

01  backout-switches.
    05  trans-out-eof-switch     pic x(01)  value "N".
        88  xml-run-open                    value "Y".
    05  run-control-eof-switch   pic x(01)  value "N".
        88  end-of-run-control              value "Y".
    05  backout-refused-switch   pic x(01)  value "N".
        88  backout-refused                 value "Y".
    05  hold-file-eof-switch     pic x(01)  value "N".
        88  end-of-hold-file                value "Y".

01  control-total-status         pic x(02)  value spaces.
01  result-index-status          pic x(02)  value spaces.
01  run-control-status           pic x(02)  value spaces.
01  backout-parms-status         pic x(02)  value spaces.
01  limit-hold-status            pic x(02)  value spaces.
01  duplicate-hold-status        pic x(02)  value spaces.
01  warehouse-status             pic x(02)  value spaces.

01  backout-run-date             pic x(08)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  remaining-feed-count         pic 9(02)  value zero.
01  remaining-records-total      pic 9(07)  value zero.
01  remaining-rejects-total      pic 9(07)  value zero.
01  limit-cancelled-count        pic 9(07)  value zero.
01  duplicate-cancelled-count    pic 9(07)  value zero.
01  warehouse-cancelled-count    pic 9(07)  value zero.
01  cancel-file-name             pic x(08)  value spaces.
01  report-line                  pic x(100).

procedure division.
    if not backout-failed
       perform 3000-trim-result-index thru 3000-trim-result-index-ex
       perform 4000-rewrite-controls thru 4000-rewrite-controls-ex
       perform 5000-cancel-holds thru 5000-cancel-holds-ex
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    move "BACKOUT" to cycle-job-name.
    perform 9010-stamp-cycle-start thru 9010-stamp-cycle-start-ex.

    move "BACKOUT" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    open output backout-report.

    perform 1100-read-parms thru 1100-read-parms-ex.
    end-string.
    write backout-report-record from report-line.

    perform 1300-check-operator thru 1300-check-operator-ex.

    if backout-refused
       continue
    else
    if target-feed-date = spaces or target-source-system = spaces
       move "FEED-DATE= AND SOURCE= CARDS ARE BOTH REQUIRED"
            to backout-fail-message
          perform 8000-flag-backout-failure
             thru 8000-flag-backout-failure-ex
       end-if
    end-if
    end-if.

1000-initialize-ex.
1250-read-control-total-ex.
    exit.

1300-check-operator.

*>--- backing a partner's feed out is a named person's decision, and
*>--- only someone OPERSEC gives the backout role may take it
    perform load-operator-table thru load-operator-table-ex.
    move backout-operator to operator-check-id.
    set role-backout to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       set backout-refused to true
       move spaces to backout-fail-message
       string "BACKOUT REFUSED - "    delimited by size
              operator-refusal-reason delimited by size
              into backout-fail-message
       end-string
       perform 8000-flag-backout-failure
          thru 8000-flag-backout-failure-ex

       move "OPER-REFUSED"       to alert-condition
       move target-source-system to alert-source
       move "WARN"               to alert-severity
       move "TICKET"             to alert-action
       move zero                 to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "BACKOUT REFUSED: "     delimited by size
              operator-refusal-reason delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

1300-check-operator-ex.
    exit.

2000-copy-without-feed.

    open input trans-out.
*>--- in one contiguous band; the source field on each record keeps
*>--- a same-date feed from another partner untouched (an old record
*>--- from before the source stamp deletes with its date band - only
*>--- a backout of a pre-stamp night can meet one). each history
*>--- record is one of the items removed, so its lineage event is
*>--- written as it goes - only once the remaining file has proven
*>--- out, never for a backout that failed its proof
    move "BACKOUT" to lineage-job-name.
    perform open-lineage thru open-lineage-ex.

    open i-o result-index.
    if result-index-status not = "00"
       display "BACKOUT-RUN: RESULT INDEX UNAVAILABLE (STATUS "
       close result-index
    end-if.

    perform close-lineage thru close-lineage-ex.

3000-trim-result-index-ex.
    exit.

                          result-index-status " KEY " ri-result-key
          end-delete
          add 1 to index-deleted-count
          perform 3150-record-lineage thru 3150-record-lineage-ex
       end-if
       end-if
    end-if.
3100-delete-one-entry-ex.
    exit.

3150-record-lineage.

    move "BACKOUT"        to lineage-event-type.
    move ri-lineage-id    to lineage-event-id.
    move ri-account-id    to lineage-event-account.
    move ri-reference     to lineage-event-reference.
    move backout-operator to lineage-event-operator.
    move spaces           to lineage-event-related.
    move spaces           to lineage-event-detail.
    string "FEED "              delimited by size
           ri-feed-date         delimited by size
           " "                  delimited by size
           target-source-system delimited by size
           " "                  delimited by size
           ri-status            delimited by size
           into lineage-event-detail
    end-string.
    perform record-lineage-event thru record-lineage-event-ex.

3150-record-lineage-ex.
    exit.

4000-rewrite-controls.

*>--- the feed's balancing record comes off CTLTOTAL, and its
4100-read-run-control-ex.
    exit.

5000-cancel-holds.

*>--- an item of the recalled feed still waiting on a hold file is
*>--- as much a part of the feed as the ones taken off TRANSOUT: it
*>--- is cancelled here, so the corrected feed that follows can never
*>--- meet a second copy of itself released out of a hold. items
*>--- already released went to TRANSOUT and came off it above
    move "BACKOUT" to lineage-job-name.
    perform open-lineage thru open-lineage-ex.

    move "LIMHOLD" to cancel-file-name.
    move "N" to hold-file-eof-switch.
    open input limit-hold.
    open output limit-redo.
    if limit-hold-status = "00" or limit-hold-status = "05"
       perform 5100-cancel-limit-hold thru 5100-cancel-limit-hold-ex
           until end-of-hold-file
       close limit-hold
    end-if.
    close limit-redo.

    move "DUPHOLD" to cancel-file-name.
    move "N" to hold-file-eof-switch.
    open input duplicate-hold.
    open output duplicate-redo.
    if duplicate-hold-status = "00" or duplicate-hold-status = "05"
       perform 5200-cancel-duplicate-hold
          thru 5200-cancel-duplicate-hold-ex
           until end-of-hold-file
       close duplicate-hold
    end-if.
    close duplicate-redo.

    move "WAREHSE" to cancel-file-name.
    move "N" to hold-file-eof-switch.
    open input warehouse-file.
    open output warehouse-redo.
    if warehouse-status = "00" or warehouse-status = "05"
       perform 5300-cancel-warehouse-item
          thru 5300-cancel-warehouse-item-ex
           until end-of-hold-file
       close warehouse-file
    end-if.
    close warehouse-redo.

    perform close-lineage thru close-lineage-ex.

5000-cancel-holds-ex.
    exit.

5100-cancel-limit-hold.

    read limit-hold
        at end
            set end-of-hold-file to true
            go to 5100-cancel-limit-hold-ex
    end-read.

*>--- the image names the feed; a hold still waiting ("H" or "A") or
*>--- released today ("S", which a RELGATE rerun would send again)
*>--- is cancelled - a rejected or cancelled one is already final
    move lh-trans-image to trans-out-record.
    if to-feed-date = target-feed-date
             and to-source-system = target-source-system
             and (lh-status-held or lh-status-approved
                  or lh-status-released)
       set lh-status-cancelled to true
       move backout-run-date to lh-decided-date
       move backout-operator to lh-decided-by
       move "CANCELLED - FEED BACKED OUT" to lh-note
       add 1 to limit-cancelled-count
       move "LIMCANCL"       to lineage-event-type
       move to-account-id    to lineage-event-account
       move to-reference     to lineage-event-reference
       perform 5900-record-cancel thru 5900-record-cancel-ex
    end-if.

    write limit-redo-record from limit-hold-record.

5100-cancel-limit-hold-ex.
    exit.

5200-cancel-duplicate-hold.

    read duplicate-hold
        at end
            set end-of-hold-file to true
            go to 5200-cancel-duplicate-hold-ex
    end-read.

    move dh-trans-image to trans-out-record.
    if dh-feed-date = target-feed-date
             and dh-source-system = target-source-system
             and dh-status-held
       set dh-status-cancelled to true
       move backout-run-date to dh-status-date
       move backout-operator to dh-operator
       add 1 to duplicate-cancelled-count
       move "DUPCANCL"       to lineage-event-type
       move dh-account-id    to lineage-event-account
       move dh-reference     to lineage-event-reference
       perform 5900-record-cancel thru 5900-record-cancel-ex
    end-if.

    write duplicate-redo-record from duplicate-hold-record.

5200-cancel-duplicate-hold-ex.
    exit.

5300-cancel-warehouse-item.

    read warehouse-file
        at end
            set end-of-hold-file to true
            go to 5300-cancel-warehouse-item-ex
    end-read.

    move wh-trans-image to trans-out-record.
    if wh-feed-date = target-feed-date
             and wh-source-system = target-source-system
             and wh-status-warehoused
       set wh-status-cancelled to true
       move backout-run-date to wh-status-date
       move backout-operator to wh-operator
       move "CANCELLED - FEED BACKED OUT" to wh-note
       add 1 to warehouse-cancelled-count
       move "WHCANCEL"       to lineage-event-type
       move wh-account-id    to lineage-event-account
       move wh-reference     to lineage-event-reference
       perform 5900-record-cancel thru 5900-record-cancel-ex
    end-if.

    write warehouse-redo-record from warehouse-record.

5300-cancel-warehouse-item-ex.
    exit.

5900-record-cancel.

*>--- the caller stages the event type, account and reference; the
*>--- item's id comes from its converted image, as on TRANSOUT
    move to-lineage-id    to lineage-event-id.
    move backout-operator to lineage-event-operator.
    move spaces           to lineage-event-related.
    move spaces           to lineage-event-detail.
    string "FEED "              delimited by size
           target-feed-date     delimited by size
           " "                  delimited by size
           target-source-system delimited by size
           " BACKED OUT - "     delimited by size
           cancel-file-name     delimited by space
           " HOLD CANCELLED"    delimited by size
           into lineage-event-detail
    end-string.
    perform record-lineage-event thru record-lineage-event-ex.

    move spaces to report-line.
    string "CANCELLED: "        delimited by size
           cancel-file-name     delimited by size
           " "                  delimited by size
           to-lineage-id        delimited by size
           " "                  delimited by size
           lineage-event-account delimited by size
           " "                  delimited by size
           lineage-event-reference delimited by size
           into report-line
    end-string.
    write backout-report-record from report-line.

5900-record-cancel-ex.
    exit.

8000-flag-backout-failure.

    set backout-failed to true.
              into report-line
       end-string
       write backout-report-record from report-line

       move spaces to report-line
       string "CANCELLED: LIMHOLD "        delimited by size
              limit-cancelled-count        delimited by size
              ", DUPHOLD "                 delimited by size
              duplicate-cancelled-count    delimited by size
              ", WAREHSE "                 delimited by size
              warehouse-cancelled-count    delimited by size
              " HELD ITEMS OF THE FEED"    delimited by size
              into report-line
       end-string
       write backout-report-record from report-line
    end-if.

    if backout-failed
       write backout-report-record from report-line
       move 8 to return-code
    else
       move "SWAP STEPS WILL REPLACE TRANSOUT/XMLDOC AND THE HOLD FILES"
            to report-line
       write backout-report-record from report-line
       move "- RERUN RELGATE" to report-line
       write backout-report-record from report-line
    end-if.

    close backout-report.

    perform 9100-write-backout-log thru 9100-write-backout-log-ex.

    move removed-record-count to cycle-record-count.
    if backout-failed
       move backout-fail-message(1:40) to cycle-message
9000-terminate-ex.
    exit.

9100-write-backout-log.

    open extend backout-log.
    move backout-run-date            to bl-log-date.
    move function current-date(9:6)  to bl-log-time.
    move backout-operator            to bl-operator-id.
    move target-feed-date            to bl-feed-date.
    move target-source-system        to bl-source-system.
    move removed-record-count        to bl-removed-count.
    if backout-refused
       move "REFUSED"  to bl-disposition
    else
    if backout-failed
       move "FAILED"   to bl-disposition
    else
       move "REMOVED"  to bl-disposition
    end-if
    end-if.
    write backout-log-record.
    close backout-log.

9100-write-backout-log-ex.
    exit.

copy "hash-accumulate.cbl".
copy "xml-item-write.cbl".
copy "cycle-stamp.cbl".
copy "alert-queue.cbl".
copy "operator-check.cbl".
copy "lineage-write.cbl".

end program backout-run.
