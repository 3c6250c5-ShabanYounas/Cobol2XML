identification division.
program-id. dup-release.

*>--- works the suspected-duplicate hold file the nightly run fills:
*>--- recon support names each held item it has investigated, by the
*>--- feed date and night sequence DUPHOLD and the ack carry, and says
*>--- release (the partner really did send it twice on purpose) or
*>--- cancel (a re-send). a released item is appended to TRANSOUT
*>--- exactly as the nightly run would have written it, indexed on
*>--- the result history under its own key, and booked back onto its
*>--- feed's CTLTOTAL record the way a repaired reject is - so the
*>--- balance check and the release gate take it through the normal
*>--- balancing. an item whose feed is no longer on tonight's control
*>--- totals gets a balancing record of its own. every hold record
*>--- flows to DUPREDO - which the job makes the new hold file - with
*>--- its lifecycle updated: released "R", cancelled "X", the rest
*>--- still held. RC=4 means a named item was not found held.
*>--- SYSIN control cards:
*>---     RELEASE=YYYYMMDDnnnnnnn  feed date + sequence to release
*>---     CANCEL=YYYYMMDDnnnnnnn   feed date + sequence to cancel
*>---     OPERATOR=xxxxxxxx        who decided - must be active on
*>---                              OPERSEC with the hand-release
*>---                              role, or nothing is touched
environment division.
input-output section.
file-control.
    select duplicate-hold
        assign to "DUPHOLD"
        organization is line sequential
        file status is duplicate-hold-status.

    select duplicate-redo
        assign to "DUPREDO"
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

    select release-parms
        assign to "SYSIN"
        organization is line sequential
        file status is release-parms-status.

    select release-report
        assign to "DUPRPT"
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
        assign to "CYCLESTA"
        organization is line sequential
        file status is cycle-status-status.

*>--- item lineage history (see lineage-record) - the decision is an
*>--- event in the held item's story; optional, never holds up the work
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
fd  duplicate-hold.
copy "duphold-record.cbl".

fd  duplicate-redo.
01  duplicate-redo-record        pic x(605).

fd  trans-out.
copy "transout-record.cbl".

fd  control-total.
copy "ctltotal-record.cbl".

fd  result-index.
copy "residx-record.cbl".

fd  release-parms.
01  release-parms-record         pic x(80).

fd  release-report.
01  release-report-record        pic x(100).

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

working-storage section.
copy "cycle-work.cbl".
copy "lineage-work.cbl".
copy "hash-work.cbl".
copy "alert-work.cbl".
copy "opersec-work.cbl".

01  release-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  hold-eof-switch          pic x(01)  value "N".
        88  end-of-hold                     value "Y".
    05  control-total-eof-sw     pic x(01)  value "N".
        88  end-of-control-total            value "Y".
    05  release-refused-switch   pic x(01)  value "N".
        88  release-refused                 value "Y".
    05  ctl-match-switch         pic x(01)  value "N".
        88  ctl-matched                     value "Y".
    05  result-index-switch      pic x(01)  value "N".
        88  result-index-open               value "Y".

01  duplicate-hold-status        pic x(02)  value spaces.
01  control-total-status         pic x(02)  value spaces.
01  result-index-status          pic x(02)  value spaces.
01  release-parms-status         pic x(02)  value spaces.

01  release-run-date             pic x(08)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.
01  release-operator             pic x(08)  value spaces.

*>--- the decisions the cards carry, matched against the hold file as
*>--- it streams past; each is ticked off when its held item is found
01  action-count                 pic 9(03)  value zero.
01  action-sub                   pic 9(03)  value zero.
01  action-found-sub             pic 9(03)  value zero.
01  action-table.
    05  action-entry             occurs 200 times.
        10  ac-feed-date         pic x(08).
        10  ac-sequence          pic 9(07).
        10  ac-action            pic x(01).
            88  ac-release                  value "R".
            88  ac-cancel                   value "X".
        10  ac-done              pic x(01).
            88  ac-applied                  value "Y".

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

01  hold-read-count              pic 9(07)  value zero.
01  released-count               pic 9(05)  value zero.
01  cancelled-count              pic 9(05)  value zero.
01  still-held-count             pic 9(05)  value zero.
01  not-found-count              pic 9(05)  value zero.
01  late-ctl-count               pic 9(02)  value zero.
01  item-outcome                 pic x(56)  value spaces.
01  report-line                  pic x(100).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not release-refused
       perform 2000-work-hold-file thru 2000-work-hold-file-ex
           until end-of-hold
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to release-run-date.

    move "DUPREL" to cycle-job-name.
    perform 9010-stamp-cycle-start thru 9010-stamp-cycle-start-ex.

    move "DUPREL" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    open output release-report.

    perform 1100-read-parms thru 1100-read-parms-ex.

    move spaces to report-line.
    string "COBOL2XML SUSPECTED-DUPLICATE RELEASE - " delimited by size
           release-run-date           delimited by size
           "  OPERATOR "              delimited by size
           release-operator           delimited by size
           into report-line
    end-string.
    write release-report-record from report-line.
    move spaces to report-line.
    write release-report-record from report-line.

    perform 1300-check-operator thru 1300-check-operator-ex.
    if release-refused
       go to 1000-initialize-ex
    end-if.

    perform 1200-load-control-totals thru 1200-load-control-totals-ex.

    open input duplicate-hold.
    if duplicate-hold-status not = "00"
       display "DUP-RELEASE: HOLD FILE UNAVAILABLE (STATUS "
               duplicate-hold-status ") - NOTHING TO WORK"
       set end-of-hold to true
    end-if.
    open output duplicate-redo.
*>--- always append: the night's output is already sitting in
*>--- TRANSOUT and the released items join it
    open extend trans-out.

    open i-o result-index.
    if result-index-status = "00"
       set result-index-open to true
    else
       display "DUP-RELEASE: RESULT INDEX UNAVAILABLE (STATUS "
               result-index-status ") - RELEASED ITEMS NOT INDEXED"
    end-if.

    move "DUPREL" to lineage-job-name.
    perform open-lineage thru open-lineage-ex.

    if not end-of-hold
       perform 2100-read-hold thru 2100-read-hold-ex
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
          when "RELEASE"
          when "CANCEL"
               if action-count < 200
                        and parm-value(9:7) numeric
                  add 1 to action-count
                  move parm-value(1:8) to ac-feed-date( action-count )
                  move parm-value(9:7) to ac-sequence( action-count )
                  if parm-keyword = "RELEASE"
                     move "R" to ac-action( action-count )
                  else
                     move "X" to ac-action( action-count )
                  end-if
                  move "N" to ac-done( action-count )
               else
                  display "DUP-RELEASE: CARD IGNORED: "
                          release-parms-record
               end-if
          when "OPERATOR"
               move parm-value(1:8) to release-operator
          when other
               display "DUP-RELEASE: UNRECOGNIZED CONTROL CARD: "
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
       display "DUP-RELEASE: NO CONTROL TOTALS ON HAND (STATUS "
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

1300-check-operator.

*>--- letting a suspected re-send post is a named person's decision,
*>--- the same hand-release role the release gate asks for
    perform load-operator-table thru load-operator-table-ex.
    move release-operator to operator-check-id.
    set role-hand-release to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       set release-refused to true
       move spaces to report-line
       string "*** DUPLICATE RELEASE REFUSED - " delimited by size
              operator-refusal-reason            delimited by size
              into report-line
       end-string
       write release-report-record from report-line
       display "DUP-RELEASE: REFUSED - " operator-refusal-reason

       move "OPER-REFUSED"       to alert-condition
       move spaces               to alert-source
       move "WARN"               to alert-severity
       move "TICKET"             to alert-action
       move zero                 to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "DUPLICATE RELEASE REFUSED: " delimited by size
              operator-refusal-reason       delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

1300-check-operator-ex.
    exit.

2000-work-hold-file.

    add 1 to hold-read-count.

*>--- released and cancelled records are history, not work - they
*>--- ride through to the new hold file exactly as they stand
    if not dh-status-held
       write duplicate-redo-record from duplicate-hold-record
       perform 2100-read-hold thru 2100-read-hold-ex
       go to 2000-work-hold-file-ex
    end-if.

    move zero to action-found-sub.
    perform varying action-sub from 1 by 1
            until action-sub > action-count
       if ac-feed-date( action-sub ) = dh-feed-date
                and ac-sequence( action-sub ) = dh-sequence
                and not ac-applied( action-sub )
          move action-sub to action-found-sub
       end-if
    end-perform.

    if action-found-sub = zero
       add 1 to still-held-count
    else
    if ac-cancel( action-found-sub )
       set ac-applied( action-found-sub ) to true
       add 1 to cancelled-count
       move "X"              to dh-status
       move release-run-date to dh-status-date
       move release-operator to dh-operator
       move "CANCELLED" to item-outcome
       perform 2400-report-item thru 2400-report-item-ex
       move dh-trans-image to trans-out-record
       move "DUPCANCL" to lineage-event-type
       move "CANCELLED AS A RE-SEND" to lineage-event-detail
       perform 2500-record-lineage thru 2500-record-lineage-ex
    else
       perform 2200-release-item thru 2200-release-item-ex
    end-if
    end-if.

    write duplicate-redo-record from duplicate-hold-record.

    perform 2100-read-hold thru 2100-read-hold-ex.

2000-work-hold-file-ex.
    exit.

2100-read-hold.

    read duplicate-hold
        at end
            set end-of-hold to true
    end-read.

2100-read-hold-ex.
    exit.

2200-release-item.

*>--- book the item onto its feed's balancing record; a feed no
*>--- longer on tonight's control totals gets one of its own, cut
*>--- for the single item, so the appended record still balances
    move "N" to ctl-match-switch.
    move zero to ctl-use.
    perform varying ctl-idx from 1 by 1
            until ctl-idx > ctl-entry-count
       if cte-feed-date( ctl-idx ) = dh-feed-date
                and cte-source( ctl-idx ) = dh-source-system
          set ctl-matched to true
          set ctl-use to ctl-idx
       end-if
    end-perform.

    if not ctl-matched
       if ctl-entry-count >= 20
          add 1 to still-held-count
          move "NOT RELEASED - CONTROL TOTALS FULL, RUN AGAIN TOMORROW"
               to item-outcome
          perform 2400-report-item thru 2400-report-item-ex
          go to 2200-release-item-ex
       end-if
       add 1 to ctl-entry-count
       add 1 to late-ctl-count
       move ctl-entry-count  to ctl-use
       move dh-feed-date     to cte-feed-date( ctl-use )
       move dh-source-system to cte-source( ctl-use )
       move zero to cte-records( ctl-use ) cte-rejects( ctl-use )
                    cte-hash( ctl-use )
    end-if.

    set ac-applied( action-found-sub ) to true.
    add 1 to released-count.

    move dh-trans-image to trans-out-record.
    write trans-out-record.

*>--- the item came out of its feed's reject count when it was held;
*>--- a late balancing record never counted it, so it joins the
*>--- record count instead - TRANSOUT = records - rejects either way
    move cte-hash( ctl-use ) to control-hash-total.
    perform 9650-accumulate-hash thru 9650-accumulate-hash-ex.
    move control-hash-total to cte-hash( ctl-use ).
    if cte-rejects( ctl-use ) > 0
       subtract 1 from cte-rejects( ctl-use )
    else
       add 1 to cte-records( ctl-use )
    end-if.

    if result-index-open
       perform 2300-index-released thru 2300-index-released-ex
    end-if.

    move "R"              to dh-status.
    move release-run-date to dh-status-date.
    move release-operator to dh-operator.
    move "RELEASED TO TRANSOUT" to item-outcome.
    perform 2400-report-item thru 2400-report-item-ex.

    move "DUPRELSD" to lineage-event-type.
    move spaces     to lineage-event-detail.
    string "RELEASED TO TRANSOUT - NOT A RE-SEND OF FEED "
                               delimited by size
           dh-match-feed-date  delimited by size
           into lineage-event-detail
    end-string.
    perform 2500-record-lineage thru 2500-record-lineage-ex.

2200-release-item-ex.
    exit.

2300-index-released.

*>--- the held item never reached the history, so its own key - the
*>--- feed date and night sequence it was held under - is free
    move dh-feed-date       to ri-feed-date.
    move dh-sequence        to ri-sequence.
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
            display "DUP-RELEASE: RESULT INDEX WRITE FAILED FOR "
                    dh-feed-date " " dh-sequence
    end-write.

2300-index-released-ex.
    exit.

2400-report-item.

*>--- the caller leaves the outcome text in item-outcome
    move spaces to report-line.
    string dh-feed-date     delimited by size
           " "              delimited by size
           dh-sequence      delimited by size
           " "              delimited by size
           dh-account-id    delimited by size
           "  "             delimited by size
           item-outcome     delimited by size
           into report-line
    end-string.
    write release-report-record from report-line.

2400-report-item-ex.
    exit.

2500-record-lineage.

*>--- the caller stages the event and leaves the held image in the
*>--- TRANSOUT record area - it carries the item's lineage id
    move to-lineage-id    to lineage-event-id.
    move dh-account-id    to lineage-event-account.
    move dh-reference     to lineage-event-reference.
    move release-operator to lineage-event-operator.
    move spaces           to lineage-event-related.
    perform record-lineage-event thru record-lineage-event-ex.

2500-record-lineage-ex.
    exit.

9000-terminate.

    if not release-refused
*>--- a card that found nothing held is named - usually a mistyped
*>--- sequence, or an item somebody else already worked
       perform varying action-sub from 1 by 1
               until action-sub > action-count
          if not ac-applied( action-sub )
             add 1 to not-found-count
             move spaces to report-line
             string ac-feed-date( action-sub ) delimited by size
                    " "                        delimited by size
                    ac-sequence( action-sub )  delimited by size
                    "  *** NOT FOUND HELD - NOTHING DONE"
                                               delimited by size
                    into report-line
             end-string
             write release-report-record from report-line
          end-if
       end-perform

       move spaces to report-line
       write release-report-record from report-line
       move spaces to report-line
       string "HOLD RECORDS READ:   " delimited by size
              hold-read-count         delimited by size
              into report-line
       end-string
       write release-report-record from report-line
       move spaces to report-line
       string "RELEASED:            " delimited by size
              released-count          delimited by size
              into report-line
       end-string
       write release-report-record from report-line
       move spaces to report-line
       string "CANCELLED:           " delimited by size
              cancelled-count         delimited by size
              into report-line
       end-string
       write release-report-record from report-line
       move spaces to report-line
       string "STILL HELD:          " delimited by size
              still-held-count        delimited by size
              into report-line
       end-string
       write release-report-record from report-line
       if late-ctl-count > 0
          move spaces to report-line
          string "LATE BALANCING RECORDS ADDED: " delimited by size
                 late-ctl-count                   delimited by size
                 " - RERUN RELGATE"               delimited by size
                 into report-line
          end-string
          write release-report-record from report-line
       end-if

       if duplicate-hold-status = "00" or duplicate-hold-status = "10"
          close duplicate-hold
       end-if
       close duplicate-redo
       close trans-out
       if result-index-open
          close result-index
       end-if
       perform close-lineage thru close-lineage-ex
       if released-count > 0
          perform 9900-update-control-total
             thru 9900-update-control-total-ex
       end-if
    end-if.

    close release-report.

    if release-refused
       move 8 to return-code
    else
    if not-found-count > 0
       move 4 to return-code
    end-if
    end-if.

    move released-count to cycle-record-count.
    if release-refused
       move "REFUSED - OPERATOR NOT AUTHORIZED" to cycle-message
    else
    if not-found-count > 0
       move "SOME CARDS FOUND NOTHING HELD" to cycle-message
    else
       move "HELD ITEMS WORKED" to cycle-message
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
copy "operator-check.cbl".
copy "lineage-write.cbl".

end program dup-release.
