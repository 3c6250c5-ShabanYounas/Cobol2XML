identification division.
program-id. limit-approve.

*>--- works the single-item limit hold file the release gate fills:
*>--- every item batch-convert found over its ITEMLIM ceiling proved
*>--- with its night but was kept off RELOUT. a second operator - one
*>--- who holds the limit-approval role and is not the operator the
*>--- gate held it under - names each item by the hold id the gate
*>--- report gives it (the feed date and source it arrived under and
*>--- its place in that feed) and says approve (the amount is real) or
*>--- reject (it is not, and never posts). an approved item goes to
*>--- posting on the gate's next run, in a supplementary release ahead
*>--- of the night's own file. a hold whose feed was backed out is
*>--- cancelled "X" and is no longer work. every hold
*>--- record flows to LIMREDO - which the job makes the new hold file -
*>--- with its decision recorded: approved "A", rejected "R", the rest
*>--- as they stood. run with no decision cards it lists what waits.
*>--- RC=4 means a card found nothing held, or named an item its own
*>--- operator held.
*>--- SYSIN control cards:
*>---     APPROVE=YYYYMMDD/SOURCE/nnnnnnn  hold id to approve
*>---     REJECT=YYYYMMDD/SOURCE/nnnnnnn   hold id to reject
*>---     NOTE=text                why - kept on every item decided
*>---     OPERATOR=xxxxxxxx        who decided - must be active on
*>---                              OPERSEC with the limit-approval
*>---                              role, or nothing is touched
environment division.
input-output section.
file-control.
    select limit-hold
        assign to "LIMHOLD"
        organization is line sequential
        file status is limit-hold-status.

    select limit-redo
        assign to "LIMREDO"
        organization is line sequential.

    select approve-parms
        assign to "SYSIN"
        organization is line sequential
        file status is approve-parms-status.

    select approve-report
        assign to "LIMRPT"
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
fd  limit-hold.
copy "limhold-record.cbl".

fd  limit-redo.
01  limit-redo-record            pic x(604).

fd  approve-parms.
01  approve-parms-record         pic x(80).

fd  approve-report.
01  approve-report-record        pic x(132).

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
copy "alert-work.cbl".
copy "opersec-work.cbl".
copy "lineage-work.cbl".
copy "transout-record.cbl".

01  approve-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  hold-eof-switch          pic x(01)  value "N".
        88  end-of-hold                     value "Y".
    05  approve-refused-switch   pic x(01)  value "N".
        88  approve-refused                 value "Y".

01  limit-hold-status            pic x(02)  value spaces.
01  approve-parms-status         pic x(02)  value spaces.

01  approve-run-date             pic x(08)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(60)  value spaces.
01  approve-operator             pic x(08)  value spaces.
01  approve-note                 pic x(40)  value spaces.
01  card-feed-date               pic x(08)  value spaces.
01  card-source-system           pic x(08)  value spaces.
01  card-sequence                pic x(07)  value spaces.
01  hold-id-display              pic x(25)  value spaces.

*>--- the decisions the cards carry, matched against the hold file as
*>--- it streams past; each is ticked off when its held item is found
01  action-count                 pic 9(03)  value zero.
01  action-sub                   pic 9(03)  value zero.
01  action-found-sub             pic 9(03)  value zero.
01  action-table.
    05  action-entry             occurs 200 times.
        10  ac-feed-date         pic x(08).
        10  ac-source-system     pic x(08).
        10  ac-sequence          pic 9(07).
        10  ac-action            pic x(01).
            88  ac-approve                  value "A".
            88  ac-reject                   value "R".
        10  ac-done              pic x(01).
            88  ac-applied                  value "Y".

01  hold-read-count              pic 9(07)  value zero.
01  approved-count               pic 9(05)  value zero.
01  rejected-count               pic 9(05)  value zero.
01  still-held-count             pic 9(05)  value zero.
01  not-found-count              pic 9(05)  value zero.
01  own-hold-count               pic 9(05)  value zero.
01  item-outcome                 pic x(40)  value spaces.
01  item-amount-edited           pic z(29)9.99.
01  item-ceiling-edited          pic z(12)9.99.
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not approve-refused
       perform 2000-work-hold-file thru 2000-work-hold-file-ex
           until end-of-hold
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to approve-run-date.

    move "LIMAPPR" to cycle-job-name.
    perform 9010-stamp-cycle-start thru 9010-stamp-cycle-start-ex.

    move "LIMAPPR" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    open output approve-report.

    perform 1100-read-parms thru 1100-read-parms-ex.

    move spaces to report-line.
    string "COBOL2XML SINGLE-ITEM LIMIT APPROVAL - " delimited by size
           approve-run-date           delimited by size
           "  OPERATOR "              delimited by size
           approve-operator           delimited by size
           into report-line
    end-string.
    write approve-report-record from report-line.
    move spaces to report-line.
    write approve-report-record from report-line.
    move spaces    to report-line.
    move "FEED DT" to report-line(1:7).
    move "PLACE"   to report-line(10:5).
    move "SOURCE"  to report-line(18:6).
    move "ACCOUNT" to report-line(27:7).
    move "CCY"     to report-line(40:3).
    move "AMOUNT"  to report-line(71:6).
    move "CEILING" to report-line(87:7).
    move "OUTCOME" to report-line(95:7).
    write approve-report-record from report-line.

    perform 1300-check-operator thru 1300-check-operator-ex.
    if approve-refused
       go to 1000-initialize-ex
    end-if.

    open input limit-hold.
    if limit-hold-status not = "00"
       display "LIMIT-APPROVE: HOLD FILE UNAVAILABLE (STATUS "
               limit-hold-status ") - NOTHING TO WORK"
       set end-of-hold to true
    end-if.
    open output limit-redo.

    move "LIMAPPR" to lineage-job-name.
    perform open-lineage thru open-lineage-ex.

    if not end-of-hold
       perform 2100-read-hold thru 2100-read-hold-ex
    end-if.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input approve-parms.
    if approve-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if approve-parms-status = "00" or approve-parms-status = "10"
       close approve-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read approve-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and approve-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring approve-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "APPROVE"
          when "REJECT"
               move spaces to card-feed-date card-source-system
                              card-sequence
               unstring parm-value delimited by "/" or space
                   into card-feed-date card-source-system card-sequence
               end-unstring
               if action-count < 200
                        and card-feed-date numeric
                        and card-source-system not = spaces
                        and card-sequence numeric
                  add 1 to action-count
                  move card-feed-date to ac-feed-date( action-count )
                  move card-source-system
                    to ac-source-system( action-count )
                  move card-sequence  to ac-sequence( action-count )
                  if parm-keyword = "APPROVE"
                     move "A" to ac-action( action-count )
                  else
                     move "R" to ac-action( action-count )
                  end-if
                  move "N" to ac-done( action-count )
               else
                  display "LIMIT-APPROVE: CARD IGNORED: "
                          approve-parms-record
               end-if
          when "NOTE"
               move parm-value(1:40) to approve-note
          when "OPERATOR"
               move parm-value(1:8) to approve-operator
          when other
               display "LIMIT-APPROVE: UNRECOGNIZED CONTROL CARD: "
                       approve-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1300-check-operator.

*>--- letting an item past its own ceiling is a named person's
*>--- decision, and a person with the limit-approval role
    perform load-operator-table thru load-operator-table-ex.
    move approve-operator to operator-check-id.
    set role-limit-approve to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       set approve-refused to true
       move spaces to report-line
       string "*** LIMIT APPROVAL REFUSED - " delimited by size
              operator-refusal-reason         delimited by size
              into report-line
       end-string
       write approve-report-record from report-line
       display "LIMIT-APPROVE: REFUSED - " operator-refusal-reason

       move "OPER-REFUSED"       to alert-condition
       move spaces               to alert-source
       move "WARN"               to alert-severity
       move "TICKET"             to alert-action
       move zero                 to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "LIMIT APPROVAL REFUSED: " delimited by size
              operator-refusal-reason    delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

1300-check-operator-ex.
    exit.

2000-work-hold-file.

    add 1 to hold-read-count.

*>--- decided and released records are history, not work - they ride
*>--- through to the new hold file exactly as they stand
    if not lh-status-held
       write limit-redo-record from limit-hold-record
       perform 2100-read-hold thru 2100-read-hold-ex
       go to 2000-work-hold-file-ex
    end-if.

    move zero to action-found-sub.
    perform varying action-sub from 1 by 1
            until action-sub > action-count
       if ac-feed-date( action-sub ) = lh-feed-date
                and ac-source-system( action-sub ) = lh-source-system
                and ac-sequence( action-sub ) = lh-sequence
                and not ac-applied( action-sub )
          move action-sub to action-found-sub
       end-if
    end-perform.

    if action-found-sub = zero
       add 1 to still-held-count
       move "AWAITING DECISION" to item-outcome
    else
*>--- the operator the gate held an item under does not decide it
    if lh-held-by = approve-operator
       set ac-applied( action-found-sub ) to true
       add 1 to own-hold-count
       add 1 to still-held-count
       move "*** HELD UNDER THIS OPERATOR - NOT DECIDED"
         to item-outcome
    else
       set ac-applied( action-found-sub ) to true
       move approve-run-date to lh-decided-date
       move approve-operator to lh-decided-by
       if ac-approve( action-found-sub )
          add 1 to approved-count
          set lh-status-approved to true
          move approve-note to lh-note
          move "APPROVED - OUT ON THE NEXT RELGATE" to item-outcome
       else
          add 1 to rejected-count
          set lh-status-rejected to true
          if approve-note = spaces
             move "REJECTED BY APPROVER" to lh-note
          else
             move approve-note to lh-note
          end-if
          move "REJECTED - WILL NEVER POST" to item-outcome
       end-if
       perform 2500-record-lineage thru 2500-record-lineage-ex
    end-if
    end-if.
    perform 2400-report-item thru 2400-report-item-ex.

    write limit-redo-record from limit-hold-record.

    perform 2100-read-hold thru 2100-read-hold-ex.

2000-work-hold-file-ex.
    exit.

2100-read-hold.

    read limit-hold
        at end
            set end-of-hold to true
    end-read.

2100-read-hold-ex.
    exit.

2400-report-item.

*>--- the caller leaves the outcome text in item-outcome
    move lh-trans-image to trans-out-record.
    move to-amount-scaled to item-amount-edited.
    move to-limit-ceiling to item-ceiling-edited.
    move spaces to hold-id-display.
    string lh-feed-date        delimited by size
           "/"                 delimited by size
           lh-source-system    delimited by space
           "/"                 delimited by size
           lh-sequence         delimited by size
           into hold-id-display
    end-string.
    move spaces to report-line.
    string hold-id-display     delimited by size
           " "                 delimited by size
           to-internal-account delimited by size
           " "                 delimited by size
           to-currency-code    delimited by size
           " "                 delimited by size
           item-amount-edited  delimited by size
           " "                 delimited by size
           item-ceiling-edited delimited by size
           " "                 delimited by size
           item-outcome        delimited by size
           into report-line
    end-string.
    write approve-report-record from report-line.

2400-report-item-ex.
    exit.

2500-record-lineage.

    move lh-trans-image to trans-out-record.
    move to-lineage-id  to lineage-event-id.
    if lh-status-approved
       move "LIMAPPRV" to lineage-event-type
    else
       move "LIMREJCT" to lineage-event-type
    end-if.
    move to-account-id    to lineage-event-account.
    move to-reference     to lineage-event-reference.
    move approve-operator to lineage-event-operator.
    move spaces           to lineage-event-related.
    move lh-note          to lineage-event-detail.
    perform record-lineage-event thru record-lineage-event-ex.

2500-record-lineage-ex.
    exit.

9000-terminate.

    if not approve-refused
*>--- a card that found nothing held is named - usually a mistyped
*>--- place, or an item somebody else already decided
       perform varying action-sub from 1 by 1
               until action-sub > action-count
          if not ac-applied( action-sub )
             add 1 to not-found-count
             move spaces to report-line
             string ac-feed-date( action-sub ) delimited by size
                    "/"                        delimited by size
                    ac-source-system( action-sub ) delimited by space
                    "/"                        delimited by size
                    ac-sequence( action-sub )  delimited by size
                    "  *** NOT FOUND HELD - NOTHING DONE"
                                               delimited by size
                    into report-line
             end-string
             write approve-report-record from report-line
          end-if
       end-perform

       move spaces to report-line
       write approve-report-record from report-line
       move spaces to report-line
       string "HOLD RECORDS READ:   " delimited by size
              hold-read-count         delimited by size
              into report-line
       end-string
       write approve-report-record from report-line
       move spaces to report-line
       string "APPROVED:            " delimited by size
              approved-count          delimited by size
              into report-line
       end-string
       write approve-report-record from report-line
       move spaces to report-line
       string "REJECTED:            " delimited by size
              rejected-count          delimited by size
              into report-line
       end-string
       write approve-report-record from report-line
       move spaces to report-line
       string "STILL HELD:          " delimited by size
              still-held-count        delimited by size
              into report-line
       end-string
       write approve-report-record from report-line
       if approved-count > 0
          move "APPROVED ITEMS GO TO POSTING ON THE NEXT RELGATE RUN"
            to report-line
          write approve-report-record from report-line
       end-if

       if limit-hold-status = "00" or limit-hold-status = "10"
          close limit-hold
       end-if
       close limit-redo
       perform close-lineage thru close-lineage-ex
    end-if.

    close approve-report.

    if approve-refused
       move 8 to return-code
    else
    if not-found-count > 0 or own-hold-count > 0
       move 4 to return-code
    end-if
    end-if.

    compute cycle-record-count = approved-count + rejected-count.
    if approve-refused
       move "REFUSED - OPERATOR NOT AUTHORIZED" to cycle-message
    else
    if not-found-count > 0 or own-hold-count > 0
       move "SOME CARDS DECIDED NOTHING" to cycle-message
    else
       move "HELD ITEMS WORKED" to cycle-message
    end-if
    end-if.
    perform 9020-stamp-cycle-end thru 9020-stamp-cycle-end-ex.

9000-terminate-ex.
    exit.

copy "cycle-stamp.cbl".
copy "alert-queue.cbl".
copy "operator-check.cbl".
copy "lineage-write.cbl".

end program limit-approve.
