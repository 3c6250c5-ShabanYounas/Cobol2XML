identification division.
program-id. audit-signoff.

*>--- the auditor's side of the monthly conversion sample: records a
*>--- decision against sampled items on the AUDSIGN sign-off file the
*>--- AUDSAMP job (audit-sample) fills, by sample id - the sample
*>--- month plus the item's RESULTIDX feed date and sequence:
*>---   REVIEWED   the item was checked and is right - only for an
*>---              item not yet decided whose re-conversion matched
*>---   EXCEPTION  the item is wrong - raised on an item not yet
*>---              decided, or one already marked reviewed
*>---   CLOSED     an exception is resolved - a raised exception, or a
*>---              re-conversion that disagreed and was explained; a
*>---              NOTE card saying how is required
*>--- by an operator who holds the audit sign-off role. every record
*>--- flows to AUDREDO - which the job makes the new AUDSIGN - so the
*>--- file keeps every month's items and decisions. the report lists
*>--- the decisions made and every item still unresolved; run with no
*>--- cards to see what is waiting. RC=4 means a card could not be
*>--- used - check AUDSGRPT; RC=8 the operator was refused and nothing
*>--- was touched; RC=12 the sign-off file was unusable.
*>--- SYSIN control cards:
*>---     REVIEWED=YYYYMMYYYYMMDDnnnnnnn     sample id
*>---     EXCEPTION=YYYYMMYYYYMMDDnnnnnnn    sample id
*>---     CLOSED=YYYYMMYYYYMMDDnnnnnnn       sample id
*>---     NOTE=text                          kept on every item decided
*>---                                        in the run
*>---     OPERATOR=xxxxxxxx                  the auditor - must be
*>---                                        active on OPERSEC with the
*>---                                        audit sign-off role when
*>---                                        any decision card is given
environment division.
input-output section.
file-control.
    select optional audit-signoff
        assign to "AUDSIGN"
        organization is line sequential
        file status is audit-signoff-status.

    select audit-redo
        assign to "AUDREDO"
        organization is line sequential.

    select signoff-parms
        assign to "SYSIN"
        organization is line sequential
        file status is signoff-parms-status.

    select signoff-report
        assign to "AUDSGRPT"
        organization is line sequential.

*>--- operator security file (see operator-check)
    select operator-file
        assign to "OPERSEC"
        organization is line sequential
        file status is operator-file-status.

*>--- suite-wide alert queue and its rules table (see alert-queue)
    select optional alert-queue
        assign to "ALERTQ"
        organization is line sequential
        file status is alert-queue-status.

    select optional alert-rules
        assign to "ALRULES"
        organization is line sequential
        file status is alert-rules-status.

data division.
file section.
fd  audit-signoff.
copy "audsign-record.cbl".

fd  audit-redo.
01  audit-redo-record            pic x(147).

fd  signoff-parms.
01  signoff-parms-record         pic x(80).

fd  signoff-report.
01  signoff-report-record        pic x(132).

fd  operator-file.
copy "opersec-record.cbl".

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

working-storage section.
copy "alert-work.cbl".
copy "opersec-work.cbl".

01  signoff-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  signoff-eof-switch       pic x(01)  value "N".
        88  end-of-signoffs                 value "Y".
    05  signoff-refused-switch   pic x(01)  value "N".
        88  signoff-refused                 value "Y".
    05  signoff-stopped-switch   pic x(01)  value "N".
        88  signoff-stopped                 value "Y".

01  audit-signoff-status         pic x(02)  value spaces.
01  signoff-parms-status         pic x(02)  value spaces.

01  signoff-run-date             pic x(08)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(60)  value spaces.
01  signoff-operator             pic x(08)  value spaces.
01  signoff-note                 pic x(40)  value spaces.

*>--- the decisions the cards carry, matched against AUDSIGN as it
*>--- streams past; each is ticked off when its item is found
01  decision-count               pic 9(03)  value zero.
01  decision-sub                 pic 9(03)  value zero.
01  decision-found-sub           pic 9(03)  value zero.
01  decision-table.
    05  decision-entry           occurs 500 times.
        10  dc-sample-id         pic x(21).
        10  dc-action            pic x(01).
            88  dc-reviewed                 value "R".
            88  dc-exception                value "X".
            88  dc-closed                   value "C".
        10  dc-done              pic x(01).
            88  dc-used                     value "Y".

01  item-outcome                 pic x(60)  value spaces.

01  signoff-read-count           pic 9(07)  value zero.
01  reviewed-count               pic 9(05)  value zero.
01  exception-count              pic 9(05)  value zero.
01  closed-count                 pic 9(05)  value zero.
01  unresolved-count             pic 9(05)  value zero.
01  card-problem-count           pic 9(05)  value zero.
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not signoff-refused and not signoff-stopped
       perform 2000-work-item thru 2000-work-item-ex
           until end-of-signoffs
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to signoff-run-date.

    move "AUDSGNOF" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    open output signoff-report.

    perform 1100-read-parms thru 1100-read-parms-ex.

    move spaces to report-line.
    string "COBOL2XML INTERNAL AUDIT SAMPLE SIGN-OFF - "
                                  delimited by size
           signoff-run-date       delimited by size
           "  AUDITOR "           delimited by size
           signoff-operator       delimited by size
           into report-line
    end-string.
    write signoff-report-record from report-line.
    move spaces to report-line.
    write signoff-report-record from report-line.

*>--- a run with no decisions only lists what is unresolved
    if decision-count > 0
       perform 1300-check-operator thru 1300-check-operator-ex
       if signoff-refused
          go to 1000-initialize-ex
       end-if
    end-if.

    open input audit-signoff.
    if audit-signoff-status not = "00"
             and audit-signoff-status not = "05"
       display "AUDIT-SIGNOFF: SIGN-OFF FILE UNAVAILABLE (STATUS "
               audit-signoff-status ") - NOTHING RECORDED"
       move "*** SIGN-OFF FILE UNAVAILABLE - NOTHING RECORDED ***"
            to report-line
       write signoff-report-record from report-line
       set signoff-stopped to true
       go to 1000-initialize-ex
    end-if.
    open output audit-redo.

    move "SAMPLE ID             S SOURCE   AMOUNT           "
         to report-line.
    move "RE-CONVERSION / OUTCOME" to report-line(52:23).
    write signoff-report-record from report-line.

    perform 2100-read-signoff thru 2100-read-signoff-ex.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input signoff-parms.
    if signoff-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if signoff-parms-status = "00" or signoff-parms-status = "10"
       close signoff-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read signoff-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and signoff-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring signoff-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "REVIEWED"
          when "EXCEPTION"
          when "CLOSED"
               if decision-count < 500
                        and parm-value(1:21) numeric
                  add 1 to decision-count
                  move parm-value(1:21)
                    to dc-sample-id( decision-count )
                  evaluate parm-keyword
                     when "REVIEWED"
                          move "R" to dc-action( decision-count )
                     when "EXCEPTION"
                          move "X" to dc-action( decision-count )
                     when other
                          move "C" to dc-action( decision-count )
                  end-evaluate
                  move "N" to dc-done( decision-count )
               else
                  display "AUDIT-SIGNOFF: CARD IGNORED: "
                          signoff-parms-record
               end-if
          when "NOTE"
               move parm-value(1:40) to signoff-note
          when "OPERATOR"
               move parm-value(1:8) to signoff-operator
          when other
               display "AUDIT-SIGNOFF: UNRECOGNIZED CONTROL CARD: "
                       signoff-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1300-check-operator.

    perform load-operator-table thru load-operator-table-ex.
    move signoff-operator to operator-check-id.
    set role-audit-signoff to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       set signoff-refused to true
       move spaces to report-line
       string "*** AUDIT SIGN-OFF REFUSED - " delimited by size
              operator-refusal-reason        delimited by size
              into report-line
       end-string
       write signoff-report-record from report-line
       display "AUDIT-SIGNOFF: REFUSED - " operator-refusal-reason

       move "OPER-REFUSED"       to alert-condition
       move spaces               to alert-source
       move "WARN"               to alert-severity
       move "TICKET"             to alert-action
       move zero                 to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "AUDIT SIGN-OFF REFUSED: " delimited by size
              operator-refusal-reason    delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

1300-check-operator-ex.
    exit.

2000-work-item.

    add 1 to signoff-read-count.
    move spaces to item-outcome.

    move zero to decision-found-sub.
    perform varying decision-sub from 1 by 1
            until decision-sub > decision-count
       if dc-sample-id( decision-sub ) = as-sample-id
                and not dc-used( decision-sub )
          move decision-sub to decision-found-sub
       end-if
    end-perform.

    if decision-found-sub > zero
       perform 2200-apply-decision thru 2200-apply-decision-ex
    end-if.

*>--- still unresolved: an open exception, or a disagreement nobody
*>--- has decided on
    if as-exception-open
             or ( as-awaiting-review and not as-verify-match )
       add 1 to unresolved-count
       if item-outcome = spaces
          if as-exception-open
             move "UNRESOLVED - EXCEPTION OPEN" to item-outcome
          else
             move "UNRESOLVED - AWAITING THE AUDITOR" to item-outcome
          end-if
       end-if
    end-if.

    if item-outcome not = spaces
       perform 8000-report-item thru 8000-report-item-ex
    end-if.

    write audit-redo-record from audit-signoff-record.

    perform 2100-read-signoff thru 2100-read-signoff-ex.

2000-work-item-ex.
    exit.

2100-read-signoff.

    read audit-signoff
        at end
            set end-of-signoffs to true
    end-read.

2100-read-signoff-ex.
    exit.

2200-apply-decision.

    set dc-used( decision-found-sub ) to true.

    evaluate true
       when dc-reviewed( decision-found-sub )
            if not as-awaiting-review or not as-verify-match
               add 1 to card-problem-count
               move "*** NOT REVIEWED - DECIDED ALREADY OR A DISAGREEMENT"
                 to item-outcome
               go to 2200-apply-decision-ex
            end-if
            move "R" to as-decision
            add 1 to reviewed-count
            move "REVIEWED" to item-outcome
       when dc-exception( decision-found-sub )
            if not as-awaiting-review and not as-reviewed
               add 1 to card-problem-count
               move "*** NOT RAISED - EXCEPTION ALREADY RAISED OR CLOSED"
                 to item-outcome
               go to 2200-apply-decision-ex
            end-if
            move "X" to as-decision
            add 1 to exception-count
            move "EXCEPTION RAISED" to item-outcome
       when other
            if not as-exception-open
                     and not ( as-awaiting-review
                               and not as-verify-match )
               add 1 to card-problem-count
               move "*** NOT CLOSED - NO OPEN EXCEPTION ON THE ITEM"
                 to item-outcome
               go to 2200-apply-decision-ex
            end-if
            if signoff-note = spaces
               add 1 to card-problem-count
               move "*** NOT CLOSED - A NOTE CARD SAYING HOW IS REQUIRED"
                 to item-outcome
               go to 2200-apply-decision-ex
            end-if
            move "C" to as-decision
            add 1 to closed-count
            move "EXCEPTION CLOSED" to item-outcome
    end-evaluate.

    move signoff-operator to as-auditor.
    move signoff-run-date to as-decision-date.
    if signoff-note not = spaces
       move signoff-note to as-note
    end-if.

2200-apply-decision-ex.
    exit.

8000-report-item.

    move spaces to report-line.
    move as-sample-id     to report-line(1:21).
    move as-selection     to report-line(23:1).
    move as-source-system to report-line(25:8).
    move as-amount        to report-line(34:16).
    move as-verify-detail to report-line(52:40).
    write signoff-report-record from report-line.
    move spaces to report-line.
    move item-outcome to report-line(52:60).
    write signoff-report-record from report-line.

8000-report-item-ex.
    exit.

9000-terminate.

    if not signoff-refused and not signoff-stopped
*>--- a card that found nothing is named - usually a mistyped id
       perform varying decision-sub from 1 by 1
               until decision-sub > decision-count
          if not dc-used( decision-sub )
             add 1 to card-problem-count
             move spaces to report-line
             string dc-sample-id( decision-sub ) delimited by size
                    "  *** NOT ON THE SIGN-OFF FILE - NOTHING DONE"
                                                 delimited by size
                    into report-line
             end-string
             write signoff-report-record from report-line
          end-if
       end-perform

       move spaces to report-line
       write signoff-report-record from report-line
       move spaces to report-line
       string "SAMPLE ITEMS READ: " delimited by size
              signoff-read-count    delimited by size
              into report-line
       end-string
       write signoff-report-record from report-line
       move spaces to report-line
       string "REVIEWED: "          delimited by size
              reviewed-count        delimited by size
              "  EXCEPTIONS RAISED: " delimited by size
              exception-count       delimited by size
              "  CLOSED: "          delimited by size
              closed-count          delimited by size
              "  STILL UNRESOLVED: " delimited by size
              unresolved-count      delimited by size
              into report-line
       end-string
       write signoff-report-record from report-line

       close audit-signoff
       close audit-redo
    end-if.

    close signoff-report.

    if signoff-refused
       move 8 to return-code
    else
    if signoff-stopped
       move 12 to return-code
    else
    if card-problem-count > 0
       move 4 to return-code
    end-if
    end-if
    end-if.

9000-terminate-ex.
    exit.

copy "operator-check.cbl".
copy "alert-queue.cbl".

end program audit-signoff.
