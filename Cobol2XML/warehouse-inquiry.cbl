identification division.
program-id. warehouse-inquiry.

*>--- recon support's view of the value-date warehouse batch-convert
*>--- fills and WHREL empties: look items up by their warehouse id
*>--- (feed date, partition and night sequence, as on the "WAREHSD"
*>--- ack line and WHRPT), by source or by account; cancel an item the
*>--- partner has withdrawn so it never posts; and list everything due
*>--- to post in the next N business days, in due-date order. every
*>--- warehouse record flows to WHREDO - which the job makes the new
*>--- warehouse - with a cancelled item moved to "X" with the operator
*>--- and the note; everything else as it stood. inquiry needs no
*>--- authority, a cancel does. RC=4 means a cancel card found nothing
*>--- warehoused.
*>--- SYSIN control cards:
*>---     INQUIRE=YYYYMMDDpnnnnnnn one item by id, whatever its status
*>---     SOURCE=xxxxxxxx          every warehoused item from a source
*>---     ACCOUNT=xxxxxxxxxx       every warehoused item for a partner
*>---                              account id or an internal account
*>---     HISTORY=Y                SOURCE/ACCOUNT also list released
*>---                              and cancelled items
*>---     DUE-DAYS=nnn             the due report: every warehoused
*>---                              item due within nnn business days
*>---                              of the run date (0 = due now)
*>---     RUNDATE=YYYYMMDD         the date the due report counts from
*>---                              - by default today's date
*>---     CANCEL=YYYYMMDDpnnnnnnn  withdraw an item - it never posts
*>---     NOTE=text                why - kept on every item cancelled
*>---     OPERATOR=xxxxxxxx        who cancelled - must be active on
*>---                              OPERSEC with the hand-release
*>---                              role, or nothing is touched
environment division.
input-output section.
file-control.
    select optional warehouse-file
        assign to "WAREHSE"
        organization is line sequential
        file status is warehouse-status.

    select warehouse-redo
        assign to "WHREDO"
        organization is line sequential
        file status is warehouse-redo-status.

*>--- processing calendar (see calendar-record and busday-check) -
*>--- the due report counts business days off it
    select optional calendar-file
        assign to "CALENDAR"
        organization is line sequential
        file status is calendar-status.

    select inquiry-parms
        assign to "SYSIN"
        organization is line sequential
        file status is inquiry-parms-status.

    select inquiry-report
        assign to "WHINQRPT"
        organization is line sequential.

    select sort-work
        assign to "SORTWK".

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

*>--- item lineage history (see lineage-record) - a cancel is an event
*>--- in the item's story; optional, never holds up the work
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

fd  calendar-file.
copy "calendar-record.cbl".

fd  inquiry-parms.
01  inquiry-parms-record         pic x(80).

fd  inquiry-report.
01  inquiry-report-record        pic x(132).

sd  sort-work.
01  sort-record.
    05  sr-due-date              pic x(08).
    05  sr-source-system         pic x(08).
    05  sr-warehouse-id          pic x(16).
    05  sr-value-date            pic x(08).
    05  sr-account-id            pic x(18).
    05  sr-internal-account      pic 9(12).
    05  sr-currency-code         pic x(03).
    05  sr-amount                pic 9(30)v9(08).

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
copy "busday-work.cbl".
copy "lineage-work.cbl".
copy "transout-record.cbl".

01  inquiry-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  warehouse-eof-switch     pic x(01)  value "N".
        88  end-of-warehouse                value "Y".
    05  cancel-refused-switch    pic x(01)  value "N".
        88  cancel-refused                  value "Y".
    05  history-switch           pic x(01)  value "N".
        88  list-history                    value "Y".
    05  due-report-switch        pic x(01)  value "N".
        88  due-report-wanted               value "Y".
    05  sort-eof-switch          pic x(01)  value "N".
        88  end-of-sort                     value "Y".
    05  list-item-switch         pic x(01)  value "N".
        88  list-item                       value "Y".

01  warehouse-status             pic x(02)  value spaces.
01  warehouse-redo-status        pic x(02)  value spaces.
01  calendar-status              pic x(02)  value spaces.
01  inquiry-parms-status         pic x(02)  value spaces.

01  inquiry-run-date             pic x(08)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(60)  value spaces.
01  inquiry-operator             pic x(08)  value spaces.
01  cancel-note                  pic x(40)  value spaces.
01  inquiry-source               pic x(08)  value spaces.
01  inquiry-account              pic x(18)  value spaces.
01  internal-account-display     pic 9(12)  value zero.
01  due-days                     pic 9(03)  value zero.
01  due-days-counted             pic 9(03)  value zero.
01  due-horizon-date             pic x(08)  value spaces.
01  due-break-date               pic x(08)  value spaces.

*>--- the ids the INQUIRE and CANCEL cards carry, matched against the
*>--- warehouse as it streams past; a cancel is ticked off when its
*>--- warehoused item is found
01  warehouse-id-work.
    05  wi-feed-date             pic x(08).
    05  wi-partition             pic 9(01).
    05  wi-sequence              pic 9(07).
01  warehouse-id-display redefines warehouse-id-work
                                 pic x(16).

01  lookup-count                 pic 9(03)  value zero.
01  lookup-sub                   pic 9(03)  value zero.
01  lookup-table.
    05  lookup-id                occurs 50 times
                                 pic x(16).

01  action-count                 pic 9(03)  value zero.
01  action-sub                   pic 9(03)  value zero.
01  action-found-sub             pic 9(03)  value zero.
01  action-table.
    05  action-entry             occurs 200 times.
        10  ac-warehouse-id      pic x(16).
        10  ac-done              pic x(01).
            88  ac-applied                  value "Y".

01  warehouse-read-count         pic 9(07)  value zero.
01  listed-count                 pic 9(07)  value zero.
01  cancelled-count              pic 9(05)  value zero.
01  not-found-count              pic 9(05)  value zero.
01  due-item-count               pic 9(07)  value zero.
01  due-date-count               pic 9(07)  value zero.
01  item-outcome                 pic x(40)  value spaces.
01  item-amount-edited           pic z(21)9.9(08).
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not cancel-refused
       perform 2000-work-warehouse thru 2000-work-warehouse-ex
           until end-of-warehouse
       perform 2900-close-warehouse thru 2900-close-warehouse-ex
       if due-report-wanted
          perform 3000-due-report thru 3000-due-report-ex
       end-if
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to inquiry-run-date.

    move "WHINQ" to cycle-job-name.
    perform 9010-stamp-cycle-start thru 9010-stamp-cycle-start-ex.

    move "WHINQ" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    open output inquiry-report.

    perform 1100-read-parms thru 1100-read-parms-ex.

    move spaces to report-line.
    string "COBOL2XML VALUE-DATE WAREHOUSE INQUIRY - " delimited by size
           inquiry-run-date           delimited by size
           "  OPERATOR "              delimited by size
           inquiry-operator           delimited by size
           into report-line
    end-string.
    write inquiry-report-record from report-line.
    move spaces to report-line.
    write inquiry-report-record from report-line.

*>--- only a cancel needs authority - looking is open to anyone
    if action-count > 0
       perform 1300-check-operator thru 1300-check-operator-ex
       if cancel-refused
          go to 1000-initialize-ex
       end-if
       move "WHINQ" to lineage-job-name
       perform open-lineage thru open-lineage-ex
    end-if.

    perform 1400-write-heading thru 1400-write-heading-ex.

    open input warehouse-file.
    if warehouse-status not = "00"
       display "WAREHOUSE-INQUIRY: WAREHOUSE UNAVAILABLE (STATUS "
               warehouse-status ") - NOTHING TO SHOW"
       set end-of-warehouse to true
    end-if.
    open output warehouse-redo.

    if not end-of-warehouse
       perform 2100-read-warehouse thru 2100-read-warehouse-ex
    end-if.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input inquiry-parms.
    if inquiry-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if inquiry-parms-status = "00" or inquiry-parms-status = "10"
       close inquiry-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read inquiry-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and inquiry-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring inquiry-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "INQUIRE"
               if lookup-count < 50
                        and parm-value(1:16) numeric
                  add 1 to lookup-count
                  move parm-value(1:16) to lookup-id( lookup-count )
               else
                  display "WAREHOUSE-INQUIRY: CARD IGNORED: "
                          inquiry-parms-record
               end-if
          when "CANCEL"
               if action-count < 200
                        and parm-value(1:16) numeric
                  add 1 to action-count
                  move parm-value(1:16)
                    to ac-warehouse-id( action-count )
                  move "N" to ac-done( action-count )
               else
                  display "WAREHOUSE-INQUIRY: CARD IGNORED: "
                          inquiry-parms-record
               end-if
          when "SOURCE"
               move parm-value(1:8) to inquiry-source
          when "ACCOUNT"
               move parm-value(1:18) to inquiry-account
          when "HISTORY"
               if parm-value(1:1) = "Y" or parm-value(1:1) = "y"
                  set list-history to true
               end-if
          when "DUE-DAYS"
               if parm-value(1:3) numeric
                  move parm-value(1:3) to due-days
                  set due-report-wanted to true
               else
               if parm-value(1:2) numeric and parm-value(3:1) = space
                  move parm-value(1:2) to due-days
                  set due-report-wanted to true
               else
               if parm-value(1:1) numeric and parm-value(2:1) = space
                  move parm-value(1:1) to due-days
                  set due-report-wanted to true
               else
                  display "WAREHOUSE-INQUIRY: CARD IGNORED: "
                          inquiry-parms-record
               end-if
               end-if
               end-if
          when "RUNDATE"
               if parm-value(1:8) numeric
                        and function test-date-yyyymmdd(
                                function numval( parm-value(1:8) ) ) = 0
                  move parm-value(1:8) to inquiry-run-date
               else
                  display "WAREHOUSE-INQUIRY: CARD IGNORED: "
                          inquiry-parms-record
               end-if
          when "NOTE"
               move parm-value(1:40) to cancel-note
          when "OPERATOR"
               move parm-value(1:8) to inquiry-operator
          when other
               display "WAREHOUSE-INQUIRY: UNRECOGNIZED CONTROL CARD: "
                       inquiry-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1300-check-operator.

*>--- withdrawing an item the partner sent is a named person's
*>--- decision, the same hand-release role a duplicate release asks for
    perform load-operator-table thru load-operator-table-ex.
    move inquiry-operator to operator-check-id.
    set role-hand-release to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       set cancel-refused to true
       move spaces to report-line
       string "*** WAREHOUSE CANCEL REFUSED - " delimited by size
              operator-refusal-reason           delimited by size
              into report-line
       end-string
       write inquiry-report-record from report-line
       display "WAREHOUSE-INQUIRY: REFUSED - " operator-refusal-reason

       move "OPER-REFUSED"       to alert-condition
       move spaces               to alert-source
       move "WARN"               to alert-severity
       move "TICKET"             to alert-action
       move zero                 to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "WAREHOUSE CANCEL REFUSED: " delimited by size
              operator-refusal-reason      delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

1300-check-operator-ex.
    exit.

1400-write-heading.

    move spaces      to report-line.
    move "ID"        to report-line(1:2).
    move "SOURCE"    to report-line(18:6).
    move "VALUE DT"  to report-line(27:8).
    move "DUE DT"    to report-line(36:6).
    move "S"         to report-line(45:1).
    move "ACCOUNT"   to report-line(47:7).
    move "INTERNAL"  to report-line(66:8).
    move "CCY"       to report-line(79:3).
    move "AMOUNT"    to report-line(107:6).
    write inquiry-report-record from report-line.

1400-write-heading-ex.
    exit.

2000-work-warehouse.

    add 1 to warehouse-read-count.

    move wh-feed-date to wi-feed-date.
    move wh-partition to wi-partition.
    move wh-sequence  to wi-sequence.

*>--- a cancel applies to a warehoused item only - a released one has
*>--- posted and is a backout's business, a cancelled one is done
    move spaces to item-outcome.
    if wh-status-warehoused
       move zero to action-found-sub
       perform varying action-sub from 1 by 1
               until action-sub > action-count
          if ac-warehouse-id( action-sub ) = warehouse-id-display
                   and not ac-applied( action-sub )
             move action-sub to action-found-sub
          end-if
       end-perform
       if action-found-sub > zero
          set ac-applied( action-found-sub ) to true
          add 1 to cancelled-count
          set wh-status-cancelled to true
          move inquiry-run-date to wh-status-date
          move inquiry-operator to wh-operator
          if cancel-note = spaces
             move "CANCELLED BY RECON SUPPORT" to wh-note
          else
             move cancel-note to wh-note
          end-if
          move "CANCELLED - WILL NEVER POST" to item-outcome
          move wh-trans-image   to trans-out-record
          move to-lineage-id    to lineage-event-id
          move "WHCANCEL"       to lineage-event-type
          move wh-account-id    to lineage-event-account
          move wh-reference     to lineage-event-reference
          move inquiry-operator to lineage-event-operator
          move spaces           to lineage-event-related
          move wh-note          to lineage-event-detail
          perform record-lineage-event thru record-lineage-event-ex
       end-if
    end-if.

    perform 2200-select-item thru 2200-select-item-ex.
    if list-item or item-outcome not = spaces
       add 1 to listed-count
       perform 2400-report-item thru 2400-report-item-ex
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

2200-select-item.

*>--- an item named by id is shown whatever its status; a source or
*>--- account listing shows what still waits unless history is asked
    move "N" to list-item-switch.

    perform varying lookup-sub from 1 by 1
            until lookup-sub > lookup-count or list-item
       if lookup-id( lookup-sub ) = warehouse-id-display
          set list-item to true
       end-if
    end-perform.
    if list-item
       go to 2200-select-item-ex
    end-if.

    if not wh-status-warehoused and not list-history
       go to 2200-select-item-ex
    end-if.

    if inquiry-source not = spaces
             and wh-source-system = inquiry-source
       set list-item to true
    end-if.

    if inquiry-account not = spaces
       move wh-internal-account to internal-account-display
       if wh-account-id = inquiry-account
                or internal-account-display = inquiry-account
          set list-item to true
       end-if
    end-if.

2200-select-item-ex.
    exit.

2400-report-item.

*>--- the caller leaves any outcome text in item-outcome
    move wh-trans-image to trans-out-record.
    move to-amount-scaled to item-amount-edited.
    move spaces to report-line.
    string warehouse-id-display delimited by size
           " "                  delimited by size
           wh-source-system     delimited by size
           " "                  delimited by size
           wh-value-date        delimited by size
           " "                  delimited by size
           wh-due-date          delimited by size
           " "                  delimited by size
           wh-status            delimited by size
           " "                  delimited by size
           wh-account-id        delimited by size
           " "                  delimited by size
           wh-internal-account  delimited by size
           " "                  delimited by size
           to-currency-code     delimited by size
           " "                  delimited by size
           item-amount-edited   delimited by size
           into report-line
    end-string.
    write inquiry-report-record from report-line.

    if item-outcome not = spaces
             or wh-status-date not = spaces
       move spaces to report-line
       string "                 "  delimited by size
              item-outcome         delimited by size
              " LAST CHANGE "      delimited by size
              wh-status-date       delimited by size
              " "                  delimited by size
              wh-operator          delimited by size
              " "                  delimited by size
              wh-note              delimited by size
              into report-line
       end-string
       write inquiry-report-record from report-line
    end-if.

2400-report-item-ex.
    exit.

2900-close-warehouse.

*>--- a cancel card that found nothing warehoused is named - usually a
*>--- mistyped id, or an item already released or cancelled
    perform varying action-sub from 1 by 1
            until action-sub > action-count
       if not ac-applied( action-sub )
          add 1 to not-found-count
          move spaces to report-line
          string ac-warehouse-id( action-sub ) delimited by size
                 "  *** CANCEL - NOT FOUND WAREHOUSED, NOTHING DONE"
                                               delimited by size
                 into report-line
          end-string
          write inquiry-report-record from report-line
       end-if
    end-perform.

    if warehouse-status = "00" or warehouse-status = "10"
       close warehouse-file
    end-if.
    close warehouse-redo.
    perform close-lineage thru close-lineage-ex.

2900-close-warehouse-ex.
    exit.

3000-due-report.

*>--- the horizon is the run date moved forward due-days business days;
*>--- every item still warehoused whose due date - re-rolled against
*>--- today's calendar - is on or before it is listed, overdue first
    perform load-business-days thru load-business-days-ex.
    move inquiry-run-date to business-day-date.
    move zero to due-days-counted.
    perform 3050-step-business-day thru 3050-step-business-day-ex
        until due-days-counted >= due-days.
    move business-day-date to due-horizon-date.

    move spaces to report-line.
    write inquiry-report-record from report-line.
    move spaces to report-line.
    string "ITEMS DUE TO POST WITHIN " delimited by size
           due-days                     delimited by size
           " BUSINESS DAYS OF "         delimited by size
           inquiry-run-date             delimited by size
           " (THROUGH "                 delimited by size
           due-horizon-date             delimited by size
           ")"                          delimited by size
           into report-line
    end-string.
    write inquiry-report-record from report-line.
    move spaces to report-line.
    write inquiry-report-record from report-line.

    sort sort-work
        on ascending key sr-due-date sr-source-system sr-warehouse-id
        input procedure is 3100-release-due
                      thru 3100-release-due-ex
        output procedure is 3300-print-due
                       thru 3300-print-due-ex.

3000-due-report-ex.
    exit.

3050-step-business-day.

    compute business-day-integer
          = function integer-of-date(
                function numval( business-day-date ) ) + 1.
    move function date-of-integer( business-day-integer )
      to business-day-date.
    perform next-business-day thru next-business-day-ex.
    add 1 to due-days-counted.

3050-step-business-day-ex.
    exit.

3100-release-due.

*>--- reads the warehouse as this run leaves it, so an item cancelled
*>--- above is not reported due
    move "N" to warehouse-eof-switch.
    open input warehouse-redo.
    if warehouse-redo-status not = "00"
       set end-of-warehouse to true
    end-if.
    perform 3150-release-one-due thru 3150-release-one-due-ex
        until end-of-warehouse.
    if warehouse-redo-status = "00" or warehouse-redo-status = "10"
       close warehouse-redo
    end-if.

3100-release-due-ex.
    exit.

3150-release-one-due.

    read warehouse-redo into warehouse-record
        at end
            set end-of-warehouse to true
    end-read.
    if end-of-warehouse
       go to 3150-release-one-due-ex
    end-if.

    if wh-status-warehoused
       move wh-value-date to business-day-date
       perform next-business-day thru next-business-day-ex
       if business-day-date not > due-horizon-date
          move wh-feed-date to wi-feed-date
          move wh-partition to wi-partition
          move wh-sequence  to wi-sequence
          move wh-trans-image to trans-out-record
          move business-day-date    to sr-due-date
          move wh-source-system     to sr-source-system
          move warehouse-id-display to sr-warehouse-id
          move wh-value-date        to sr-value-date
          move wh-account-id        to sr-account-id
          move wh-internal-account  to sr-internal-account
          move to-currency-code     to sr-currency-code
          move to-amount-scaled     to sr-amount
          release sort-record
       end-if
    end-if.

3150-release-one-due-ex.
    exit.

3300-print-due.

    move "N"    to sort-eof-switch.
    move spaces to due-break-date.
    perform 3350-print-one-due thru 3350-print-one-due-ex
        until end-of-sort.
    if due-break-date not = spaces
       perform 3400-print-due-total thru 3400-print-due-total-ex
    end-if.

    move spaces to report-line.
    string "TOTAL ITEMS DUE:         " delimited by size
           due-item-count               delimited by size
           into report-line
    end-string.
    write inquiry-report-record from report-line.

3300-print-due-ex.
    exit.

3350-print-one-due.

    return sort-work
        at end
            set end-of-sort to true
    end-return.
    if end-of-sort
       go to 3350-print-one-due-ex
    end-if.

    if sr-due-date not = due-break-date
       if due-break-date not = spaces
          perform 3400-print-due-total thru 3400-print-due-total-ex
       end-if
       move sr-due-date to due-break-date
       move zero to due-date-count
    end-if.

    add 1 to due-item-count.
    add 1 to due-date-count.
    move sr-amount to item-amount-edited.
    move spaces to report-line.
    string sr-warehouse-id     delimited by size
           " "                 delimited by size
           sr-source-system    delimited by size
           " "                 delimited by size
           sr-value-date       delimited by size
           " "                 delimited by size
           sr-due-date         delimited by size
           " W "               delimited by size
           sr-account-id       delimited by size
           " "                 delimited by size
           sr-internal-account delimited by size
           " "                 delimited by size
           sr-currency-code    delimited by size
           " "                 delimited by size
           item-amount-edited  delimited by size
           into report-line
    end-string.
    write inquiry-report-record from report-line.

3350-print-one-due-ex.
    exit.

3400-print-due-total.

    move spaces to report-line.
    string "          DUE "     delimited by size
           due-break-date       delimited by size
           ": "                 delimited by size
           due-date-count       delimited by size
           " ITEMS"             delimited by size
           into report-line
    end-string.
    write inquiry-report-record from report-line.
    move spaces to report-line.
    write inquiry-report-record from report-line.

3400-print-due-total-ex.
    exit.

9000-terminate.

    if not cancel-refused
       move spaces to report-line
       write inquiry-report-record from report-line
       move spaces to report-line
       string "WAREHOUSE RECORDS READ:  " delimited by size
              warehouse-read-count         delimited by size
              into report-line
       end-string
       write inquiry-report-record from report-line
       move spaces to report-line
       string "LISTED:                  " delimited by size
              listed-count                 delimited by size
              into report-line
       end-string
       write inquiry-report-record from report-line
       move spaces to report-line
       string "CANCELLED:               " delimited by size
              cancelled-count              delimited by size
              into report-line
       end-string
       write inquiry-report-record from report-line
    end-if.

    close inquiry-report.

    if cancel-refused
       move 8 to return-code
    else
    if not-found-count > 0
       move 4 to return-code
    end-if
    end-if.

    move cancelled-count to cycle-record-count.
    if cancel-refused
       move "REFUSED - OPERATOR NOT AUTHORIZED" to cycle-message
    else
    if not-found-count > 0
       move "SOME CANCELS FOUND NOTHING WAREHOUSED" to cycle-message
    else
       move "WAREHOUSE INQUIRY COMPLETE" to cycle-message
    end-if
    end-if.
    perform 9020-stamp-cycle-end thru 9020-stamp-cycle-end-ex.

9000-terminate-ex.
    exit.

copy "cycle-stamp.cbl".
copy "alert-queue.cbl".
copy "operator-check.cbl".
copy "busday-check.cbl".
copy "lineage-write.cbl".

end program warehouse-inquiry.
