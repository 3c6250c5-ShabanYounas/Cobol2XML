identification division.
program-id. period-close.

*>--- month-end accounting period control: opens a new period on the
*>--- PERIODS file, closes one, or reopens a closed one. a close first
*>--- marks the period closing ("L" - acct-position refuses anything
*>--- dated in it from that moment), freezes every ACCTPOS record
*>--- whose feed date falls in the period, and only then marks it
*>--- closed ("C") with the date and the operator - a close that
*>--- abends half-way leaves the period locked, and rerunning the
*>--- close finishes it. a reopen thaws the period's records and sets
*>--- it open again; it is the only sanctioned way back into a month
*>--- finance has signed off.
*>--- SYSIN control cards:
*>---     PERIOD=YYYYMM        the accounting period (required)
*>---     ACTION=xxxxxx        OPEN, CLOSE or REOPEN (required)
*>---     OPERATOR=xxxxxxxx    who is acting - must be active on
*>---                          OPERSEC with the period-control role,
*>---                          or nothing is touched
*>--- every attempt - done, failed or refused - goes on the permanent
*>--- PERLOG; a refused one also raises an alert
environment division.
input-output section.
file-control.
    select period-file
        assign to "PERIODS"
        organization is line sequential
        file status is period-file-status.

    select account-position
        assign to "ACCTPOS"
        organization is indexed
        access mode is dynamic
        record key is ap-position-key
        file status is account-position-status.

    select period-parms
        assign to "SYSIN"
        organization is line sequential
        file status is period-parms-status.

    select period-report
        assign to "PERRPT"
        organization is line sequential.

*>--- permanent period-control trail - extend-only, one record per
*>--- attempt
    select period-log
        assign to "PERLOG"
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

data division.
file section.
fd  period-file.
copy "period-record.cbl".

fd  account-position.
copy "acctpos-record.cbl".

fd  period-parms.
01  period-parms-record          pic x(80).

fd  period-report.
01  period-report-record         pic x(100).

fd  period-log.
*>--- who opened, closed or reopened which period, how many positions
*>--- it froze or thawed, and how it ended - never rewritten, only
*>--- extended
01  period-log-record.
    05  pl-log-date              pic x(08).
    05  pl-log-time              pic x(06).
    05  pl-operator-id           pic x(08).
    05  pl-period-id             pic x(06).
    05  pl-action                pic x(08).
    05  pl-records-changed       pic 9(07).
    05  pl-disposition           pic x(08).

fd  operator-file.
copy "opersec-record.cbl".

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

fd  cycle-status.
copy "cyclestat-record.cbl".

working-storage section.
copy "cycle-work.cbl".
copy "alert-work.cbl".
copy "opersec-work.cbl".
copy "period-work.cbl".

01  period-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  period-fail-switch       pic x(01)  value "N".
        88  period-failed                   value "Y".
    05  period-refused-switch    pic x(01)  value "N".
        88  period-refused                  value "Y".
    05  position-eof-switch      pic x(01)  value "N".
        88  end-of-positions                value "Y".

01  account-position-status      pic x(02)  value spaces.
01  period-parms-status          pic x(02)  value spaces.

01  period-run-date              pic x(08)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.
01  target-period-id             pic x(06)  value spaces.
01  period-action                pic x(08)  value spaces.
    88  action-open                         value "OPEN".
    88  action-close                        value "CLOSE".
    88  action-reopen                       value "REOPEN".
01  period-operator              pic x(08)  value spaces.
01  period-fail-message          pic x(80)  value spaces.

01  target-sub                   pic 9(03)  value zero.
01  target-start-date            pic x(08)  value spaces.
01  target-end-date              pic x(08)  value spaces.
01  new-period-state             pic x(01)  value space.
01  positions-changed-count      pic 9(07)  value zero.
01  positions-read-count         pic 9(07)  value zero.
01  report-line                  pic x(100).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not period-failed
       evaluate true
          when action-open
               perform 2000-open-period thru 2000-open-period-ex
          when action-close
               perform 3000-close-period thru 3000-close-period-ex
          when action-reopen
               perform 4000-reopen-period thru 4000-reopen-period-ex
       end-evaluate
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to period-run-date.

    move "PERCLOSE" to cycle-job-name.
    perform 9010-stamp-cycle-start thru 9010-stamp-cycle-start-ex.

    move "PERCLOSE" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    open output period-report.

    perform 1100-read-parms thru 1100-read-parms-ex.

    move spaces to report-line.
    string "COBOL2XML ACCOUNTING PERIOD CONTROL - " delimited by size
           period-run-date             delimited by size
           "  OPERATOR "               delimited by size
           period-operator             delimited by size
           into report-line
    end-string.
    write period-report-record from report-line.

    move spaces to report-line.
    string "ACTION "        delimited by size
           period-action    delimited by space
           " PERIOD "       delimited by size
           target-period-id delimited by size
           into report-line
    end-string.
    write period-report-record from report-line.

    perform 1300-check-operator thru 1300-check-operator-ex.

    if period-refused
       go to 1000-initialize-ex
    end-if.

    if target-period-id = spaces or target-period-id not numeric
       move "PERIOD=YYYYMM CARD IS REQUIRED" to period-fail-message
       perform 8000-flag-period-failure
          thru 8000-flag-period-failure-ex
       go to 1000-initialize-ex
    end-if.

    if not action-open and not action-close and not action-reopen
       move "ACTION= MUST BE OPEN, CLOSE OR REOPEN"
            to period-fail-message
       perform 8000-flag-period-failure
          thru 8000-flag-period-failure-ex
       go to 1000-initialize-ex
    end-if.

    perform load-period-table thru load-period-table-ex.

    move zero to target-sub.
    perform varying period-sub from 1 by 1
            until period-sub > period-entry-count
       if pe-period-id( period-sub ) = target-period-id
          move period-sub to target-sub
       end-if
    end-perform.

    if target-sub = zero and not action-open
       move "PERIOD IS NOT ON THE PERIOD CONTROL FILE"
            to period-fail-message
       perform 8000-flag-period-failure
          thru 8000-flag-period-failure-ex
    end-if.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input period-parms.
    if period-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if period-parms-status = "00" or period-parms-status = "10"
       close period-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read period-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and period-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring period-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "PERIOD"
               move parm-value(1:6) to target-period-id
          when "ACTION"
               move parm-value(1:8) to period-action
          when "OPERATOR"
               move parm-value(1:8) to period-operator
          when other
               display "PERIOD-CLOSE: UNRECOGNIZED CONTROL CARD: "
                       period-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1300-check-operator.

*>--- opening, closing and above all reopening a month are a named
*>--- person's decision, open only to the period-control role
    perform load-operator-table thru load-operator-table-ex.
    move period-operator to operator-check-id.
    set role-period-control to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       set period-refused to true
       move spaces to period-fail-message
       string "PERIOD ACTION REFUSED - " delimited by size
              operator-refusal-reason   delimited by size
              into period-fail-message
       end-string
       perform 8000-flag-period-failure
          thru 8000-flag-period-failure-ex

       move "OPER-REFUSED"       to alert-condition
       move spaces               to alert-source
       move "WARN"               to alert-severity
       move "TICKET"             to alert-action
       move zero                 to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "PERIOD "               delimited by size
              period-action           delimited by space
              " "                     delimited by size
              target-period-id        delimited by size
              " REFUSED: "            delimited by size
              operator-refusal-reason delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

1300-check-operator-ex.
    exit.

2000-open-period.

*>--- a new period covers its calendar month; the end date is the
*>--- 31st whatever the month, which compares correctly against any
*>--- real feed date in it
    if target-sub not = zero
       move "PERIOD IS ALREADY ON THE PERIOD CONTROL FILE"
            to period-fail-message
       perform 8000-flag-period-failure
          thru 8000-flag-period-failure-ex
       go to 2000-open-period-ex
    end-if.

    if period-entry-count >= 240
       move "PERIOD CONTROL FILE IS FULL (240 PERIODS)"
            to period-fail-message
       perform 8000-flag-period-failure
          thru 8000-flag-period-failure-ex
       go to 2000-open-period-ex
    end-if.

    add 1 to period-entry-count.
    move period-entry-count to target-sub.
    move target-period-id to pe-period-id( target-sub ).
    move spaces to pe-start-date( target-sub ) pe-end-date( target-sub ).
    string target-period-id delimited by size
           "01"             delimited by size
           into pe-start-date( target-sub )
    end-string.
    string target-period-id delimited by size
           "31"             delimited by size
           into pe-end-date( target-sub )
    end-string.
    move "O" to pe-status( target-sub ).
    perform 7000-stamp-and-rewrite thru 7000-stamp-and-rewrite-ex.

2000-open-period-ex.
    exit.

3000-close-period.

    if pe-status( target-sub ) = "C"
       move "PERIOD IS ALREADY CLOSED - NOTHING DONE"
            to period-fail-message
       perform 8000-flag-period-failure
          thru 8000-flag-period-failure-ex
       go to 3000-close-period-ex
    end-if.

*>--- lock first: from here acct-position refuses the period, so no
*>--- posting can slip in behind the freeze
    move "L" to pe-status( target-sub ).
    perform 7000-stamp-and-rewrite thru 7000-stamp-and-rewrite-ex.
    if period-failed
       go to 3000-close-period-ex
    end-if.

    move "F" to new-period-state.
    perform 5000-set-position-state thru 5000-set-position-state-ex.
    if period-failed
       go to 3000-close-period-ex
    end-if.

    move "C" to pe-status( target-sub ).
    perform 7000-stamp-and-rewrite thru 7000-stamp-and-rewrite-ex.

3000-close-period-ex.
    exit.

4000-reopen-period.

    if pe-status( target-sub ) = "O"
       move "PERIOD IS ALREADY OPEN - NOTHING DONE"
            to period-fail-message
       perform 8000-flag-period-failure
          thru 8000-flag-period-failure-ex
       go to 4000-reopen-period-ex
    end-if.

*>--- thaw the positions while the period still reads locked, then
*>--- open it - a reopen that abends leaves the month closed
    move space to new-period-state.
    perform 5000-set-position-state thru 5000-set-position-state-ex.
    if period-failed
       go to 4000-reopen-period-ex
    end-if.

    move "O" to pe-status( target-sub ).
    perform 7000-stamp-and-rewrite thru 7000-stamp-and-rewrite-ex.

4000-reopen-period-ex.
    exit.

5000-set-position-state.

*>--- ACCTPOS is keyed account then feed date, so the period's records
*>--- are spread across the whole file - browse it end to end
    move pe-start-date( target-sub ) to target-start-date.
    move pe-end-date( target-sub )   to target-end-date.

    open i-o account-position.
    if account-position-status not = "00"
       move spaces to period-fail-message
       string "ACCTPOS UNAVAILABLE (STATUS " delimited by size
              account-position-status        delimited by size
              ")"                            delimited by size
              into period-fail-message
       end-string
       perform 8000-flag-period-failure
          thru 8000-flag-period-failure-ex
       go to 5000-set-position-state-ex
    end-if.

    move low-values to ap-position-key.
    start account-position key is not less than ap-position-key
        invalid key
            set end-of-positions to true
    end-start.

    perform 5100-set-one-position thru 5100-set-one-position-ex
        until end-of-positions.

    close account-position.

5000-set-position-state-ex.
    exit.

5100-set-one-position.

    read account-position next record
        at end
            set end-of-positions to true
    end-read.

    if not end-of-positions
       add 1 to positions-read-count
       if ap-feed-date >= target-start-date
                and ap-feed-date <= target-end-date
                and ap-period-state not = new-period-state
          move new-period-state to ap-period-state
          rewrite account-position-record
              invalid key
                  display "PERIOD-CLOSE: REWRITE FAILED FOR "
                          ap-position-key
          end-rewrite
          add 1 to positions-changed-count
       end-if
    end-if.

5100-set-one-position-ex.
    exit.

7000-stamp-and-rewrite.

*>--- the period file is small and read whole: every change rewrites
*>--- it whole, the entry carrying who changed it and when
    move period-run-date to pe-status-date( target-sub ).
    move period-operator to pe-status-operator( target-sub ).

    open output period-file.
    if period-file-status not = "00"
       move spaces to period-fail-message
       string "PERIODS CANNOT BE REWRITTEN (STATUS " delimited by size
              period-file-status                     delimited by size
              ")"                                    delimited by size
              into period-fail-message
       end-string
       perform 8000-flag-period-failure
          thru 8000-flag-period-failure-ex
       go to 7000-stamp-and-rewrite-ex
    end-if.

    perform varying period-sub from 1 by 1
            until period-sub > period-entry-count
       move pe-period-id( period-sub )   to pc-period-id
       move pe-start-date( period-sub )  to pc-start-date
       move pe-end-date( period-sub )    to pc-end-date
       move pe-status( period-sub )      to pc-status
       move pe-status-date( period-sub ) to pc-status-date
       move pe-status-operator( period-sub ) to pc-status-operator
       write period-record
    end-perform.

    close period-file.

7000-stamp-and-rewrite-ex.
    exit.

8000-flag-period-failure.

    set period-failed to true.
    display "PERIOD-CLOSE FAILURE: " period-fail-message.
    move "*** " to report-line.
    move period-fail-message to report-line(5:80).
    write period-report-record from report-line.

8000-flag-period-failure-ex.
    exit.

9000-terminate.

    move spaces to report-line.
    write period-report-record from report-line.

    if not period-failed
       move spaces to report-line
       string "POSITIONS READ:    "  delimited by size
              positions-read-count   delimited by size
              into report-line
       end-string
       write period-report-record from report-line

       move spaces to report-line
       evaluate true
          when action-close
               string "POSITIONS FROZEN:  "    delimited by size
                      positions-changed-count  delimited by size
                      into report-line
               end-string
          when action-reopen
               string "POSITIONS THAWED:  "    delimited by size
                      positions-changed-count  delimited by size
                      into report-line
               end-string
          when other
               string "PERIOD ADDED OPEN " delimited by size
                      pe-start-date( target-sub ) delimited by size
                      " - "                delimited by size
                      pe-end-date( target-sub )   delimited by size
                      into report-line
               end-string
       end-evaluate
       write period-report-record from report-line

       move spaces to report-line
       string "PERIOD "            delimited by size
              target-period-id     delimited by size
              " STATUS NOW "       delimited by size
              pe-status( target-sub ) delimited by size
              into report-line
       end-string
       write period-report-record from report-line
    else
       move "*** PERIOD CONTROL NOT CHANGED AS REQUESTED ***"
            to report-line
       write period-report-record from report-line
       move 8 to return-code
    end-if.

    close period-report.

    perform 9100-write-period-log thru 9100-write-period-log-ex.

    move positions-changed-count to cycle-record-count.
    if period-failed
       move period-fail-message(1:40) to cycle-message
    else
       move spaces to cycle-message
       string "PERIOD "        delimited by size
              target-period-id delimited by size
              " "              delimited by size
              period-action    delimited by space
              " DONE"          delimited by size
              into cycle-message
       end-string
    end-if.
    perform 9020-stamp-cycle-end thru 9020-stamp-cycle-end-ex.

9000-terminate-ex.
    exit.

9100-write-period-log.

    open extend period-log.
    move period-run-date             to pl-log-date.
    move function current-date(9:6)  to pl-log-time.
    move period-operator             to pl-operator-id.
    move target-period-id            to pl-period-id.
    move period-action               to pl-action.
    move positions-changed-count     to pl-records-changed.
    if period-refused
       move "REFUSED"  to pl-disposition
    else
    if period-failed
       move "FAILED"   to pl-disposition
    else
       move "APPLIED"  to pl-disposition
    end-if
    end-if.
    write period-log-record.
    close period-log.

9100-write-period-log-ex.
    exit.

copy "cycle-stamp.cbl".
copy "alert-queue.cbl".
copy "operator-check.cbl".
copy "period-check.cbl".

end program period-close.
