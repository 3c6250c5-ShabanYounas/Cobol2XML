identification division.
program-id. partner-settle.

*>--- monthly partner settlement: the net of everything each partner
*>--- sent in the month, per source system and currency, off the
*>--- SETLPOS settlement positions the ACCTPOS run keeps, proved
*>--- against the permanent release and backout trails:
*>---   opening position   everything booked before the period
*>---   gross items        ordinary items booked in the period
*>---   reversals          reversal entries (adjustments' and others)
*>---   adjustments        corrected items from partner adjustments
*>---   backed-out feeds   what was posted from a feed the partner
*>---                      recalled afterwards (BACKLOG REMOVED) -
*>---                      posted before the backout (by date and
*>---                      time), never settled
*>---   net amount due     gross - reversals + adjustments - backed out
*>--- a feed released in the period is counted off RELLOG; a position
*>--- from a feed that has no release record is flagged (RC=4) - only
*>--- released files may post, so something went round the gate.
*>--- SETLRPT prints one statement per partner, each with a control
*>--- reference the partner's settlement confirmation quotes back;
*>--- SETLOUT is the payments file (H/D/T, one line per partner and
*>--- currency); SETLHIST keeps every issue.
*>--- SYSIN control cards:
*>---     PERIOD=YYYYMM        the month to settle (default last month;
*>---                          its dates come off PERIODS, or the
*>---                          calendar month when it is not there)
*>---     RESTATE=YES          re-issue a period already settled
*>---     OPERATOR=xxxxxxxx    who authorized the restatement - must be
*>---                          active on OPERSEC with the period
*>---                          control role
*>--- RC=0 settled; RC=4 settled with a warning (period not closed,
*>--- unlogged feed, restatement of a period never settled, nothing
*>--- to settle); RC=8 refused - the period is already settled and
*>--- no restatement was asked for, or the operator was refused;
*>--- nothing issued; RC=12 bad period card, positions unavailable
*>--- or a table overflowed - nothing issued.
environment division.
input-output section.
file-control.
    select settlement-position
        assign to "SETLPOS"
        organization is indexed
        access mode is dynamic
        record key is sp-position-key
        file status is settlement-position-status.

*>--- the permanent release and backout trails; optional - a suite
*>--- that has never released or backed out has neither yet
    select optional release-log
        assign to "RELLOG"
        organization is line sequential
        file status is release-log-status.

    select optional backout-log
        assign to "BACKLOG"
        organization is line sequential
        file status is backout-log-status.

*>--- settlement history; optional so the first month starts it
    select optional settlement-history
        assign to "SETLHIST"
        organization is line sequential
        file status is settlement-history-status.

    select settlement-out
        assign to "SETLOUT"
        organization is line sequential.

*>--- partner master - the contact the statement is addressed to
    select partner-master
        assign to "PARTNERS"
        organization is indexed
        access mode is random
        record key is ps-source-system
        file status is partner-file-status.

*>--- accounting period control (see period-check); optional - with no
*>--- period file every month is open
    select optional period-file
        assign to "PERIODS"
        organization is line sequential
        file status is period-file-status.

*>--- operator security file (see operator-check)
    select operator-file
        assign to "OPERSEC"
        organization is line sequential
        file status is operator-file-status.

    select settle-parms
        assign to "SYSIN"
        organization is line sequential
        file status is settle-parms-status.

    select settle-report
        assign to "SETLRPT"
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

data division.
file section.
fd  settlement-position.
copy "setlpos-record.cbl".

fd  release-log.
copy "rellog-record.cbl".

fd  backout-log.
copy "backlog-record.cbl".

fd  settlement-history.
copy "setlhist-record.cbl".

fd  settlement-out.
copy "setlout-record.cbl".

fd  partner-master.
copy "partner-record.cbl".

fd  period-file.
copy "period-record.cbl".

fd  operator-file.
copy "opersec-record.cbl".

fd  settle-parms.
01  settle-parms-record          pic x(80).

fd  settle-report.
01  settle-report-record         pic x(132).

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

working-storage section.
copy "alert-work.cbl".
copy "period-work.cbl".
copy "opersec-work.cbl".

01  settle-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  settle-stopped-switch    pic x(01)  value "N".
        88  settle-stopped                  value "Y".
    05  restate-switch           pic x(01)  value "N".
        88  restatement-asked               value "Y".
    05  settled-before-switch    pic x(01)  value "N".
        88  period-settled-before           value "Y".
    05  position-open-switch     pic x(01)  value "N".
        88  position-opened                 value "Y".
    05  outputs-open-switch      pic x(01)  value "N".
        88  outputs-open                    value "Y".
    05  partner-open-switch      pic x(01)  value "N".
        88  partner-master-open             value "Y".
    05  partner-found-switch     pic x(01)  value "N".
        88  partner-found                   value "Y".
    05  trail-eof-switch         pic x(01)  value "N".
        88  end-of-trail                    value "Y".
    05  browse-eof-switch        pic x(01)  value "N".
        88  end-of-positions                value "Y".
    05  backed-out-switch        pic x(01)  value "N".
        88  position-backed-out             value "Y".
    05  released-found-switch    pic x(01)  value "N".
        88  feed-on-release-log             value "Y".
    05  released-full-switch     pic x(01)  value "N".
        88  released-table-full             value "Y".

01  settlement-position-status  pic x(02)  value spaces.
01  release-log-status           pic x(02)  value spaces.
01  backout-log-status           pic x(02)  value spaces.
01  settlement-history-status    pic x(02)  value spaces.
01  partner-file-status          pic x(02)  value spaces.
01  settle-parms-status          pic x(02)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.

01  settle-run-date              pic x(08)  value spaces.
01  settle-period                pic x(06)  value spaces.
01  settle-period-parts redefines settle-period.
    05  settle-period-year       pic 9(04).
    05  settle-period-month      pic 9(02).
01  settle-start-date            pic x(08)  value spaces.
01  settle-end-date              pic x(08)  value spaces.
01  settle-period-status         pic x(01)  value "O".
    88  settle-period-closed                value "C".
01  settle-operator              pic x(08)  value spaces.
01  settle-issue                 pic 9(02)  value zero.
01  last-issue                   pic 9(02)  value zero.
01  settle-batch-id              pic x(12)  value spaces.
01  last-month-year              pic 9(04)  value zero.
01  last-month-month             pic 9(02)  value zero.

*>--- one entry per source system and currency with activity in the
*>--- period - SETLPOS is keyed source then currency, so the browse
*>--- fills it in statement order
01  settle-count                 pic 9(03)  value zero.
01  settle-table.
    05  settle-entry             occurs 500 times.
        10  se-source-system     pic x(08).
        10  se-currency-code     pic x(03).
        10  se-active            pic x(01).
        10  se-opening-amount    pic s9(30)v9(08).
        10  se-gross-count       pic 9(07).
        10  se-gross-total       pic s9(30)v9(08).
        10  se-reversal-count    pic 9(07).
        10  se-reversal-total    pic s9(30)v9(08).
        10  se-adjust-count      pic 9(07).
        10  se-adjust-total      pic s9(30)v9(08).
        10  se-backout-count     pic 9(07).
        10  se-backout-total     pic s9(30)v9(08).
        10  se-unlogged-count    pic 9(05).
01  settle-sub                   pic 9(03)  value zero.

*>--- the period's feeds as RELLOG released them
01  released-count               pic 9(04)  value zero.
01  released-table.
    05  released-entry           occurs 3000 times.
        10  rf-source-system     pic x(08).
        10  rf-feed-date         pic x(08).
01  released-sub                 pic 9(04)  value zero.
01  release-check-source         pic x(08)  value spaces.
01  release-check-date           pic x(08)  value spaces.

*>--- every feed BACKLOG shows removed, with the day it went - the
*>--- opening position leaves them out as the period does
01  backout-count                pic 9(03)  value zero.
01  backout-table.
    05  backout-entry            occurs 500 times.
        10  bf-source-system     pic x(08).
        10  bf-feed-date         pic x(08).
        10  bf-log-date          pic x(08).
        10  bf-log-time          pic x(06).
01  backout-sub                  pic 9(03)  value zero.

*>--- the period's earlier issues, latest reference per source and
*>--- currency - what a restatement replaces
01  prior-count                  pic 9(03)  value zero.
01  prior-table.
    05  prior-entry              occurs 500 times.
        10  pr-source-system     pic x(08).
        10  pr-currency-code     pic x(03).
        10  pr-control-ref       pic x(16).
01  prior-sub                    pic 9(03)  value zero.
01  prior-check-source           pic x(08)  value spaces.
01  prior-check-currency         pic x(03)  value spaces.
01  prior-found-ref              pic x(16)  value spaces.

01  current-source               pic x(08)  value spaces.
01  partner-sequence             pic 9(03)  value zero.
01  partner-feeds-released       pic 9(04)  value zero.
01  partner-feeds-backed-out     pic 9(03)  value zero.
01  statement-count              pic 9(03)  value zero.
01  unlogged-total               pic 9(05)  value zero.

01  control-ref                  pic x(16)  value spaces.
01  control-ref-digits           pic x(11)  value spaces.
01  control-ref-sub              pic 9(02)  value zero.
01  control-ref-digit            pic 9(01)  value zero.
01  control-ref-sum              pic 9(05)  value zero.
01  control-ref-quotient         pic 9(05)  value zero.
01  control-ref-check            pic 9(02)  value zero.
01  check-characters             pic x(36)
    value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".

01  position-net                 pic s9(30)v9(08) value zero.
01  position-items               pic 9(07)  value zero.
01  entry-items                  pic 9(07)  value zero.
01  net-due                      pic s9(30)v9(08) value zero.
01  closing-amount               pic s9(30)v9(08) value zero.
01  shown-amount                 pic s9(30)v9(08) value zero.
01  settlement-line-count        pic 9(07)  value zero.
01  settlement-net-total         pic s9(30)v9(08) value zero.

01  amount-edited                pic -(29)9.9(08).
01  count-edited                 pic z(06)9.
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not settle-stopped
       perform 2000-load-release-log thru 2000-load-release-log-ex
       perform 2100-load-backout-log thru 2100-load-backout-log-ex
       perform 3000-browse-one-position thru 3000-browse-one-position-ex
           until end-of-positions or settle-stopped
       perform 3900-finish-browse thru 3900-finish-browse-ex
    end-if.
    if not settle-stopped
       perform 4000-issue-one-settlement
          thru 4000-issue-one-settlement-ex
           varying settle-sub from 1 by 1
           until settle-sub > settle-count
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to settle-run-date.

*>--- default period: last month
    move settle-run-date(1:4) to last-month-year.
    move settle-run-date(5:2) to last-month-month.
    if last-month-month = 1
       move 12 to last-month-month
       subtract 1 from last-month-year
    else
       subtract 1 from last-month-month
    end-if.
    move last-month-year  to settle-period-year.
    move last-month-month to settle-period-month.

    perform 1100-read-parms thru 1100-read-parms-ex.

    move "SETTLE" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.
    perform load-period-table thru load-period-table-ex.

    open output settle-report.

    move spaces to report-line.
    string "COBOL2XML PARTNER SETTLEMENT - PERIOD " delimited by size
           settle-period              delimited by size
           "  RUN "                   delimited by size
           settle-run-date            delimited by size
           into report-line
    end-string.
    write settle-report-record from report-line.

    if settle-period not numeric
             or settle-period-month < 1 or settle-period-month > 12
       move spaces to report-line
       string "*** PERIOD CARD NOT YYYYMM: " delimited by size
              settle-period                  delimited by size
              " - NOTHING SETTLED ***"       delimited by size
              into report-line
       end-string
       write settle-report-record from report-line
       set settle-stopped to true
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.

*>--- the period's dates: the accounting period when PERIODS has it,
*>--- otherwise the calendar month
    move spaces to settle-start-date settle-end-date.
    move "O"    to settle-period-status.
    perform varying period-sub from 1 by 1
            until period-sub > period-entry-count
       if pe-period-id( period-sub ) = settle-period
          move pe-start-date( period-sub ) to settle-start-date
          move pe-end-date( period-sub )   to settle-end-date
          move pe-status( period-sub )     to settle-period-status
       end-if
    end-perform.
    if settle-start-date = spaces
       string settle-period delimited by size
              "01"          delimited by size
              into settle-start-date
       end-string
       string settle-period delimited by size
              "31"          delimited by size
              into settle-end-date
       end-string
    end-if.

    perform 1200-load-history thru 1200-load-history-ex.

    if period-settled-before and not restatement-asked
       move spaces to report-line
       string "*** PERIOD "               delimited by size
              settle-period               delimited by size
              " ALREADY SETTLED (LAST ISSUE " delimited by size
              last-issue                  delimited by size
              ") - RESTATE=YES TO RE-ISSUE - NOTHING SETTLED ***"
                                          delimited by size
              into report-line
       end-string
       write settle-report-record from report-line
       display "PARTNER-SETTLE: PERIOD " settle-period
               " ALREADY SETTLED - NOT RE-ISSUED"
       set settle-stopped to true
       move 8 to return-code
       go to 1000-initialize-ex
    end-if.

    if restatement-asked
       perform 1300-check-operator thru 1300-check-operator-ex
       if settle-stopped
          go to 1000-initialize-ex
       end-if
    end-if.

    if period-settled-before
       compute settle-issue = last-issue + 1
    else
       move zero to settle-issue
    end-if.
    move spaces to settle-batch-id.
    string "STL"         delimited by size
           settle-period delimited by size
           settle-issue  delimited by size
           into settle-batch-id
    end-string.

    move spaces to report-line.
    string "PERIOD DATES "            delimited by size
           settle-start-date          delimited by size
           " TO "                     delimited by size
           settle-end-date            delimited by size
           "  ISSUE "                 delimited by size
           settle-issue               delimited by size
           "  BATCH "                 delimited by size
           settle-batch-id            delimited by size
           into report-line
    end-string.
    write settle-report-record from report-line.
    if restatement-asked and period-settled-before
       move spaces to report-line
       string "RESTATEMENT AUTHORIZED BY " delimited by size
              settle-operator              delimited by size
              " - REPLACES ISSUE "         delimited by size
              last-issue                   delimited by size
              into report-line
       end-string
       write settle-report-record from report-line
    end-if.
    if restatement-asked and not period-settled-before
       move spaces to report-line
       string "*** RESTATEMENT ASKED BUT THE PERIOD WAS NEVER "
                                          delimited by size
              "SETTLED - ISSUED AS THE ORIGINAL ***"
                                          delimited by size
              into report-line
       end-string
       write settle-report-record from report-line
       move 4 to return-code
    end-if.
    if not settle-period-closed
       move "*** PERIOD NOT CLOSED - ITS POSITIONS CAN STILL MOVE ***"
            to report-line
       write settle-report-record from report-line
       move 4 to return-code
    end-if.

    open input settlement-position.
    if settlement-position-status not = "00"
       move spaces to report-line
       string "*** SETTLEMENT POSITIONS UNAVAILABLE (STATUS "
                                          delimited by size
              settlement-position-status  delimited by size
              ") - HAS ACCTPOS RUN? NOTHING SETTLED ***"
                                          delimited by size
              into report-line
       end-string
       write settle-report-record from report-line
       set settle-stopped to true
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.
    set position-opened to true.

    open input partner-master.
    if partner-file-status = "00"
       set partner-master-open to true
    else
       display "PARTNER-SETTLE: PARTNER MASTER UNAVAILABLE (STATUS "
               partner-file-status ") - STATEMENTS CARRY NO CONTACT"
    end-if.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input settle-parms.
    if settle-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if settle-parms-status = "00" or settle-parms-status = "10"
       close settle-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read settle-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and settle-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring settle-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "PERIOD"
               move parm-value(1:6) to settle-period
          when "RESTATE"
               if parm-value(1:1) = "Y"
                  set restatement-asked to true
               end-if
          when "OPERATOR"
               move parm-value(1:8) to settle-operator
          when other
               display "PARTNER-SETTLE: UNRECOGNIZED CONTROL CARD: "
                       settle-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1200-load-history.

    open input settlement-history.
    if settlement-history-status not = "00"
       if settlement-history-status = "05"
          close settlement-history
       end-if
       go to 1200-load-history-ex
    end-if.

    move "N" to trail-eof-switch.
    perform 1250-load-one-history thru 1250-load-one-history-ex
        until end-of-trail.
    close settlement-history.

1200-load-history-ex.
    exit.

1250-load-one-history.

    read settlement-history
        at end
            set end-of-trail to true
    end-read.

    if end-of-trail or sh-period-id not = settle-period
       go to 1250-load-one-history-ex
    end-if.

    set period-settled-before to true.
    if sh-issue-number > last-issue
       move sh-issue-number to last-issue
    end-if.

*>--- the file is in issue order, so a later issue's reference
*>--- overwrites an earlier one's
    move zero to prior-sub.
    perform varying settle-sub from 1 by 1
            until settle-sub > prior-count
       if pr-source-system( settle-sub ) = sh-source-system
                and pr-currency-code( settle-sub ) = sh-currency-code
          move settle-sub to prior-sub
       end-if
    end-perform.
    if prior-sub = zero
       if prior-count >= 500
          go to 1250-load-one-history-ex
       end-if
       add 1 to prior-count
       move prior-count to prior-sub
       move sh-source-system to pr-source-system( prior-sub )
       move sh-currency-code to pr-currency-code( prior-sub )
    end-if.
    move sh-control-ref to pr-control-ref( prior-sub ).

1250-load-one-history-ex.
    exit.

1300-check-operator.

    perform load-operator-table thru load-operator-table-ex.
    move settle-operator to operator-check-id.
    set role-period-control to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       set settle-stopped to true
       move 8 to return-code
       move spaces to report-line
       string "*** RESTATEMENT REFUSED - " delimited by size
              operator-refusal-reason      delimited by size
              " - NOTHING SETTLED ***"     delimited by size
              into report-line
       end-string
       write settle-report-record from report-line
       display "PARTNER-SETTLE: RESTATEMENT REFUSED - "
               operator-refusal-reason

       move "OPER-REFUSED"       to alert-condition
       move spaces               to alert-source
       move "WARN"               to alert-severity
       move "TICKET"             to alert-action
       move zero                 to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "SETTLEMENT RESTATEMENT REFUSED: " delimited by size
              operator-refusal-reason            delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

1300-check-operator-ex.
    exit.

2000-load-release-log.

*>--- the feeds of the period that reached posting; a feed released
*>--- again after a backout is one feed
    open input release-log.
    if release-log-status not = "00"
       if release-log-status = "05"
          close release-log
       end-if
       go to 2000-load-release-log-ex
    end-if.

    move "N" to trail-eof-switch.
    perform 2050-load-one-release thru 2050-load-one-release-ex
        until end-of-trail.
    close release-log.

2000-load-release-log-ex.
    exit.

2050-load-one-release.

    read release-log
        at end
            set end-of-trail to true
    end-read.

    if end-of-trail or not rel-feed-released
       go to 2050-load-one-release-ex
    end-if.
    if rel-feed-date < settle-start-date
             or rel-feed-date > settle-end-date
       go to 2050-load-one-release-ex
    end-if.

    move rel-source-system to release-check-source.
    move rel-feed-date     to release-check-date.
    perform 2500-find-released thru 2500-find-released-ex.
    if feed-on-release-log
       go to 2050-load-one-release-ex
    end-if.

    if released-count >= 3000
       if not released-table-full
          set released-table-full to true
          move spaces to report-line
          string "*** RELEASE TRAIL OVERFLOWS 3000 FEEDS - "
                                          delimited by size
                 "RELEASE CHECK INCOMPLETE ***" delimited by size
                 into report-line
          end-string
          write settle-report-record from report-line
          move 4 to return-code
       end-if
       go to 2050-load-one-release-ex
    end-if.
    add 1 to released-count.
    move rel-source-system to rf-source-system( released-count ).
    move rel-feed-date     to rf-feed-date( released-count ).

2050-load-one-release-ex.
    exit.

2100-load-backout-log.

    open input backout-log.
    if backout-log-status not = "00"
       if backout-log-status = "05"
          close backout-log
       end-if
       go to 2100-load-backout-log-ex
    end-if.

    move "N" to trail-eof-switch.
    perform 2150-load-one-backout thru 2150-load-one-backout-ex
        until end-of-trail or settle-stopped.
    close backout-log.

2100-load-backout-log-ex.
    exit.

2150-load-one-backout.

    read backout-log
        at end
            set end-of-trail to true
    end-read.

    if end-of-trail or not bl-feed-removed
       go to 2150-load-one-backout-ex
    end-if.

*>--- a feed backed out twice (recalled, re-cut, recalled again) keeps
*>--- the later date and time - everything posted before it was
*>--- recalled
    move zero to backout-sub.
    perform varying settle-sub from 1 by 1
            until settle-sub > backout-count
       if bf-source-system( settle-sub ) = bl-source-system
                and bf-feed-date( settle-sub ) = bl-feed-date
          move settle-sub to backout-sub
       end-if
    end-perform.
    if backout-sub = zero
       if backout-count >= 500
          move "*** BACKOUT TRAIL OVERFLOWS 500 FEEDS - NOTHING SETTLED"
               to report-line
          write settle-report-record from report-line
          set settle-stopped to true
          move 12 to return-code
          go to 2150-load-one-backout-ex
       end-if
       add 1 to backout-count
       move backout-count to backout-sub
       move bl-source-system to bf-source-system( backout-sub )
       move bl-feed-date     to bf-feed-date( backout-sub )
    end-if.
    move bl-log-date to bf-log-date( backout-sub ).
    move bl-log-time to bf-log-time( backout-sub ).

2150-load-one-backout-ex.
    exit.

2500-find-released.

*>--- is the feed in release-check-source / -date on the period's
*>--- release trail
    move "N" to released-found-switch.
    perform varying released-sub from 1 by 1
            until released-sub > released-count
               or feed-on-release-log
       if rf-source-system( released-sub ) = release-check-source
                and rf-feed-date( released-sub ) = release-check-date
          set feed-on-release-log to true
       end-if
    end-perform.

2500-find-released-ex.
    exit.

3000-browse-one-position.

    read settlement-position next
        at end
            set end-of-positions to true
    end-read.

    if end-of-positions
       go to 3000-browse-one-position-ex
    end-if.

*>--- after the period: neither opening nor the month
    if sp-booking-date > settle-end-date
       go to 3000-browse-one-position-ex
    end-if.

*>--- a new source or currency takes a new entry - over the last one
*>--- when that one saw nothing in the period
    if settle-count = zero
             or sp-source-system not = se-source-system( settle-count )
             or sp-currency-code not = se-currency-code( settle-count )
       if settle-count = zero or se-active( settle-count ) = "Y"
          if settle-count >= 500
             move "*** OVER 500 PARTNER CURRENCIES - NOTHING SETTLED ***"
                  to report-line
             write settle-report-record from report-line
             set settle-stopped to true
             move 12 to return-code
             go to 3000-browse-one-position-ex
          end-if
          add 1 to settle-count
       end-if
       move sp-source-system to se-source-system( settle-count )
       move sp-currency-code to se-currency-code( settle-count )
       move "N"              to se-active( settle-count )
       move zero to se-opening-amount( settle-count )
                    se-gross-count( settle-count )
                    se-gross-total( settle-count )
                    se-reversal-count( settle-count )
                    se-reversal-total( settle-count )
                    se-adjust-count( settle-count )
                    se-adjust-total( settle-count )
                    se-backout-count( settle-count )
                    se-backout-total( settle-count )
                    se-unlogged-count( settle-count )
    end-if.

    compute position-net = sp-gross-total - sp-reversal-total
                         + sp-adjust-total.
    compute position-items = sp-gross-count + sp-reversal-count
                           + sp-adjust-count.

*>--- posted from a feed the partner recalled after the posting: the
*>--- posting run started before the backout was logged. a re-cut
*>--- posted later the same day stays settled. a position posted
*>--- before its time was kept has a blank post time, which sorts
*>--- ahead of any logged time - recalled if posted on or before the
*>--- backout date, as it always was
    move "N" to backed-out-switch.
    perform varying backout-sub from 1 by 1
            until backout-sub > backout-count
       if bf-source-system( backout-sub ) = sp-source-system
                and bf-feed-date( backout-sub ) = sp-feed-date
          if sp-post-date < bf-log-date( backout-sub )
             set position-backed-out to true
          else
          if sp-post-date = bf-log-date( backout-sub )
                   and sp-post-time < bf-log-time( backout-sub )
             set position-backed-out to true
          end-if
          end-if
       end-if
    end-perform.

    if sp-booking-date < settle-start-date
       if not position-backed-out
          add position-net to se-opening-amount( settle-count )
       end-if
       go to 3000-browse-one-position-ex
    end-if.

    move "Y" to se-active( settle-count ).
    add sp-gross-count    to se-gross-count( settle-count ).
    add sp-gross-total    to se-gross-total( settle-count ).
    add sp-reversal-count to se-reversal-count( settle-count ).
    add sp-reversal-total to se-reversal-total( settle-count ).
    add sp-adjust-count   to se-adjust-count( settle-count ).
    add sp-adjust-total   to se-adjust-total( settle-count ).
    if position-backed-out
       add position-items to se-backout-count( settle-count )
       add position-net   to se-backout-total( settle-count )
    end-if.

*>--- only released files post - a position from a feed of the period
*>--- with no release record went round the gate
    if sp-feed-date >= settle-start-date
             and sp-feed-date <= settle-end-date
             and not released-table-full
       move sp-source-system to release-check-source
       move sp-feed-date     to release-check-date
       perform 2500-find-released thru 2500-find-released-ex
       if not feed-on-release-log
          add 1 to se-unlogged-count( settle-count )
       end-if
    end-if.

3000-browse-one-position-ex.
    exit.

3900-finish-browse.

    if settle-count > zero
       if se-active( settle-count ) not = "Y"
          subtract 1 from settle-count
       end-if
    end-if.

3900-finish-browse-ex.
    exit.

4000-issue-one-settlement.

    if settle-sub = 1
       perform 4100-open-outputs thru 4100-open-outputs-ex
    end-if.

    if se-source-system( settle-sub ) not = current-source
       perform 4200-start-statement thru 4200-start-statement-ex
    end-if.

    compute net-due = se-gross-total( settle-sub )
                    - se-reversal-total( settle-sub )
                    + se-adjust-total( settle-sub )
                    - se-backout-total( settle-sub ).
    compute closing-amount = se-opening-amount( settle-sub ) + net-due.
    compute entry-items = se-gross-count( settle-sub )
                        + se-reversal-count( settle-sub )
                        + se-adjust-count( settle-sub ).

    move se-source-system( settle-sub ) to prior-check-source.
    move se-currency-code( settle-sub ) to prior-check-currency.
    perform 4600-find-prior-ref thru 4600-find-prior-ref-ex.

    perform 4300-print-currency thru 4300-print-currency-ex.

*>--- the payments line
    move spaces to settlement-out-record.
    set so-detail-record to true.
    add 1 to settlement-line-count.
    move settlement-line-count          to so-line-sequence.
    move se-source-system( settle-sub ) to so-source-system.
    move se-currency-code( settle-sub ) to so-currency-code.
    move control-ref                    to so-control-ref.
    if net-due < zero
       set so-receive-partner to true
       compute so-net-amount = zero - net-due
    else
       set so-pay-partner to true
       move net-due to so-net-amount
    end-if.
    move entry-items     to so-item-count.
    move prior-found-ref to so-restated-ref.
    write settlement-out-record.
    add net-due to settlement-net-total.

*>--- and the permanent history
    move settle-period                  to sh-period-id.
    move settle-issue                   to sh-issue-number.
    move se-source-system( settle-sub ) to sh-source-system.
    move se-currency-code( settle-sub ) to sh-currency-code.
    move control-ref                    to sh-control-ref.
    move se-opening-amount( settle-sub ) to sh-opening-amount.
    move net-due                        to sh-net-due.
    move entry-items                    to sh-item-count.
    move settle-run-date                to sh-issue-date.
    if settle-operator = spaces
       move "SCHED"         to sh-operator-id
    else
       move settle-operator to sh-operator-id
    end-if.
    move prior-found-ref                to sh-restated-ref.
    write settlement-history-record.

4000-issue-one-settlement-ex.
    exit.

4100-open-outputs.

    open output settlement-out.
    open extend settlement-history.
    if settlement-history-status not = "00"
       open output settlement-history
    end-if.
    set outputs-open to true.

    move spaces to settlement-out-record.
    set so-header-record to true.
    move settle-run-date to so-issue-date.
    move settle-batch-id to so-batch-id.
    move settle-period   to so-period-id.
    move settle-issue    to so-issue-number.
    if period-settled-before
       set so-restatement to true
    end-if.
    move "C2X"           to so-origin.
    write settlement-out-record.

4100-open-outputs-ex.
    exit.

4200-start-statement.

    move se-source-system( settle-sub ) to current-source.
    add 1 to partner-sequence.
    add 1 to statement-count.
    perform 4500-build-control-ref thru 4500-build-control-ref-ex.

*>--- the partner's feeds of the period: released, and recalled
    move zero to partner-feeds-released partner-feeds-backed-out.
    perform varying released-sub from 1 by 1
            until released-sub > released-count
       if rf-source-system( released-sub ) = current-source
          add 1 to partner-feeds-released
       end-if
    end-perform.
    perform varying backout-sub from 1 by 1
            until backout-sub > backout-count
       if bf-source-system( backout-sub ) = current-source
                and bf-feed-date( backout-sub ) >= settle-start-date
                and bf-feed-date( backout-sub ) <= settle-end-date
          add 1 to partner-feeds-backed-out
       end-if
    end-perform.

    move "N" to partner-found-switch.
    if partner-master-open
       move current-source to ps-source-system
       read partner-master
           invalid key
               continue
           not invalid key
               set partner-found to true
       end-read
    end-if.

    move all "-" to report-line.
    write settle-report-record from report-line.
    move spaces to report-line.
    string "PARTNER SETTLEMENT STATEMENT - PERIOD " delimited by size
           settle-period              delimited by size
           " ("                       delimited by size
           settle-start-date          delimited by size
           " TO "                     delimited by size
           settle-end-date            delimited by size
           ")  ISSUED "               delimited by size
           settle-run-date            delimited by size
           into report-line
    end-string.
    write settle-report-record from report-line.

    move spaces to report-line.
    if partner-found
       string "PARTNER: "       delimited by size
              current-source    delimited by size
              "  ATTENTION: "   delimited by size
              ps-contact-name   delimited by size
              "  "              delimited by size
              ps-contact-phone  delimited by size
              into report-line
       end-string
    else
       string "PARTNER: "       delimited by size
              current-source    delimited by size
              "  (NOT ON THE PARTNER MASTER)" delimited by size
              into report-line
       end-string
    end-if.
    write settle-report-record from report-line.

    move spaces to report-line.
    string "CONTROL REFERENCE: "  delimited by size
           control-ref            delimited by space
           "  - QUOTE THIS REFERENCE ON YOUR SETTLEMENT CONFIRMATION"
                                  delimited by size
           into report-line
    end-string.
    write settle-report-record from report-line.

    if period-settled-before
       move current-source to prior-check-source
       move "***"          to prior-check-currency
       perform 4600-find-prior-ref thru 4600-find-prior-ref-ex
       move spaces to report-line
       if prior-found-ref = spaces
          string "RESTATEMENT - ISSUE " delimited by size
                 settle-issue           delimited by size
                 " - NOT ON THE EARLIER ISSUE" delimited by size
                 into report-line
          end-string
       else
          string "RESTATEMENT - ISSUE " delimited by size
                 settle-issue           delimited by size
                 " - REPLACES CONTROL REFERENCE " delimited by size
                 prior-found-ref        delimited by space
                 into report-line
          end-string
       end-if
       write settle-report-record from report-line
    end-if.

    move spaces to report-line.
    string "FEEDS RELEASED IN THE PERIOD: " delimited by size
           partner-feeds-released           delimited by size
           "   FEEDS BACKED OUT: "          delimited by size
           partner-feeds-backed-out         delimited by size
           into report-line
    end-string.
    write settle-report-record from report-line.

4200-start-statement-ex.
    exit.

4300-print-currency.

    move spaces to report-line.
    write settle-report-record from report-line.
    move spaces to report-line.
    if se-currency-code( settle-sub ) = spaces
       move "CURRENCY: (NONE - LEGACY ITEMS)" to report-line
    else
       string "CURRENCY: "                     delimited by size
              se-currency-code( settle-sub )   delimited by size
              into report-line
       end-string
    end-if.
    write settle-report-record from report-line.

    move "  OPENING POSITION"  to report-line.
    move se-opening-amount( settle-sub ) to shown-amount.
    move zero to position-items.
    perform 4350-print-figure thru 4350-print-figure-ex.

    move "  GROSS ITEMS"       to report-line.
    move se-gross-total( settle-sub ) to shown-amount.
    move se-gross-count( settle-sub ) to position-items.
    perform 4350-print-figure thru 4350-print-figure-ex.

    move "  REVERSALS"         to report-line.
    compute shown-amount = zero - se-reversal-total( settle-sub ).
    move se-reversal-count( settle-sub ) to position-items.
    perform 4350-print-figure thru 4350-print-figure-ex.

    move "  ADJUSTMENTS"       to report-line.
    move se-adjust-total( settle-sub ) to shown-amount.
    move se-adjust-count( settle-sub ) to position-items.
    perform 4350-print-figure thru 4350-print-figure-ex.

    move "  BACKED-OUT FEEDS"  to report-line.
    compute shown-amount = zero - se-backout-total( settle-sub ).
    move se-backout-count( settle-sub ) to position-items.
    perform 4350-print-figure thru 4350-print-figure-ex.

    move "  NET AMOUNT DUE"    to report-line.
    move net-due to shown-amount.
    move entry-items to position-items.
    perform 4350-print-figure thru 4350-print-figure-ex.

    move "  CLOSING POSITION"  to report-line.
    move closing-amount to shown-amount.
    move zero to position-items.
    perform 4350-print-figure thru 4350-print-figure-ex.

    if se-unlogged-count( settle-sub ) > zero
       add se-unlogged-count( settle-sub ) to unlogged-total
       move spaces to report-line
       string "  *** "                        delimited by size
              se-unlogged-count( settle-sub ) delimited by size
              " POSITION(S) FROM FEEDS WITH NO RELEASE RECORD"
                                              delimited by size
              " - CHECK RELLOG ***"           delimited by size
              into report-line
       end-string
       write settle-report-record from report-line
    end-if.

4300-print-currency-ex.
    exit.

4350-print-figure.

*>--- caption already in the line; the item count (none for the
*>--- opening and closing figures) and the amount go alongside
    if position-items > zero
       move position-items to count-edited
       move count-edited   to report-line(24:7)
    end-if.
    move shown-amount  to amount-edited.
    move amount-edited to report-line(36:41).
    write settle-report-record from report-line.

4350-print-figure-ex.
    exit.

4500-build-control-ref.

*>--- ST + period + issue + partner's place on the issue + a mod-36
*>--- check character over the eleven digits, so a mistyped
*>--- reference on a confirmation does not match someone else's
    move spaces to control-ref-digits.
    string settle-period    delimited by size
           settle-issue     delimited by size
           partner-sequence delimited by size
           into control-ref-digits
    end-string.
    move zero to control-ref-sum.
    perform varying control-ref-sub from 1 by 1
            until control-ref-sub > 11
       move control-ref-digits(control-ref-sub:1) to control-ref-digit
       compute control-ref-sum = control-ref-sum
               + control-ref-digit * (control-ref-sub + 1)
    end-perform.
    divide control-ref-sum by 36 giving control-ref-quotient
           remainder control-ref-check.
    add 1 to control-ref-check.

    move spaces to control-ref.
    string "ST"                                 delimited by size
           control-ref-digits                   delimited by size
           check-characters(control-ref-check:1) delimited by size
           into control-ref
    end-string.

4500-build-control-ref-ex.
    exit.

4600-find-prior-ref.

*>--- the reference the earlier issue gave the source (and currency,
*>--- unless the currency asked for is ***)
    move spaces to prior-found-ref.
    perform varying prior-sub from 1 by 1
            until prior-sub > prior-count
               or prior-found-ref not = spaces
       if pr-source-system( prior-sub ) = prior-check-source
          if prior-check-currency = "***"
                or pr-currency-code( prior-sub ) = prior-check-currency
             move pr-control-ref( prior-sub ) to prior-found-ref
          end-if
       end-if
    end-perform.

4600-find-prior-ref-ex.
    exit.

9000-terminate.

    if position-opened
       close settlement-position
    end-if.
    if partner-master-open
       close partner-master
    end-if.

    if outputs-open
       move spaces to settlement-out-record
       set so-trailer-record to true
       move settlement-line-count to so-line-count
       move settlement-net-total  to so-net-total
       write settlement-out-record
       close settlement-out
       close settlement-history
    else
*>--- the payments file is always cut - empty when nothing was issued
       open output settlement-out
       close settlement-out
    end-if.

    move spaces to report-line.
    write settle-report-record from report-line.
    move all "-" to report-line.
    write settle-report-record from report-line.

    if settle-stopped
       move "*** NO SETTLEMENT ISSUED - SETLOUT IS EMPTY ***"
            to report-line
       write settle-report-record from report-line
    else
    if settle-count = zero
       move "NO PARTNER ACTIVITY IN THE PERIOD - NOTHING TO SETTLE"
            to report-line
       write settle-report-record from report-line
       if return-code < 4
          move 4 to return-code
       end-if
    else
       move spaces to report-line
       string "STATEMENTS ISSUED: "  delimited by size
              statement-count        delimited by size
              "  SETTLEMENT LINES: " delimited by size
              settlement-line-count  delimited by size
              "  BATCH "             delimited by size
              settle-batch-id        delimited by size
              into report-line
       end-string
       write settle-report-record from report-line
       move settlement-net-total to amount-edited
       move spaces to report-line
       string "NET OF ALL LINES:  "  delimited by size
              amount-edited          delimited by size
              into report-line
       end-string
       write settle-report-record from report-line
       if unlogged-total > zero
          move spaces to report-line
          string "*** "             delimited by size
                 unlogged-total     delimited by size
                 " POSITION(S) FROM FEEDS NOT ON THE RELEASE TRAIL ***"
                                    delimited by size
                 into report-line
          end-string
          write settle-report-record from report-line
          if return-code < 4
             move 4 to return-code
          end-if
       end-if
    end-if
    end-if.

    close settle-report.

9000-terminate-ex.
    exit.

copy "period-check.cbl".
copy "operator-check.cbl".
copy "alert-queue.cbl".

end program partner-settle.
