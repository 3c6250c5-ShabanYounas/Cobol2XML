*>--- the night's totals and the running cumulative - what month-end
*>--- used to rebuild in spreadsheets from the CSV extracts.
*>--- SYSIN control cards:
*>---     ACCOUNT=nnnnnnnnnnnn         the internal account number,
*>---                                  all 12 digits (required)
*>---     FROM=YYYYMMDD                range start (default: open)
*>---     TO=YYYYMMDD                  range end   (default: open)
*>--- a night in a closed accounting period prints as the frozen,
*>--- signed-off figure and is marked CLOSED; a closed-period position
*>--- that is not frozen has changed since the close, and the
*>--- statement is refused (RC=8) rather than restate a signed-off
*>--- month - the period has to be reopened through PERCLOSE first
environment division.
input-output section.
file-control.
        assign to "STMTRPT"
        organization is line sequential.

*>--- accounting period control (see period-check); optional - with no
*>--- period file every month is open
    select optional period-file
        assign to "PERIODS"
        organization is line sequential
        file status is period-file-status.

data division.
file section.
fd  account-position.
fd  statement-report.
01  statement-report-record      pic x(132).

fd  period-file.
copy "period-record.cbl".

working-storage section.
copy "period-work.cbl".

01  statement-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
        88  browse-done                     value "Y".
    05  position-open-switch     pic x(01)  value "N".
        88  position-opened                 value "Y".
    05  statement-refused-switch pic x(01)  value "N".
        88  statement-refused               value "Y".

01  account-position-status     pic x(02)  value spaces.
01  statement-parms-status       pic x(02)  value spaces.
    move function current-date(1:8) to statement-run-date.

    perform 1100-read-parms thru 1100-read-parms-ex.
    perform load-period-table thru load-period-table-ex.

    open output statement-report.

       if filter-to-date not = spaces
                and ap-feed-date > filter-to-date
          set browse-done to true
       else
       move ap-feed-date to period-check-date
       perform find-period thru find-period-ex
       if period-check-status = "C" and not ap-frozen
          perform 2100-refuse-restatement
             thru 2100-refuse-restatement-ex
       else
          add 1 to statement-line-count
          add ap-item-count   to total-item-count
          move ap-item-count         to report-line(13:7)
          move night-amount-edited   to report-line(22:41)
          move running-amount-edited to report-line(66:41)
          if period-check-status = "C"
             move "CLOSED"  to report-line(110:7)
          else
          if period-check-status = "L"
             move "CLOSING" to report-line(110:7)
          end-if
          end-if
          write statement-report-record from report-line
       end-if
       end-if
       end-if
    end-if.

2000-statement-one-night-ex.
    exit.

2100-refuse-restatement.

    set statement-refused to true.
    set browse-done to true.
    move spaces to report-line.
    string "*** PERIOD "            delimited by size
           period-check-id          delimited by size
           " IS CLOSED BUT POSITION " delimited by size
           ap-feed-date             delimited by size
           " CHANGED SINCE THE CLOSE - STATEMENT REFUSED ***"
                                    delimited by size
           into report-line
    end-string.
    write statement-report-record from report-line.
    move 8 to return-code.

2100-refuse-restatement-ex.
    exit.

9000-terminate.

    if position-opened
    move spaces to report-line.
    write statement-report-record from report-line.

    if statement-refused
       move "*** A CLOSED PERIOD IS NOT RESTATED - REOPEN IT FIRST ***"
            to report-line
       write statement-report-record from report-line
    else
    if statement-line-count = 0 and return-code = 0
       move "NO ACTIVITY ON THE POSITION MASTER FOR THIS RANGE"
            to report-line
       end-string
       write statement-report-record from report-line
    end-if
    end-if
    end-if.

    close statement-report.
9000-terminate-ex.
    exit.

copy "period-check.cbl".

end program acct-statement.
