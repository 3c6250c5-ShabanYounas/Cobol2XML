*>--- never converted them, so their amount is unknowable here; any
*>--- confirmations they have show as THEIRS ONLY, and the summary
*>--- note says how many lines that can explain)
*>--- every discrepancy also goes on the permanent CONFLOG break trail,
*>--- charged to the source system of our item (or the one a theirs-
*>--- only confirmation names), so a partner's breaks can be counted
*>--- over a month without the night's CONFRPT
environment division.
input-output section.
file-control.
    select sort-work
        assign to "SORTWK".

*>--- permanent break trail (see conflog-record); optional so the first
*>--- night starts it
    select optional confirm-log
        assign to "CONFLOG"
        organization is line sequential
        file status is confirm-log-status.

*>--- the shared night-cycle status board (see cycle-stamp); optional
*>--- so the first night of a new cycle starts the board itself
    select optional cycle-status
01  sorted-ours-record.
    05  so-account-id            pic x(18).
    05  so-amount                pic 9(30)v9(08).
    05  so-source-system         pic x(08).
    05  so-feed-date             pic x(08).

fd  sorted-theirs.
01  sorted-theirs-record.
    05  st-account-id            pic x(18).
    05  st-amount                pic 9(30)v9(08).
    05  st-source-system         pic x(08).
    05  st-feed-date             pic x(08).

fd  match-report.
01  match-report-record          pic x(132).
01  sort-record.
    05  sr-account-id            pic x(18).
    05  sr-amount                pic 9(30)v9(08).
    05  sr-source-system         pic x(08).
    05  sr-feed-date             pic x(08).

fd  confirm-log.
copy "conflog-record.cbl".

fd  cycle-status.
copy "cyclestat-record.cbl".
        88  confirm-trailer-seen            value "Y".

01  confirm-status               pic x(02)  value spaces.
01  confirm-log-status           pic x(02)  value spaces.
01  match-run-date               pic x(08)  value spaces.

01  ours-release-count           pic 9(07)  value zero.

    open input sorted-ours.
    open input sorted-theirs.
    open extend confirm-log.
    perform 4100-read-ours thru 4100-read-ours-ex.
    perform 4200-read-theirs thru 4200-read-theirs-ex.

          add 1 to ours-release-count
          move to-account-id     to sr-account-id
          move to-amount-number  to sr-amount
          move to-source-system  to sr-source-system
          move to-feed-date      to sr-feed-date
          release sort-record
       end-if
       end-if
    if not end-of-confirm
       if cf-detail-record
          add 1 to theirs-release-count
          move cf-account-id    to sr-account-id
          move cf-amount        to sr-amount
          move cf-source-system to sr-source-system
          move spaces           to sr-feed-date
          release sort-record
       else
       if cf-trailer-record
    end-string.
    write match-report-record from report-line.

    move spaces           to confirm-log-record.
    set cl-ours-only      to true.
    move so-source-system to cl-source-system.
    move so-feed-date     to cl-feed-date.
    move so-account-id    to cl-account-id.
    move so-amount        to cl-our-amount.
    move zero             to cl-their-amount.
    perform 5900-write-break-log thru 5900-write-break-log-ex.

5100-report-unmatched-ours-ex.
    exit.

    end-string.
    write match-report-record from report-line.

    move spaces           to confirm-log-record.
    set cl-theirs-only    to true.
    move st-source-system to cl-source-system.
    move st-account-id    to cl-account-id.
    move zero             to cl-our-amount.
    move st-amount        to cl-their-amount.
    perform 5900-write-break-log thru 5900-write-break-log-ex.

5200-report-unmatched-theirs-ex.
    exit.

    end-string.
    write match-report-record from report-line.

    move spaces           to confirm-log-record.
    set cl-amount-differs to true.
    move so-source-system to cl-source-system.
    move so-feed-date     to cl-feed-date.
    move so-account-id    to cl-account-id.
    move so-amount        to cl-our-amount.
    move st-amount        to cl-their-amount.
    perform 5900-write-break-log thru 5900-write-break-log-ex.

5300-report-amount-mismatch-ex.
    exit.

5900-write-break-log.

*>--- the caller fills everything but the night
    move match-run-date to cl-run-date.
    write confirm-log-record.

5900-write-break-log-ex.
    exit.

9000-terminate.

    close sorted-ours.
            to report-line
       write match-report-record from report-line
       move 8 to return-code
       if not confirm-trailer-seen
                or confirm-trailer-count not = theirs-release-count
          move spaces          to confirm-log-record
          set cl-confirm-short to true
          move zero            to cl-our-amount cl-their-amount
          perform 5900-write-break-log thru 5900-write-break-log-ex
       end-if
    else
       move "CONFIRMATION MATCHES - CLEAR TO POST" to report-line
       write match-report-record from report-line
    end-if.

    close match-report.
    close confirm-log.

    move matched-count to cycle-record-count.
    compute cycle-reject-count = unmatched-ours-count
