*>--- run date, when it started, how it ended and with what counts.
*>--- every job of the cycle stamps its own entry on start and finish
*>--- (see cycle-stamp), and the CYCINQ inquiry shows the whole board
*>--- - the 6am "where did the cycle get to" answer in one place. a
*>--- job its prerequisite check refused to start is stamped "B"
01  cycle-status-record.
    05  cs-run-date              pic x(08).
    05  cs-job-name              pic x(08).
        88  cs-state-running                value "R".
        88  cs-state-complete               value "C".
        88  cs-state-failed                 value "F".
        88  cs-state-blocked                value "B".
    05  cs-return-code           pic 9(02).
    05  cs-record-count          pic 9(07).
    05  cs-reject-count          pic 9(05).
