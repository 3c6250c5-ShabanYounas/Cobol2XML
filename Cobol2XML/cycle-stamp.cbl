*>--- books this job onto the night-cycle status board as running -
*>--- one entry per run-date/job, updated in place if the job reruns.
*>--- the board is advisory: a board that will not update must never
*>--- hold up the work itself, so failures only DISPLAY and run on.
*>--- the run date is the cycle's night as the board shows it, so a
*>--- job that starts after midnight stamps the night it belongs to
    move function current-date(9:6)  to cycle-time-now.

    perform 9030-load-cycle-status thru 9030-load-cycle-status-ex.
    perform 9060-set-cycle-night thru 9060-set-cycle-night-ex.
    perform 9040-find-cycle-entry thru 9040-find-cycle-entry-ex.

    if cycle-entry-found > 0

*>--- books the outcome: end time, complete/failed off the step return
*>--- code (8 and up is a failed step everywhere in this suite), and
*>--- the counts/message the program left in the cycle-* fields,
*>--- under the night the start stamp put it in (cycle-run-date is
*>--- not recomputed - the job ends in the night it started). the
*>--- board is re-read first - other jobs stamp it between our start
*>--- and end
    move function current-date(9:6)  to cycle-time-now.
9020-stamp-cycle-end-ex.
    exit.

9050-stamp-cycle-blocked.

*>--- books a job the prerequisite check refused to start: blocked,
*>--- with the refusing return code and the reason in cycle-message,
*>--- against the run date the caller checked (cycle-run-date, the
*>--- cycle's night from 9060-set-cycle-night unless the caller was
*>--- given an earlier one) - so the board shows it was tried and
*>--- stopped, not simply never run
    move function current-date(9:6)  to cycle-time-now.

    perform 9030-load-cycle-status thru 9030-load-cycle-status-ex.
    perform 9040-find-cycle-entry thru 9040-find-cycle-entry-ex.

    if cycle-entry-found > 0
       move cycle-time-now to cy-start-time( cycle-entry-found )
       move cycle-time-now to cy-end-time( cycle-entry-found )
       move "B"            to cy-run-state( cycle-entry-found )
       move return-code    to cy-return-code( cycle-entry-found )
       move zero           to cy-record-count( cycle-entry-found )
       move zero           to cy-reject-count( cycle-entry-found )
       move cycle-message  to cy-message( cycle-entry-found )
       perform 9045-rewrite-cycle-status
          thru 9045-rewrite-cycle-status-ex
    end-if.

9050-stamp-cycle-blocked-ex.
    exit.

9060-set-cycle-night.

*>--- one run date for the whole night, whatever the clock says: the
*>--- head job of the cycle opens the night under today's date, and
*>--- every other job takes the date of the head job's newest entry
*>--- on the board (loaded by the caller). so a cycle that crosses
*>--- midnight stays one night, and a job's successors find it where
*>--- they look. only an entry from today or yesterday counts - with
*>--- none (the board rolled it off, or the cycle has not run) the
*>--- job stamps today, as before the cycle kept a night.
*>--- the head job itself reopens yesterday's night, not a new one,
*>--- when it is rerun before noon after that night's run of it did
*>--- not complete - the rerun of a head that failed near midnight
    move function current-date(1:8) to cycle-today.
    move function current-date(9:6) to cycle-time-now.
    compute cycle-day-integer
          = function integer-of-date( function numval( cycle-today ) )
          - 1.
    compute cycle-day-number
          = function date-of-integer( cycle-day-integer ).
    move cycle-day-number to cycle-yesterday.

    move spaces to cycle-head-date cycle-head-state.
    perform varying cycle-idx from 1 by 1
            until cycle-idx > cycle-entry-count
       if cy-job-name( cycle-idx ) = cycle-head-job
                and cy-run-date( cycle-idx ) not > cycle-today
                and cy-run-date( cycle-idx ) >= cycle-yesterday
                and ( cycle-head-date = spaces
                   or cy-run-date( cycle-idx ) > cycle-head-date )
          move cy-run-date( cycle-idx )  to cycle-head-date
          move cy-run-state( cycle-idx ) to cycle-head-state
       end-if
    end-perform.

    move cycle-today to cycle-run-date.
    if cycle-head-date = spaces
       go to 9060-set-cycle-night-ex
    end-if.

    if cycle-job-name not = cycle-head-job
       move cycle-head-date to cycle-run-date
    else
    if cycle-head-date = cycle-yesterday
             and cycle-head-state not = "C"
             and cycle-time-now < "120000"
       move cycle-head-date to cycle-run-date
    end-if
    end-if.

9060-set-cycle-night-ex.
    exit.

9030-load-cycle-status.

    move zero to cycle-entry-count.
