*>--- finished, or in flight right now) and which failed and why -
*>--- instead of early shift reconstructing the night from five
*>--- SYSOUTs. display-based like result-inquiry, so support can run
*>--- it from a terminal as well as a one-step job. after the board it
*>--- lists, for the newest night on it, every job on the CYCLEDEF
*>--- cycle definition with whether it is done, running, or can be
*>--- released now - all its prerequisites complete - or what it is
*>--- still waiting on: what may safely go next after a failure.
*>--- the night is the one the cycle's head job opened last - the
*>--- run date every job of that night stamps, either side of midnight
environment division.
input-output section.
file-control.
        organization is line sequential
        file status is cycle-status-status.

*>--- the night-cycle definition (see cycledef-record); optional - no
*>--- definition just means no eligibility list
    select optional cycle-def-file
        assign to "CYCLEDEF"
        organization is line sequential
        file status is cycle-def-status.

data division.
file section.
fd  cycle-status.
copy "cyclestat-record.cbl".

fd  cycle-def-file.
copy "cycledef-record.cbl".

working-storage section.
copy "cycledef-work.cbl".

01  cycle-status-status          pic x(02)  value spaces.
01  cycle-eof-switch             pic x(01)  value "N".
    88  end-of-cycle-status                 value "Y".
01  state-word                   pic x(08)  value spaces.
01  display-line                 pic x(110) value spaces.

*>--- the board as read, kept for the eligibility pass
01  board-entry-count            pic 9(02)  value zero.
01  board-sub                    pic 9(02)  value zero.
01  board-table.
    05  board-entry              occurs 50 times.
        10  be-run-date          pic x(08).
        10  be-job-name          pic x(08).
        10  be-run-state         pic x(01).
01  newest-run-date              pic x(08)  value spaces.
copy "cycle-head.cbl".
01  cycle-night-date             pic x(08)  value spaces.
01  eligible-job-state           pic x(01)  value spaces.
01  eligible-check-job           pic x(08)  value spaces.
01  eligible-waiting-on          pic x(08)  value spaces.
01  eligible-waiting-word        pic x(09)  value spaces.
01  eligible-count               pic 9(02)  value zero.
01  eligible-verdict             pic x(40)  value spaces.

procedure division.

0000-mainline.
       display "STEPS SHOWN: " board-line-count
               "  STILL RUNNING/UNFINISHED: " running-count
               "  FAILED: " failed-count
       perform 3000-show-eligible thru 3000-show-eligible-ex
    end-if.

*>--- let the scheduler (or a watching script) see trouble without
               add 1 to failed-count
          when cs-state-complete
               move "COMPLETE" to state-word
          when cs-state-blocked
               move "BLOCKED"  to state-word
          when other
               move "?"        to state-word
       end-evaluate
       move cs-reject-count to display-line(45:5)
       move cs-message      to display-line(52:40)
       display display-line

       if board-entry-count < 50
          add 1 to board-entry-count
          move cs-run-date  to be-run-date( board-entry-count )
          move cs-job-name  to be-job-name( board-entry-count )
          move cs-run-state to be-run-state( board-entry-count )
       end-if
       if cs-run-date > newest-run-date
          move cs-run-date to newest-run-date
       end-if
       if cs-job-name = cycle-head-job
                and cs-run-date > cycle-night-date
          move cs-run-date to cycle-night-date
       end-if
    end-if.

2000-show-one-entry-ex.
    exit.

3000-show-eligible.

    perform load-cycle-definition thru load-cycle-definition-ex.
    if not cycle-def-loaded or cycle-def-count = 0
       display "NO CYCLE DEFINITION - ELIGIBLE JOBS NOT SHOWN"
       go to 3000-show-eligible-ex
    end-if.

*>--- the night the head job opened last; a board without it (the
*>--- head rolled off, or the cycle has not started) shows the newest
*>--- date there is
    if cycle-night-date = spaces
       move newest-run-date to cycle-night-date
    end-if.

    display " ".
    display "ELIGIBLE NEXT JOBS FOR RUN DATE " cycle-night-date.
    display "JOB      STATE     VERDICT".

    move zero to eligible-count.
    perform 3100-show-one-job thru 3100-show-one-job-ex
        varying cycle-def-sub from 1 by 1
        until cycle-def-sub > cycle-def-count.

    display " ".
    display "JOBS THAT MAY BE RELEASED NOW: " eligible-count.

3000-show-eligible-ex.
    exit.

3100-show-one-job.

    move cfe-job-name( cycle-def-sub ) to eligible-check-job.
    perform 3200-find-board-state thru 3200-find-board-state-ex.
    move eligible-job-state to state-word.

*>--- the first prerequisite not complete is what the job waits on
    move spaces to eligible-waiting-on.
    perform varying cycle-prereq-sub from 1 by 1
            until cycle-prereq-sub > 8
       if cfe-prereq-job( cycle-def-sub, cycle-prereq-sub ) not = spaces
                and eligible-waiting-on = spaces
          move cfe-prereq-job( cycle-def-sub, cycle-prereq-sub )
            to eligible-check-job
          perform 3200-find-board-state thru 3200-find-board-state-ex
          if eligible-job-state not = "C"
             move eligible-check-job to eligible-waiting-on
             evaluate eligible-job-state
                when "R"
                     move "RUNNING"  to eligible-waiting-word
                when "F"
                     move "FAILED"   to eligible-waiting-word
                when "B"
                     move "BLOCKED"  to eligible-waiting-word
                when other
                     move "NOT RUN"  to eligible-waiting-word
             end-evaluate
          end-if
       end-if
    end-perform.

    move spaces to eligible-verdict.
    evaluate true
       when state-word = "C"
            move "DONE" to eligible-verdict
       when state-word = "R"
            move "RUNNING - LEAVE IT" to eligible-verdict
       when eligible-waiting-on not = spaces
            string "WAITING ON "       delimited by size
                   eligible-waiting-on delimited by space
                   " ("                delimited by size
                   eligible-waiting-word delimited by "  "
                   ")"                 delimited by size
                   into eligible-verdict
            end-string
       when state-word = "F"
            move "ELIGIBLE - RERUN AFTER THE FIX" to eligible-verdict
            add 1 to eligible-count
       when other
            move "ELIGIBLE - MAY BE RELEASED" to eligible-verdict
            add 1 to eligible-count
    end-evaluate.

    evaluate state-word
       when "C"
            move "COMPLETE" to state-word
       when "R"
            move "RUNNING"  to state-word
       when "F"
            move "FAILED"   to state-word
       when "B"
            move "BLOCKED"  to state-word
       when other
            move "NOT RUN"  to state-word
    end-evaluate.

    move spaces to display-line.
    move cfe-job-name( cycle-def-sub ) to display-line(1:8).
    move state-word                    to display-line(10:8).
    move eligible-verdict              to display-line(20:40).
    display display-line.

3100-show-one-job-ex.
    exit.

3200-find-board-state.

*>--- eligible-check-job's state on the board for the cycle's night;
*>--- blank when it has not stamped that night
    move space to eligible-job-state.
    perform varying board-sub from 1 by 1
            until board-sub > board-entry-count
       if be-run-date( board-sub ) = cycle-night-date
                and be-job-name( board-sub ) = eligible-check-job
          move be-run-state( board-sub ) to eligible-job-state
       end-if
    end-perform.

3200-find-board-state-ex.
    exit.

copy "cycledef-load.cbl".

end program cycle-inquiry.
