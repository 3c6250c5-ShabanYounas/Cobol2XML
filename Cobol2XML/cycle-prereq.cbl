identification division.
program-id. cycle-prereq.

*>--- the prerequisite check every night-cycle job runs as its first
*>--- step: looks the job up on the CYCLEDEF cycle definition and
*>--- reads the status board (see cycle-stamp) for each of the jobs
*>--- it depends on. every prerequisite must show complete ("C") for
*>--- the same run date - one that never ran, is still running, failed
*>--- or was itself blocked stops the job: RC=28, a CYCLE-BLOCK alert
*>--- naming what it is waiting on, and a "B" stamp on the board so
*>--- the night shows it was tried. the job's later steps are coded
*>--- to skip on any non-zero return from this one. a job not on the
*>--- definition is not guarded (RC=0); a definition that cannot be
*>--- read guards everything - nothing is started on a guess.
*>--- SYSIN control cards:
*>---     JOB=xxxxxxxx             the job about to run, as it stamps
*>---                              the board
*>---     RUNDATE=YYYYMMDD         the night to check (default the
*>---                              cycle's current night as the board
*>---                              shows it - see cycle-stamp - so a
*>---                              job after midnight checks the night
*>---                              it belongs to; give it only to
*>---                              rerun a job of an older night)
environment division.
input-output section.
file-control.
    select prereq-parms
        assign to "SYSIN"
        organization is line sequential
        file status is prereq-parms-status.

    select cycle-def-file
        assign to "CYCLEDEF"
        organization is line sequential
        file status is cycle-def-status.

*>--- the shared night-cycle status board (see cycle-stamp); optional
*>--- so the first night of a new cycle starts the board itself
    select optional cycle-status
        assign to "CYCLESTA"
        organization is line sequential
        file status is cycle-status-status.

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
fd  prereq-parms.
01  prereq-parms-record          pic x(80).

fd  cycle-def-file.
copy "cycledef-record.cbl".

fd  cycle-status.
copy "cyclestat-record.cbl".

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

working-storage section.
copy "cycle-work.cbl".
copy "cycledef-work.cbl".
copy "alert-work.cbl".

01  prereq-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  prereq-blocked-switch    pic x(01)  value "N".
        88  prereq-blocked                  value "Y".
    05  prereq-done-switch       pic x(01)  value "N".
        88  prereq-done                     value "Y".

01  prereq-parms-status          pic x(02)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.
01  prereq-job-name              pic x(08)  value spaces.
01  prereq-run-date              pic x(08)  value spaces.

01  prereq-check-job             pic x(08)  value spaces.
01  prereq-state                 pic x(01)  value spaces.
01  prereq-state-word            pic x(14)  value spaces.
01  prereq-unmet-count           pic 9(02)  value zero.
01  prereq-block-reason          pic x(40)  value spaces.

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not prereq-blocked and not prereq-done
       perform 2000-check-prerequisites
          thru 2000-check-prerequisites-ex
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    perform 1100-read-parms thru 1100-read-parms-ex.
*>--- the same night the job will stamp itself under (9010 works it
*>--- out the same way from the same board)
    if prereq-run-date = spaces
       move prereq-job-name to cycle-job-name
       perform 9030-load-cycle-status thru 9030-load-cycle-status-ex
       perform 9060-set-cycle-night thru 9060-set-cycle-night-ex
       move cycle-run-date to prereq-run-date
    end-if.

    move prereq-job-name to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    display "CYCLE PREREQUISITE CHECK - JOB " prereq-job-name
            " RUN DATE " prereq-run-date.

    if prereq-job-name = spaces
       set prereq-blocked to true
       move "NO JOB= CARD - NOTHING TO CHECK" to prereq-block-reason
       go to 1000-initialize-ex
    end-if.

    perform load-cycle-definition thru load-cycle-definition-ex.
    if not cycle-def-loaded
       set prereq-blocked to true
       move "CYCLE DEFINITION UNAVAILABLE" to prereq-block-reason
       go to 1000-initialize-ex
    end-if.

    move prereq-job-name to cycle-def-check-job.
    perform find-cycle-job thru find-cycle-job-ex.
    if cycle-def-found = zero
       display "JOB " prereq-job-name
               " IS NOT ON THE CYCLE DEFINITION - NOT GUARDED"
       set prereq-done to true
       go to 1000-initialize-ex
    end-if.

*>--- the board the job stamps is the board it is checked against
    move prereq-run-date to cycle-run-date.
    perform 9030-load-cycle-status thru 9030-load-cycle-status-ex.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input prereq-parms.
    if prereq-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if prereq-parms-status = "00" or prereq-parms-status = "10"
       close prereq-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read prereq-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and prereq-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring prereq-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "JOB"
               move parm-value(1:8) to prereq-job-name
          when "RUNDATE"
               if parm-value(1:8) numeric
                  move parm-value(1:8) to prereq-run-date
               else
                  display "CYCLE-PREREQ: RUN DATE NOT NUMERIC: "
                          prereq-parms-record " - CYCLE NIGHT USED"
               end-if
          when other
               display "CYCLE-PREREQ: UNRECOGNIZED CONTROL CARD: "
                       prereq-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

2000-check-prerequisites.

    perform 2100-check-one-prereq thru 2100-check-one-prereq-ex
        varying cycle-prereq-sub from 1 by 1
        until cycle-prereq-sub > 8.

    if prereq-unmet-count > 0
       set prereq-blocked to true
    end-if.

2000-check-prerequisites-ex.
    exit.

2100-check-one-prereq.

    move cfe-prereq-job( cycle-def-found, cycle-prereq-sub )
      to prereq-check-job.
    if prereq-check-job = spaces
       go to 2100-check-one-prereq-ex
    end-if.

*>--- the job's entry for the run date, as the board holds it now
    move space to prereq-state.
    perform varying cycle-idx from 1 by 1
            until cycle-idx > cycle-entry-count
       if cy-run-date( cycle-idx ) = prereq-run-date
                and cy-job-name( cycle-idx ) = prereq-check-job
          move cy-run-state( cycle-idx ) to prereq-state
       end-if
    end-perform.

    evaluate prereq-state
       when "C"
            move "COMPLETE"       to prereq-state-word
       when "R"
            move "STILL RUNNING"  to prereq-state-word
       when "F"
            move "FAILED"         to prereq-state-word
       when "B"
            move "BLOCKED"        to prereq-state-word
       when other
            move "NOT RUN"        to prereq-state-word
    end-evaluate.

    display "  PREREQUISITE " prereq-check-job " " prereq-state-word.

    if prereq-state not = "C"
       add 1 to prereq-unmet-count
*>--- the first one unmet is the one named - the board and the
*>--- display above give the rest
       if prereq-unmet-count = 1
          move spaces to prereq-block-reason
          string "WAITING ON "      delimited by size
                 prereq-check-job   delimited by space
                 " - "              delimited by size
                 prereq-state-word  delimited by size
                 into prereq-block-reason
          end-string
       end-if
    end-if.

2100-check-one-prereq-ex.
    exit.

9000-terminate.

    if not prereq-blocked
       display "PREREQUISITES MET - " prereq-job-name " MAY RUN"
       move 0 to return-code
       go to 9000-terminate-ex
    end-if.

    display "*** " prereq-job-name " BLOCKED: " prereq-block-reason.
    move 28 to return-code.

    move "CYCLE-BLOCK"        to alert-condition.
    move spaces               to alert-source.
    move "CRIT"               to alert-severity.
    move "PAGE"               to alert-action.
    move zero                 to alert-threshold.
    perform find-alert-rule thru find-alert-rule-ex.
    move spaces to alert-message.
    string prereq-job-name     delimited by space
           " BLOCKED FOR "     delimited by size
           prereq-run-date     delimited by size
           ": "                delimited by size
           prereq-block-reason delimited by size
           into alert-message
    end-string.
    perform raise-alert thru raise-alert-ex.

    if prereq-job-name not = spaces
       move prereq-job-name     to cycle-job-name
       move prereq-run-date     to cycle-run-date
       move prereq-block-reason to cycle-message
       perform 9050-stamp-cycle-blocked
          thru 9050-stamp-cycle-blocked-ex
    end-if.

9000-terminate-ex.
    exit.

copy "cycledef-load.cbl".
copy "cycle-stamp.cbl".
copy "alert-queue.cbl".

end program cycle-prereq.
