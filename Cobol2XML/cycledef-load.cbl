load-cycle-definition.

*>--- loads CYCLEDEF whole. an unusable file leaves the definition
*>--- unloaded - the caller decides what that means (the prerequisite
*>--- check refuses to start anything it cannot vouch for)
    move zero to cycle-def-count.
    move "N"  to cycle-def-eof-switch.
    move "N"  to cycle-def-loaded-switch.

    open input cycle-def-file.
    if cycle-def-status not = "00"
       display "CYCLE DEFINITION UNAVAILABLE (STATUS "
               cycle-def-status ")"
    else
       perform load-one-cycle-job thru load-one-cycle-job-ex
           until end-of-cycle-def
       close cycle-def-file
       set cycle-def-loaded to true
    end-if.

load-cycle-definition-ex.
    exit.

load-one-cycle-job.

    read cycle-def-file
        at end
            set end-of-cycle-def to true
    end-read.

    if not end-of-cycle-def
       if cycle-def-count >= 60
          display "CYCLE DEFINITION OVERFLOWS 60 JOBS - REST IGNORED"
          set end-of-cycle-def to true
       else
       if cf-job-name not = spaces
          add 1 to cycle-def-count
          move cf-job-name to cfe-job-name( cycle-def-count )
          move cf-job-desc to cfe-job-desc( cycle-def-count )
          perform varying cycle-prereq-sub from 1 by 1
                  until cycle-prereq-sub > 8
             move cf-prereq-job( cycle-prereq-sub )
               to cfe-prereq-job( cycle-def-count, cycle-prereq-sub )
          end-perform
       end-if
       end-if
    end-if.

load-one-cycle-job-ex.
    exit.

find-cycle-job.

    move zero to cycle-def-found.
    perform varying cycle-def-sub from 1 by 1
            until cycle-def-sub > cycle-def-count
       if cfe-job-name( cycle-def-sub ) = cycle-def-check-job
          move cycle-def-sub to cycle-def-found
       end-if
    end-perform.

find-cycle-job-ex.
    exit.
