load-pending-changes.

*>--- one pass over PENDCHG before anything is staged. the caller
*>--- puts the run date in pending-stage-date. a missing file is a
*>--- first change ever - ids start at 1; an unreadable one stops the
*>--- staging, because an id could then be handed out twice
    move "N"  to pending-change-eof-sw.
    move "N"  to pending-change-usable-sw.
    move 1    to pending-next-seq.
    move zero to pending-open-count.

    open input pending-change.
    if pending-change-status not = "00"
             and pending-change-status not = "05"
       display "PENDING CHANGE FILE UNAVAILABLE (STATUS "
               pending-change-status ") - NOTHING CAN BE STAGED"
       go to load-pending-changes-ex
    end-if.

    perform load-one-pending-change thru load-one-pending-change-ex
        until end-of-pending-changes.
    close pending-change.

    set pending-changes-usable to true.

load-pending-changes-ex.
    exit.

load-one-pending-change.

    read pending-change
        at end
            set end-of-pending-changes to true
    end-read.

    if not end-of-pending-changes
       if pg-made-date = pending-stage-date
                and pg-change-seq numeric
                and pg-change-seq >= pending-next-seq
          compute pending-next-seq = pg-change-seq + 1
       end-if
       if pg-open
          if pending-open-count < 1000
             add 1 to pending-open-count
             move pg-table to po-table( pending-open-count )
             move pg-key   to po-key( pending-open-count )
          else
             display "PENDING CHANGE FILE HAS OVER 1000 OPEN CHANGES"
                     " - CONFLICT CHECK INCOMPLETE"
          end-if
       end-if
    end-if.

load-one-pending-change-ex.
    exit.

check-pending-key.

*>--- is stage-table/stage-key already waiting on a checker?
    move "N" to pending-key-switch.
    perform varying pending-open-sub from 1 by 1
            until pending-open-sub > pending-open-count
       if po-table( pending-open-sub ) = stage-table
                and po-key( pending-open-sub ) = stage-key
          set pending-key-open to true
       end-if
    end-perform.

check-pending-key-ex.
    exit.

stage-change.

*>--- the caller has PENDCHG open extend and stage-* filled in; the
*>--- new change is pending until a different operator checks it
    move spaces              to pending-change-record.
    move pending-stage-date  to pg-made-date.
    move pending-next-seq    to pg-change-seq.
    add 1 to pending-next-seq.
    move stage-table         to pg-table.
    move stage-action        to pg-action.
    move stage-key           to pg-key.
    move stage-before-image  to pg-before-image.
    move stage-after-image   to pg-after-image.
    move stage-effective-date to pg-effective-date.
    move stage-maker         to pg-maker.
    move "P"                 to pg-status.
    write pending-change-record.
    move pg-change-id        to staged-change-id.

    if pending-open-count < 1000
       add 1 to pending-open-count
       move stage-table to po-table( pending-open-count )
       move stage-key   to po-key( pending-open-count )
    end-if.

stage-change-ex.
    exit.
