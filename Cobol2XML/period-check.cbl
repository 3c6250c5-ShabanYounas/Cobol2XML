load-period-table.

*>--- loads the PERIODS file whole; no file leaves the table empty
*>--- and every date reads as open
    move zero to period-entry-count.
    move "N"  to period-load-eof-switch.

    open input period-file.
    if period-file-status = "00"
       perform load-one-period thru load-one-period-ex
           until period-load-eof
       close period-file
    else
       display "PERIOD CONTROL FILE UNAVAILABLE (STATUS "
               period-file-status ") - ALL PERIODS TREATED AS OPEN"
    end-if.

load-period-table-ex.
    exit.

load-one-period.

    read period-file
        at end
            set period-load-eof to true
    end-read.

    if not period-load-eof
       if period-entry-count >= 240
          display "PERIOD FILE OVERFLOWS 240 PERIODS - REST IGNORED"
          set period-load-eof to true
       else
       if pc-period-id not = spaces
          add 1 to period-entry-count
          move pc-period-id       to pe-period-id( period-entry-count )
          move pc-start-date      to pe-start-date( period-entry-count )
          move pc-end-date        to pe-end-date( period-entry-count )
          move pc-status          to pe-status( period-entry-count )
          move pc-status-date     to pe-status-date( period-entry-count )
          move pc-status-operator
            to pe-status-operator( period-entry-count )
       end-if
       end-if
    end-if.

load-one-period-ex.
    exit.

find-period.

*>--- which period covers period-check-date, and its status; the
*>--- first open period's start date comes back alongside, for a
*>--- caller that has to rebook out of a locked period
    move zero   to period-found-sub.
    move spaces to period-check-id period-open-start-date.
    move "O"    to period-check-status.

    perform varying period-sub from 1 by 1
            until period-sub > period-entry-count
       if period-check-date >= pe-start-date( period-sub )
                and period-check-date <= pe-end-date( period-sub )
          move period-sub                to period-found-sub
          move pe-period-id( period-sub ) to period-check-id
          move pe-status( period-sub )   to period-check-status
       end-if
       if pe-status( period-sub ) = "O"
          if period-open-start-date = spaces
                   or pe-start-date( period-sub )
                    < period-open-start-date
             move pe-start-date( period-sub ) to period-open-start-date
          end-if
       end-if
    end-perform.

find-period-ex.
    exit.
