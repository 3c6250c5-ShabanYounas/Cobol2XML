load-operator-table.

*>--- loads the OPERSEC file whole; an unusable file leaves the table
*>--- empty, so every guarded function is refused until it is fixed
    move zero to operator-entry-count.
    move "N"  to operator-load-eof-switch.

    open input operator-file.
    if operator-file-status not = "00"
       display "OPERATOR SECURITY FILE UNAVAILABLE (STATUS "
               operator-file-status ") - GUARDED FUNCTIONS REFUSED"
    else
       perform load-one-operator thru load-one-operator-ex
           until operator-load-eof
       close operator-file
    end-if.

load-operator-table-ex.
    exit.

load-one-operator.

    read operator-file
        at end
            set operator-load-eof to true
    end-read.

    if not operator-load-eof
       if operator-entry-count >= 200
          display "OPERATOR FILE OVERFLOWS 200 ENTRIES - REST IGNORED"
          set operator-load-eof to true
       else
       if op-operator-id not = spaces
          add 1 to operator-entry-count
          move op-operator-id to oe-operator-id( operator-entry-count )
          move op-status      to oe-status( operator-entry-count )
          perform varying operator-sub from 1 by 1
                  until operator-sub > 10
             move op-role( operator-sub )
               to oe-role( operator-entry-count, operator-sub )
          end-perform
       end-if
       end-if
    end-if.

load-one-operator-ex.
    exit.

check-operator-role.

*>--- unknown, inactive, or without the function's flag: refused, and
*>--- the reason is left for the caller's log and alert
    move "N"    to operator-check-switch.
    move spaces to operator-refusal-reason.
    move zero   to operator-found-sub.

    if operator-check-id = spaces
       move "NO OPERATOR ID GIVEN" to operator-refusal-reason
       go to check-operator-role-ex
    end-if.

    perform varying operator-sub from 1 by 1
            until operator-sub > operator-entry-count
       if oe-operator-id( operator-sub ) = operator-check-id
          move operator-sub to operator-found-sub
       end-if
    end-perform.

    if operator-found-sub = zero
       string "OPERATOR "                  delimited by size
              operator-check-id            delimited by space
              " IS NOT ON THE OPERATOR FILE" delimited by size
              into operator-refusal-reason
       end-string
    else
    if oe-status( operator-found-sub ) not = "A"
       string "OPERATOR "                  delimited by size
              operator-check-id            delimited by space
              " IS NOT ACTIVE"             delimited by size
              into operator-refusal-reason
       end-string
    else
    if operator-check-role < 1 or operator-check-role > 10
       move "NO FUNCTION ROLE NAMED FOR THE CHECK"
         to operator-refusal-reason
    else
    if oe-role( operator-found-sub, operator-check-role ) not = "Y"
       string "OPERATOR "                  delimited by size
              operator-check-id            delimited by space
              " LACKS THE ROLE FOR THIS FUNCTION" delimited by size
              into operator-refusal-reason
       end-string
    else
       set operator-authorized to true
    end-if
    end-if
    end-if
    end-if.

check-operator-role-ex.
    exit.
