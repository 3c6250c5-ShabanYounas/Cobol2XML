load-item-limits.

*>--- loads the ITEMLIM ceilings whole. a bad record is skipped with a
*>--- display rather than stopping the night - the ceilings it would
*>--- have set simply fall back to the next most specific entry
    move "N"  to item-limit-loaded-switch.
    move zero to item-limit-count.
    move "N"  to item-limit-eof-switch.

    open input item-limit-file.
    if item-limit-status not = "00"
       if item-limit-status = "05"
          close item-limit-file
       end-if
       display "ITEM LIMIT TABLE UNAVAILABLE (STATUS "
               item-limit-status ") - NO ITEMS WILL BE HELD"
       go to load-item-limits-ex
    end-if.

    perform load-one-item-limit thru load-one-item-limit-ex
        until item-limit-eof.
    close item-limit-file.
    if item-limit-count > 0
       set item-limits-loaded to true
    else
       display "ITEM LIMIT TABLE IS EMPTY - NO ITEMS WILL BE HELD"
    end-if.

load-item-limits-ex.
    exit.

load-one-item-limit.

    read item-limit-file
        at end
            set item-limit-eof to true
    end-read.

    if not item-limit-eof
       if item-limit-count >= 500
          display "ITEM LIMIT TABLE OVERFLOWS 500 ENTRIES - REST IGNORED"
          set item-limit-eof to true
       else
       if il-source-system = spaces or il-account-key = spaces
                or il-ceiling not numeric
          display "ITEM LIMIT RECORD SKIPPED: " item-limit-record
       else
          add 1 to item-limit-count
          move il-source-system to lt-source-system( item-limit-count )
          move il-currency-code to lt-currency-code( item-limit-count )
          move il-account-key   to lt-account-key( item-limit-count )
          move il-ceiling       to lt-ceiling( item-limit-count )
       end-if
       end-if
    end-if.

load-one-item-limit-ex.
    exit.

check-item-limit.

*>--- holds the TRANSOUT item in hand to its ceiling: the entry that
*>--- matches its source (item-limit-source), currency and account most
*>--- specifically - our internal account, else the account's class on
*>--- ACCTMAST (item-limit-account-key, blank for none), else any - and
*>--- on a tie the first on the table. over the ceiling is held, state
*>--- "H" with the ceiling; equal to it is within it
    move space to to-limit-state.
    move zero  to to-limit-ceiling.
    if not item-limits-loaded
       go to check-item-limit-ex
    end-if.

    move zero to item-limit-found-sub item-limit-best-score.
    perform varying item-limit-sub from 1 by 1
            until item-limit-sub > item-limit-count
       move 9 to item-limit-level
       if lt-account-key( item-limit-sub ) = "*"
          move 0 to item-limit-level
       else
       if lt-account-key( item-limit-sub ) is numeric
          if lt-account-key( item-limit-sub ) = to-internal-account
             move 2 to item-limit-level
          end-if
       else
       if lt-account-key( item-limit-sub ) = item-limit-account-key
                and item-limit-account-key not = spaces
          move 1 to item-limit-level
       end-if
       end-if
       end-if
       if item-limit-level not = 9
                and (lt-source-system( item-limit-sub ) = "*"
                     or lt-source-system( item-limit-sub )
                        = item-limit-source)
                and (lt-currency-code( item-limit-sub ) = "*"
                     or lt-currency-code( item-limit-sub )
                        = to-currency-code)
          compute item-limit-score = item-limit-level * 4 + 1
          if lt-source-system( item-limit-sub ) not = "*"
             add 2 to item-limit-score
          end-if
          if lt-currency-code( item-limit-sub ) not = "*"
             add 1 to item-limit-score
          end-if
          if item-limit-score > item-limit-best-score
             move item-limit-score to item-limit-best-score
             move item-limit-sub   to item-limit-found-sub
          end-if
       end-if
    end-perform.

    if item-limit-found-sub > zero
       if to-amount-scaled > lt-ceiling( item-limit-found-sub )
          set to-limit-held to true
          move lt-ceiling( item-limit-found-sub ) to to-limit-ceiling
          add 1 to limit-held-items
       end-if
    end-if.

check-item-limit-ex.
    exit.

raise-limit-held-alert.

*>--- one ticket for the night's held items - the fix is a decision by
*>--- a second operator on LIMAPPR, not a rerun
    move "LIMIT-HELD" to alert-condition.
    move spaces       to alert-source.
    move "WARN"       to alert-severity.
    move "TICKET"     to alert-action.
    move zero         to alert-threshold.
    perform find-alert-rule thru find-alert-rule-ex.
    move spaces to alert-message.
    string limit-held-items delimited by size
           " ITEMS OVER SINGLE-ITEM LIMIT - HELD FOR LIMAPPR"
                            delimited by size
           into alert-message
    end-string.
    perform raise-alert thru raise-alert-ex.

raise-limit-held-alert-ex.
    exit.
