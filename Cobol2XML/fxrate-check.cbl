open-fx-rates.

*>--- opens FXRATES and reads its control record. without a control
*>--- record there is no reporting currency to value into, so the file
*>--- counts as unavailable - every item's valuation is then held
    move "N" to fx-rates-switch.
    move spaces to fx-cache-currency fx-cache-date.
    open input fx-rate-file.
    if fx-rate-status not = "00"
       display "FX RATE FILE UNAVAILABLE (STATUS " fx-rate-status
               ") - VALUATIONS WILL BE HELD"
       go to open-fx-rates-ex
    end-if.

    move "***"      to fx-currency-code.
    move "00000000" to fx-rate-date.
    read fx-rate-file
        invalid key
            move spaces to fc-reporting-code
    end-read.
    if fc-reporting-code = spaces or fc-tolerance-days not numeric
       display "FX RATE FILE HAS NO CONTROL RECORD - VALUATIONS "
               "WILL BE HELD"
       close fx-rate-file
       go to open-fx-rates-ex
    end-if.

    move fc-reporting-code to reporting-currency-code.
    move fc-tolerance-days to fx-tolerance-days.
    set fx-rates-open to true.

open-fx-rates-ex.
    exit.

close-fx-rates.

    if fx-rates-open
       close fx-rate-file
       move "N" to fx-rates-switch
    end-if.

close-fx-rates-ex.
    exit.

value-reporting-amount.

*>--- values the TRANSOUT record in hand into the reporting currency
*>--- at the rate for fx-valuation-date. the reporting currency itself
*>--- and a blank (legacy) code are taken at par; anything else needs
*>--- a rate for the date or, failing that, the latest prior rate no
*>--- more than the tolerance back. no rate means the valuation is
*>--- held - state "H", no reporting amount - never valued at zero
    move zero   to to-reporting-amount to-fx-rate.
    move spaces to to-fx-rate-date.
    move "N" to fx-rate-found-switch.

    if fx-rates-open
       if to-currency-code = spaces
                or to-currency-code = reporting-currency-code
          move 1 to fx-found-rate
          move fx-valuation-date to fx-found-rate-date
          set fx-rate-found to true
       else
          perform find-fx-rate thru find-fx-rate-ex
       end-if
    end-if.

    if fx-rate-found
       compute to-reporting-amount rounded
             = to-amount-scaled * fx-found-rate
           on size error
               move "N" to fx-rate-found-switch
               move zero to to-reporting-amount
       end-compute
    end-if.

    if fx-rate-found
       set to-valuation-done to true
       move fx-found-rate      to to-fx-rate
       move fx-found-rate-date to to-fx-rate-date
    else
       set to-valuation-held to true
       perform note-held-valuation thru note-held-valuation-ex
    end-if.

value-reporting-amount-ex.
    exit.

find-fx-rate.

    if to-currency-code = fx-cache-currency
             and fx-valuation-date = fx-cache-date
       move fx-cache-found-switch to fx-rate-found-switch
       move fx-cache-rate         to fx-found-rate
       move fx-cache-rate-date    to fx-found-rate-date
       go to find-fx-rate-ex
    end-if.

    move "N" to fx-rate-found-switch.
    move zero to fx-found-rate.
    move spaces to fx-found-rate-date.
    move zero to fx-lookup-integer.
    if fx-valuation-date numeric
       compute fx-lookup-integer
             = function integer-of-date(
                   function numval( fx-valuation-date ) )
    end-if.
    if fx-lookup-integer > fx-tolerance-days
       move zero to fx-days-back
       perform find-fx-rate-day thru find-fx-rate-day-ex
           until fx-rate-found or fx-days-back > fx-tolerance-days
    end-if.

    move to-currency-code      to fx-cache-currency.
    move fx-valuation-date     to fx-cache-date.
    move fx-rate-found-switch  to fx-cache-found-switch.
    move fx-found-rate         to fx-cache-rate.
    move fx-found-rate-date    to fx-cache-rate-date.

find-fx-rate-ex.
    exit.

find-fx-rate-day.

    compute fx-lookup-number
          = function date-of-integer( fx-lookup-integer - fx-days-back ).
    move to-currency-code to fx-currency-code.
    move fx-lookup-number to fx-rate-date.
    read fx-rate-file
        invalid key
            continue
        not invalid key
            if fx-reporting-code = reporting-currency-code
                     and fx-rate > zero
               set fx-rate-found to true
               move fx-rate      to fx-found-rate
               move fx-rate-date to fx-found-rate-date
            end-if
    end-read.
    add 1 to fx-days-back.

find-fx-rate-day-ex.
    exit.

note-held-valuation.

    add 1 to fx-held-items.
    move zero to fx-held-found-sub.
    perform varying fx-held-sub from 1 by 1
            until fx-held-sub > fx-held-count
       if fh-currency-code( fx-held-sub ) = to-currency-code
                and fh-valuation-date( fx-held-sub ) = fx-valuation-date
          move fx-held-sub to fx-held-found-sub
       end-if
    end-perform.

    if fx-held-found-sub > zero
       add 1 to fh-item-count( fx-held-found-sub )
    else
    if fx-held-count < 50
       add 1 to fx-held-count
       move to-currency-code  to fh-currency-code( fx-held-count )
       move fx-valuation-date to fh-valuation-date( fx-held-count )
       move 1                 to fh-item-count( fx-held-count )
    else
       add 1 to fx-held-unlisted
    end-if
    end-if.

note-held-valuation-ex.
    exit.

raise-fx-held-alerts.

*>--- one alert per currency and date held - the fix is a rate, and
*>--- whoever loads rates needs to know which ones
    perform varying fx-held-sub from 1 by 1
            until fx-held-sub > fx-held-count
       move "FX-RATE"  to alert-condition
       move spaces     to alert-source
       move "WARN"     to alert-severity
       move "TICKET"   to alert-action
       move zero       to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       if fx-rates-open
          string fh-item-count( fx-held-sub )     delimited by size
                 " "                              delimited by size
                 fh-currency-code( fx-held-sub )  delimited by size
                 " "                              delimited by size
                 fh-valuation-date( fx-held-sub ) delimited by size
                 " ITEMS HELD - NO RATE WITHIN "  delimited by size
                 fx-tolerance-days                delimited by size
                 " DAYS"                          delimited by size
                 into alert-message
          end-string
       else
          string fh-item-count( fx-held-sub )     delimited by size
                 " "                              delimited by size
                 fh-currency-code( fx-held-sub )  delimited by size
                 " "                              delimited by size
                 fh-valuation-date( fx-held-sub ) delimited by size
                 " ITEMS HELD - FXRATES UNAVAILABLE"
                                                  delimited by size
                 into alert-message
          end-string
       end-if
       perform raise-alert thru raise-alert-ex
    end-perform.

    if fx-held-unlisted > zero
       move "FX-RATE"  to alert-condition
       move spaces     to alert-source
       move "WARN"     to alert-severity
       move "TICKET"   to alert-action
       move zero       to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string fx-held-unlisted delimited by size
              " MORE ITEMS HELD IN OTHER CURRENCIES/DATES"
                               delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

raise-fx-held-alerts-ex.
    exit.
