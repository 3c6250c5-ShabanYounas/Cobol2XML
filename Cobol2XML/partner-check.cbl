open-partner-master.

*>--- the caller decides what an unavailable master means to it -
*>--- this only opens and says so
    move "N" to partner-open-switch.
    open input partner-master.
    if partner-file-status = "00"
       set partner-master-open to true
    else
       display "PARTNER MASTER UNAVAILABLE (STATUS "
               partner-file-status ")"
    end-if.

open-partner-master-ex.
    exit.

read-partner.

*>--- keyed probe on the source code already in ps-source-system
    move "N" to partner-found-switch.
    if partner-master-open
       read partner-master
           invalid key
               continue
           not invalid key
               set partner-found to true
       end-read
    end-if.

read-partner-ex.
    exit.

check-partner-item.

*>--- the item may only use the bases and currencies its partner is
*>--- set up for. same one-reason rule and field-named message as the
*>--- conversion edits; with no partner record in hand there is
*>--- nothing to hold the item to and it passes
    move "N"    to conv-error-switch.
    move spaces to conv-error-message.
    if not partner-found
       go to check-partner-item-ex
    end-if.

    move "ACCOUNT-ID" to partner-check-field.
    move ti-account-base to partner-check-base-x.
    perform check-partner-base thru check-partner-base-ex.

    if not conv-error-found
       move "AMOUNT" to partner-check-field
       move ti-amount-base to partner-check-base-x
       perform check-partner-base thru check-partner-base-ex
    end-if.

    if not conv-error-found
       move "REFERENCE" to partner-check-field
       move ti-reference-base to partner-check-base-x
       perform check-partner-base thru check-partner-base-ex
    end-if.

    if not conv-error-found and ti-currency-code not = spaces
       move "N" to partner-currency-switch
       perform varying partner-sub from 1 by 1
               until partner-sub > 10
          if ps-currency-code( partner-sub ) = ti-currency-code
             set partner-currency-allowed to true
          end-if
       end-perform
       if not partner-currency-allowed
          set conv-error-found to true
          string "CURRENCY: "           delimited by size
                 ti-currency-code       delimited by size
                 " NOT SET UP FOR PARTNER " delimited by size
                 ps-source-system       delimited by space
                 into conv-error-message
          end-string
       end-if
    end-if.

check-partner-item-ex.
    exit.

check-partner-base.

*>--- a base that is not a base at all is left to the conversion,
*>--- which rejects it with its own reason
    if partner-check-base-x numeric
             and partner-check-base >= 2
             and partner-check-base <= 36
       if ps-base-allowed( partner-check-base ) not = "Y"
          set conv-error-found to true
          string partner-check-field    delimited by space
                 ": BASE "              delimited by size
                 partner-check-base-x   delimited by size
                 " NOT SET UP FOR PARTNER " delimited by size
                 ps-source-system       delimited by space
                 into conv-error-message
          end-string
       end-if
    end-if.

check-partner-base-ex.
    exit.
