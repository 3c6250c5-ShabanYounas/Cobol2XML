    move spaces to conv-error-message.
    move spaces to conv-field-name.
    move zero   to to-account-number to-amount-number
                   to-reference-number to-target-base
                   to-internal-account to-reporting-amount
                   to-fx-rate to-limit-ceiling.
    move spaces to to-target-char to-valuation-state to-fx-rate-date
                   to-limit-state.

*>--- a blank or zero target base means the feed wants the amount back
*>--- in its own base - the round trip older feeds always got
       perform 3100-verify-check-digit thru 3100-verify-check-digit-ex
    end-if.

*>--- a value date is optional, but one that is sent must be a real
*>--- date and no more than a year past the item's feed date - the
*>--- caller decides what a good future date means for the item
    if not conv-error-found and ti-value-date not = spaces
       move "VALUE-DATE" to conv-field-name
       perform 3600-check-value-date thru 3600-check-value-date-ex
    end-if.

    if not conv-error-found
       move "ACCOUNT-ID" to conv-field-name
       move ti-account-base to current_base
       perform 3400-apply-currency thru 3400-apply-currency-ex
    end-if.

    if not conv-error-found
       move "ACCOUNT-ID" to conv-field-name
       perform 3500-resolve-account thru 3500-resolve-account-ex
    end-if.

*>--- an item values at its feed's business date - the date the caller
*>--- already named for the account check. a held valuation is not a
*>--- reject: the item goes out with its native amounts and waits on
*>--- its rate
    if not conv-error-found
       move account-check-date to fx-valuation-date
       perform value-reporting-amount thru value-reporting-amount-ex
    end-if.

*>--- a good item over its single-item ceiling still converts and goes
*>--- to TRANSOUT - the hold is release-gate's, which keeps it off
*>--- RELOUT until a second operator has approved it
    if not conv-error-found
       move account-check-source to item-limit-source
       move am-account-class     to item-limit-account-key
       perform check-item-limit thru check-item-limit-ex
    end-if.

    if conv-error-found
       if conv-field-name not = spaces
          move conv-error-message to conv-message-work
3000-convert-detail-ex.
    exit.

3600-check-value-date.

    if ti-value-date not numeric
       set conv-error-found to true
       move "NOT A YYYYMMDD DATE" to conv-error-message
    else
    if function test-date-yyyymmdd( function numval( ti-value-date ) )
             not = 0
       set conv-error-found to true
       move "NOT A VALID CALENDAR DATE" to conv-error-message
    else
       compute value-date-days-ahead
             = function integer-of-date(
                   function numval( ti-value-date ) )
             - function integer-of-date(
                   function numval( account-check-date ) )
       if value-date-days-ahead > 366
          set conv-error-found to true
          move "MORE THAN A YEAR AFTER THE FEED DATE"
               to conv-error-message
       end-if
    end-if
    end-if.

3600-check-value-date-ex.
    exit.

3100-verify-check-digit.

*>--- same digit resolution checksum-lrc uses: every character of the
3200-lookup-part-master-ex.
    exit.

3500-resolve-account.

*>--- every item posts to our internal account, never to whatever
*>--- identifier the partner sent: the partner's id (in the base it
*>--- came in) resolves through ACCTXREF to the account, and the
*>--- account must be on ACCTMAST, open, and open on the item's feed
*>--- date. anything else is a reject - an item against a frozen or
*>--- closed account would build a position nobody can settle
    move "N" to account-resolved-switch.
    if not account-files-open
       set conv-error-found to true
       move "ACCOUNT MASTER UNAVAILABLE - CANNOT RESOLVE"
            to conv-error-message
       go to 3500-resolve-account-ex
    end-if.

    move account-check-source to ax-source-system.
    move ti-account-base      to ax-account-base.
    move ti-account-id        to ax-partner-account.
    read account-xref
        invalid key
            set conv-error-found to true
            string "NOT ON CROSS-REFERENCE FOR " delimited by size
                   account-check-source        delimited by space
                   into conv-error-message
            end-string
        not invalid key
            set account-resolved to true
    end-read.
    if not account-resolved
       go to 3500-resolve-account-ex
    end-if.

    move ax-account-number to am-account-number.
    move ax-account-number to account-number-display.
    read account-master
        invalid key
            move "N" to account-resolved-switch
    end-read.

    if not account-resolved
       set conv-error-found to true
       string "ACCOUNT "              delimited by size
              account-number-display  delimited by size
              " NOT ON ACCOUNT MASTER" delimited by size
              into conv-error-message
       end-string
    else
    if am-closed
             or (am-close-date not = spaces
                 and account-check-date > am-close-date)
       set conv-error-found to true
       string "ACCOUNT "              delimited by size
              account-number-display  delimited by size
              " IS CLOSED"            delimited by size
              into conv-error-message
       end-string
    else
    if am-frozen
       set conv-error-found to true
       string "ACCOUNT "              delimited by size
              account-number-display  delimited by size
              " IS FROZEN"            delimited by size
              into conv-error-message
       end-string
    else
    if not am-open or am-open-date > account-check-date
       set conv-error-found to true
       string "ACCOUNT "              delimited by size
              account-number-display  delimited by size
              " NOT OPEN ON "         delimited by size
              account-check-date      delimited by size
              into conv-error-message
       end-string
    else
       move am-account-number to to-internal-account
    end-if
    end-if
    end-if
    end-if.

3500-resolve-account-ex.
    exit.

3400-apply-currency.

*>--- renders the converted amount in its currency's proper scale
