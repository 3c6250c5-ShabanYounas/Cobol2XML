*>--- date plus that night's sequence number for one exact record, or
*>--- an account id (with an optional feed date to narrow it) to walk
*>--- every item the history holds for that account - the three-day-
*>--- old question answered without restoring datasets from backup.
*>--- the lineage choice answers "what happened to my item": keyed on
*>--- the feed date and the item's position in the partner's feed, or
*>--- on the partner's account and reference, it shows the item's
*>--- whole story from the LINEAGE history in date order - arrival,
*>--- rejection and repair, any adjustment that superseded it and its
*>--- reversal, backouts and its release to posting (LINHIST prints
*>--- the same chain for a dispute file)
environment division.
input-output section.
file-control.
            with duplicates
        file status is result-index-status.

    select optional lineage-file
        assign to "LINEAGE"
        organization is indexed
        access mode is dynamic
        record key is ln-event-key
        alternate record key is ln-item-key
            with duplicates
        file status is chain-file-status.

data division.
file section.
fd  result-index.
copy "residx-record.cbl".

fd  lineage-file.
copy "lineage-record.cbl".

working-storage section.
copy "lineage-chain-work.cbl".

01  result-index-status          pic x(02)  value spaces.
01  lineage-open-switch          pic x(01)  value "N".
    88  lineage-open                        value "Y".

01  inquiry-choice               pic x(01)  value space.
    88  inquiry-by-sequence                 value "S" "s".
    88  inquiry-by-account                  value "A" "a".
    88  inquiry-by-lineage                  value "L" "l".
01  lineage-choice               pic x(01)  value space.
    88  lineage-by-feed                     value "F" "f".
    88  lineage-by-item                     value "R" "r".
01  inquiry-feed-date            pic x(08)  value spaces.
01  inquiry-sequence             pic 9(07)  value zero.
01  inquiry-account              pic x(18)  value spaces.
       goback
    end-if.

*>--- the history is only needed for the lineage choice - without it
*>--- the single-record lookups still work
    open input lineage-file.
    if chain-file-status = "00"
       set lineage-open to true
    end-if.

    perform 2000-inquire-one thru 2000-inquire-one-ex
        with test after
        until inquiry-choice = space.

    close result-index.
    if lineage-open
       close lineage-file
    end-if.

    goback.

2000-inquire-one.

    move space to inquiry-choice.
    display "Lookup by (S=Sequence, A=Account id, L=Lineage, "
            "blank to quit): " no advancing.
    accept inquiry-choice.

    move "N" to inquiry-found-switch.
       perform 2300-inquire-by-account
          thru 2300-inquire-by-account-ex
    else
    if inquiry-by-lineage
       perform 2500-inquire-lineage thru 2500-inquire-lineage-ex
    else
    if inquiry-choice not = space
       display "Unknown choice '" inquiry-choice "'"
    end-if
    end-if
    end-if
    end-if.

    if inquiry-found
2350-browse-account-ex.
    exit.

2500-inquire-lineage.

    if not lineage-open
       display "LINEAGE HISTORY UNAVAILABLE (STATUS "
               chain-file-status ")"
       go to 2500-inquire-lineage-ex
    end-if.

    move spaces to chain-query-feed-date chain-query-source
                   chain-query-account chain-query-reference.
    move zero   to chain-query-sequence.
    move space  to lineage-choice.
    display "Lineage by (F=Feed date and position, "
            "R=account and Reference): " no advancing.
    accept lineage-choice.

*>--- the position is the item's place in the partner's own feed, as
*>--- the ack numbers it - not the night's sequence number
    if lineage-by-feed
       display "Feed date (YYYYMMDD): " no advancing
       accept chain-query-feed-date
       display "Position in the feed: " no advancing
       accept chain-query-sequence
       display "Source system (blank for any): " no advancing
       accept chain-query-source
    else
    if lineage-by-item
       display "Account id: " no advancing
       accept chain-query-account
       display "Reference (blank for all): " no advancing
       accept chain-query-reference
    else
       display "Unknown choice '" lineage-choice "'"
       go to 2500-inquire-lineage-ex
    end-if
    end-if.

    if chain-query-feed-date = spaces and chain-query-account = spaces
       display "NOTHING TO LOOK UP"
       go to 2500-inquire-lineage-ex
    end-if.

    perform find-lineage-chain thru find-lineage-chain-ex.

    if chain-event-count = 0
       display "NO LINEAGE HISTORY FOR THAT ITEM"
       go to 2500-inquire-lineage-ex
    end-if.

    perform varying chain-id-idx from 1 by 1
            until chain-id-idx > chain-id-count
       perform format-chain-item thru format-chain-item-ex
       display chain-line
       display chain-line-2
    end-perform.
    display " ".
    perform varying chain-ev-idx from 1 by 1
            until chain-ev-idx > chain-event-count
       perform format-chain-event thru format-chain-event-ex
       display chain-line
       if chain-line-2 not = spaces
          display chain-line-2
       end-if
    end-perform.
    display " ".
    perform format-chain-summary thru format-chain-summary-ex.
    display chain-line.
    if chain-line-2 not = spaces
       display chain-line-2
    end-if.
    if chain-line-3 not = spaces
       display chain-line-3
    end-if.

2500-inquire-lineage-ex.
    exit.

3000-display-result.

    move ri-amount-number to amount-number-edited.
            "  Status: " ri-status.
    display "Account:   " ri-account-id " (base " ri-account-base
            ") = " ri-account-number.
    if ri-internal-account numeric and ri-internal-account > zero
       display "Internal:  " ri-internal-account
    end-if.
    display "Amount:    " ri-amount " (base " ri-amount-base
            ") = " amount-number-edited.
    display "Reference: " ri-reference.
    display "Target:    base " ri-target-base " value "
            ri-target-char.
    if ri-lineage-id not = spaces
       display "Lineage:   " ri-lineage-id
               " (feed date, source, position - L to trace)"
    end-if.

3000-display-result-ex.
    exit.

copy "lineage-chain.cbl".

end program result-inquiry.
