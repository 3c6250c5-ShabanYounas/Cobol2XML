*>--- item lineage chain (see lineage-chain-work for how a caller
*>--- drives it). the LINEAGE history must be open input, with its
*>--- file status on chain-file-status
find-lineage-chain.

    move zero   to chain-id-count chain-ids-dropped
                   chain-event-count chain-events-dropped.
    move spaces to chain-relout-date chain-backout-date.

    if chain-query-account not = spaces
       perform chain-find-by-item thru chain-find-by-item-ex
    else
    if chain-query-source not = spaces
       move chain-query-feed-date to cni-feed-date
       move chain-query-source    to cni-source-system
       move chain-query-sequence  to cni-feed-sequence
       perform chain-add-id thru chain-add-id-ex
    else
       perform chain-find-by-date thru chain-find-by-date-ex
    end-if
    end-if.

*>--- an id an event leads to joins the end of the list, so it is
*>--- gathered in its turn - an adjustment brings in the original it
*>--- superseded, the original's reversal brings in the adjustment
    perform chain-gather-item thru chain-gather-item-ex
        varying chain-gather-sub from 1 by 1
        until chain-gather-sub > chain-id-count.

find-lineage-chain-ex.
    exit.

chain-find-by-item.

*>--- the alternate path holds every event of every item with this
*>--- account and reference - an adjustment and its reversal share
*>--- them with the original. no reference walks the whole account
    move chain-query-account to ln-account-id.
    if chain-query-reference = spaces
       move low-values to ln-reference
    else
       move chain-query-reference to ln-reference
    end-if.
    move "N" to chain-browse-switch.
    start lineage-file key is >= ln-item-key
        invalid key
            set chain-browse-done to true
    end-start.

    perform chain-browse-item thru chain-browse-item-ex
        until chain-browse-done.

chain-find-by-item-ex.
    exit.

chain-browse-item.

    read lineage-file next
        at end
            set chain-browse-done to true
    end-read.

    if not chain-browse-done
       if ln-account-id not = chain-query-account
          set chain-browse-done to true
       else
       if chain-query-reference not = spaces
                and ln-reference not = chain-query-reference
          set chain-browse-done to true
       else
          move ln-lineage-id to chain-new-id
          perform chain-add-id thru chain-add-id-ex
       end-if
       end-if
    end-if.

chain-browse-item-ex.
    exit.

chain-find-by-date.

*>--- no source given: the same position recurs in every partner's
*>--- feed that night. the history is keyed date, source, position,
*>--- so each source on the date is visited once - straight to the
*>--- position within it, then on past the rest of that source
    move "N" to chain-browse-switch.
    move low-values to ln-event-key.
    move chain-query-feed-date to ln-feed-date.
    start lineage-file key is >= ln-event-key
        invalid key
            set chain-browse-done to true
    end-start.

    perform chain-scan-date thru chain-scan-date-ex
        until chain-browse-done.

chain-find-by-date-ex.
    exit.

chain-scan-date.

    read lineage-file next
        at end
            set chain-browse-done to true
    end-read.

    if chain-browse-done
       go to chain-scan-date-ex
    end-if.
    if ln-feed-date not = chain-query-feed-date
       set chain-browse-done to true
       go to chain-scan-date-ex
    end-if.

    move ln-source-system to chain-scan-source.
    if ln-feed-sequence = chain-query-sequence
       move ln-lineage-id to chain-new-id
       perform chain-add-id thru chain-add-id-ex
    end-if.

    if ln-feed-sequence < chain-query-sequence
       move low-values           to ln-event-key
       move chain-query-feed-date to ln-feed-date
       move chain-scan-source    to ln-source-system
       move chain-query-sequence to ln-feed-sequence
       start lineage-file key is >= ln-event-key
           invalid key
               set chain-browse-done to true
       end-start
    else
       move high-values          to ln-event-key
       move chain-query-feed-date to ln-feed-date
       move chain-scan-source    to ln-source-system
       start lineage-file key is > ln-event-key
           invalid key
               set chain-browse-done to true
       end-start
    end-if.

chain-scan-date-ex.
    exit.

chain-add-id.

    move "N" to chain-id-known-switch.
    perform varying chain-id-idx from 1 by 1
            until chain-id-idx > chain-id-count
       if cid-lineage-id( chain-id-idx ) = chain-new-id
          set chain-id-known to true
       end-if
    end-perform.
    if chain-id-known
       go to chain-add-id-ex
    end-if.

    if chain-id-count < 10
       add 1 to chain-id-count
       move chain-new-id to cid-lineage-id( chain-id-count )
       move spaces       to cid-account-id( chain-id-count )
                            cid-reference( chain-id-count )
    else
       add 1 to chain-ids-dropped
    end-if.

chain-add-id-ex.
    exit.

chain-gather-item.

    move "N" to chain-browse-switch.
    move low-values to ln-event-key.
    move cid-lineage-id( chain-gather-sub ) to ln-lineage-id.
    start lineage-file key is >= ln-event-key
        invalid key
            set chain-browse-done to true
    end-start.

    perform chain-gather-event thru chain-gather-event-ex
        until chain-browse-done.

chain-gather-item-ex.
    exit.

chain-gather-event.

    read lineage-file next
        at end
            set chain-browse-done to true
    end-read.

    if chain-browse-done
       go to chain-gather-event-ex
    end-if.
    if ln-lineage-id not = cid-lineage-id( chain-gather-sub )
       set chain-browse-done to true
       go to chain-gather-event-ex
    end-if.

    if cid-account-id( chain-gather-sub ) = spaces
       move ln-account-id to cid-account-id( chain-gather-sub )
       move ln-reference  to cid-reference( chain-gather-sub )
    end-if.

    perform chain-insert-event thru chain-insert-event-ex.

    if ln-related-lineage-id not = spaces
       move ln-related-lineage-id to chain-new-id
       perform chain-add-id thru chain-add-id-ex
    end-if.

*>--- the summary weighs the first time any item of the chain reached
*>--- RELOUT against the latest time one was backed out
    if ln-event-type = "RELEASED" or ln-event-type = "SUPPLEM"
       if chain-relout-date = spaces
                or ln-event-date < chain-relout-date
          move ln-event-date to chain-relout-date
       end-if
    end-if.
    if ln-event-type = "BACKOUT"
       if ln-event-date > chain-backout-date
          move ln-event-date to chain-backout-date
       end-if
    end-if.

chain-gather-event-ex.
    exit.

chain-insert-event.

*>--- the event goes in at its place in date and time order; one in
*>--- the same second as an event already held goes after it
    if chain-event-count not < 250
       add 1 to chain-events-dropped
       go to chain-insert-event-ex
    end-if.

    add 1 to chain-event-count.
    move chain-event-count to chain-slot.
    string ln-event-date   delimited by size
           ln-event-time   delimited by size
           ln-event-serial delimited by size
           into chain-new-sort-key
    end-string.
    move "N" to chain-slot-found-switch.
    perform chain-shift-event thru chain-shift-event-ex
        until chain-slot-found.

    move chain-new-sort-key    to ce-sort-key( chain-slot ).
    move chain-gather-sub      to ce-item-number( chain-slot ).
    move ln-event-type         to ce-event-type( chain-slot ).
    move ln-job-name           to ce-job-name( chain-slot ).
    move ln-operator-id        to ce-operator-id( chain-slot ).
    move ln-related-lineage-id to ce-related-id( chain-slot ).
    move ln-detail             to ce-detail( chain-slot ).

chain-insert-event-ex.
    exit.

chain-shift-event.

    if chain-slot = 1
       set chain-slot-found to true
       go to chain-shift-event-ex
    end-if.
    compute chain-prior = chain-slot - 1.
    if ce-sort-key( chain-prior ) not > chain-new-sort-key
       set chain-slot-found to true
       go to chain-shift-event-ex
    end-if.
    move chain-event-entry( chain-prior )
      to chain-event-entry( chain-slot ).
    move chain-prior to chain-slot.

chain-shift-event-ex.
    exit.

format-chain-item.

*>--- the caller sets chain-id-idx; two lines - which feed the item
*>--- first arrived in, and the partner's own account and reference
    move chain-id-idx to chain-item-display.
    move spaces to chain-line chain-line-2.
    string "ITEM "                         delimited by size
           chain-item-display              delimited by size
           "  FEED "                       delimited by size
           cid-feed-date( chain-id-idx )   delimited by size
           " SOURCE "                      delimited by size
           cid-source-system( chain-id-idx ) delimited by size
           " POSITION "                    delimited by size
           cid-feed-sequence( chain-id-idx ) delimited by size
           into chain-line
    end-string.
    string "         ACCOUNT "             delimited by size
           cid-account-id( chain-id-idx )  delimited by size
           " REF "                         delimited by size
           cid-reference( chain-id-idx )   delimited by size
           into chain-line-2
    end-string.

format-chain-item-ex.
    exit.

format-chain-event.

*>--- the caller sets chain-ev-idx; the first line is when, which
*>--- item, what and who, the second whatever the event had to say
*>--- and the other item it ties to
    perform chain-describe-event thru chain-describe-event-ex.
    move ce-item-number( chain-ev-idx ) to chain-item-display.
    move spaces to chain-line chain-line-2.
    string ce-event-date( chain-ev-idx )(1:4) delimited by size
           "-"                                delimited by size
           ce-event-date( chain-ev-idx )(5:2) delimited by size
           "-"                                delimited by size
           ce-event-date( chain-ev-idx )(7:2) delimited by size
           " "                                delimited by size
           ce-event-time( chain-ev-idx )(1:2) delimited by size
           ":"                                delimited by size
           ce-event-time( chain-ev-idx )(3:2) delimited by size
           ":"                                delimited by size
           ce-event-time( chain-ev-idx )(5:2) delimited by size
           "  #"                              delimited by size
           chain-item-display                 delimited by size
           "  "                               delimited by size
           chain-event-description            delimited by size
           " "                                delimited by size
           ce-job-name( chain-ev-idx )        delimited by size
           into chain-line
    end-string.
    if ce-operator-id( chain-ev-idx ) not = spaces
       move " BY "                         to chain-line(68:4)
       move ce-operator-id( chain-ev-idx ) to chain-line(72:8)
    end-if.

    if ce-detail( chain-ev-idx ) not = spaces
       move ce-detail( chain-ev-idx ) to chain-line-2(8:60)
    end-if.
    if ce-related-id( chain-ev-idx ) not = spaces
       perform varying chain-id-idx from 1 by 1
               until chain-id-idx > chain-id-count
          if cid-lineage-id( chain-id-idx ) = ce-related-id( chain-ev-idx )
             move chain-id-idx to chain-related-display
             move "SEE #"               to chain-line-2(69:5)
             move chain-related-display to chain-line-2(74:2)
          end-if
       end-perform
    end-if.

format-chain-event-ex.
    exit.

chain-describe-event.

    evaluate ce-event-type( chain-ev-idx )
       when "ACCEPTED"
            move "ARRIVED - CONVERTED" to chain-event-description
       when "REJECTED"
            move "ARRIVED - REJECTED" to chain-event-description
       when "BYPASSED"
            move "ARRIVED - BYPASSED" to chain-event-description
       when "SUSPDUP"
            move "ARRIVED - HELD AS DUPLICATE" to chain-event-description
       when "WAREHSD"
            move "ARRIVED - WAREHOUSED" to chain-event-description
       when "ADJUSTED"
            move "ARRIVED - ADJUSTMENT TO" to chain-event-description
       when "REVERSED"
            move "SUPERSEDED AND REVERSED BY" to chain-event-description
       when "REPAIRED"
            move "CORRECTED AND VALIDATED" to chain-event-description
       when "REPROC"
            move "CORRECTED AND REPROCESSED" to chain-event-description
       when "REREJECT"
            move "CORRECTION REJECTED AGAIN" to chain-event-description
       when "DUPRELSD"
            move "DUPLICATE HOLD RELEASED" to chain-event-description
       when "DUPCANCL"
            move "DUPLICATE HOLD CANCELLED" to chain-event-description
       when "WHRELSD"
            move "RELEASED FROM WAREHOUSE" to chain-event-description
       when "WHCANCEL"
            move "WAREHOUSED ITEM CANCELLED" to chain-event-description
       when "LIMHELD"
            move "HELD AT GATE - OVER LIMIT" to chain-event-description
       when "LIMAPPRV"
            move "LIMIT HOLD APPROVED" to chain-event-description
       when "LIMREJCT"
            move "LIMIT HOLD REJECTED" to chain-event-description
       when "LIMCANCL"
            move "LIMIT HOLD CANCELLED" to chain-event-description
       when "RELEASED"
            move "REACHED RELOUT" to chain-event-description
       when "SUPPLEM"
            move "REACHED RELOUT - SUPPLEMENTARY" to chain-event-description
       when "BACKOUT"
            move "BACKED OUT WITH ITS FEED" to chain-event-description
       when other
            move ce-event-type( chain-ev-idx ) to chain-event-description
    end-evaluate.

chain-describe-event-ex.
    exit.

format-chain-summary.

*>--- three lines: whether and when the chain reached RELOUT, any
*>--- backout, and anything the chain was too long to hold
    move spaces to chain-line chain-line-2 chain-line-3.
    if chain-relout-date = spaces
       move "NOT RELEASED TO POSTING - NO ITEM REACHED RELOUT"
            to chain-line
    else
       string "FIRST REACHED RELOUT "      delimited by size
              chain-relout-date(1:4)       delimited by size
              "-"                          delimited by size
              chain-relout-date(5:2)       delimited by size
              "-"                          delimited by size
              chain-relout-date(7:2)       delimited by size
              into chain-line
       end-string
    end-if.

    if chain-backout-date not = spaces
       string "BACKED OUT "                delimited by size
              chain-backout-date(1:4)      delimited by size
              "-"                          delimited by size
              chain-backout-date(5:2)      delimited by size
              "-"                          delimited by size
              chain-backout-date(7:2)      delimited by size
              " - OFF TRANSOUT; A RELGATE RERUN TAKES IT OFF RELOUT"
                                           delimited by size
              into chain-line-2
       end-string
    end-if.

    if chain-ids-dropped > 0 or chain-events-dropped > 0
       string "*** CHAIN TOO LONG TO SHOW WHOLE - "
                                           delimited by size
              chain-ids-dropped            delimited by size
              " ITEM(S), "                 delimited by size
              chain-events-dropped         delimited by size
              " EVENT(S) LEFT OUT"         delimited by size
              into chain-line-3
       end-string
    end-if.

format-chain-summary-ex.
    exit.
