*>--- item lineage events (see lineage-record / lineage-work). the
*>--- event types, by the job that records them:
*>---   BATCHCNV  ACCEPTED REJECTED BYPASSED SUSPDUP WAREHSD - the
*>---             item's arrival, the same disposition its ack gives;
*>---             ADJUSTED on an adjustment, REVERSED on the original
*>---             it superseded (each names the other)
*>---   REJPROC   REPROC (repaired and posted, or warehoused again),
*>---             REREJECT (the repair still fails)
*>---   DUPREL    DUPRELSD DUPCANCL      WHREL    WHRELSD
*>---   WHINQ     WHCANCEL               LIMAPPR  LIMAPPRV LIMREJCT
*>---   RELGATE   RELEASED (reached RELOUT) LIMHELD SUPPLEM
*>---   BACKOUT   BACKOUT (its record removed from the night's output)
*>---             LIMCANCL DUPCANCL WHCANCEL (a hold of the recalled
*>---             feed cancelled, so it can never post)
*>---   REJREPR   REPAIRED (a correction that passed validation saved
*>---             on the suspense image, awaiting REJPROC)
open-lineage.

    move "N" to lineage-open-switch.
    open i-o lineage-file.
    if lineage-status = "00" or lineage-status = "05"
       set lineage-open to true
    else
       display "LINEAGE HISTORY UNAVAILABLE (STATUS " lineage-status
               ") - ITEM EVENTS NOT RECORDED"
    end-if.

open-lineage-ex.
    exit.

record-lineage-event.

*>--- an item from before lineage ids were carried has none - there is
*>--- no history to add to
    if lineage-event-id = spaces
       go to record-lineage-event-ex
    end-if.
    if not lineage-open
       add 1 to lineage-lost-count
       go to record-lineage-event-ex
    end-if.

    move spaces to lineage-record.
    move lineage-event-id        to ln-lineage-id.
    move function current-date(1:8) to ln-event-date.
    move function current-date(9:6) to ln-event-time.
    move 1                       to ln-event-serial.
    move lineage-event-account   to ln-account-id.
    move lineage-event-reference to ln-reference.
    move lineage-event-type      to ln-event-type.
    move lineage-job-name        to ln-job-name.
    move lineage-event-operator  to ln-operator-id.
    move lineage-event-related   to ln-related-lineage-id.
    move lineage-event-detail    to ln-detail.

    move "N" to lineage-written-switch.
    perform write-lineage-event thru write-lineage-event-ex
        until lineage-written.

record-lineage-event-ex.
    exit.

write-lineage-event.

*>--- a key already taken is the same item twice in one second - try
*>--- the next serial; anything else loses the one event, not the run
    write lineage-record
        invalid key
            if lineage-status = "22" and ln-event-serial < 99999
               add 1 to ln-event-serial
            else
               display "LINEAGE EVENT NOT RECORDED (STATUS "
                       lineage-status ") " ln-lineage-id " "
                       ln-event-type
               add 1 to lineage-lost-count
               set lineage-written to true
            end-if
        not invalid key
            add 1 to lineage-event-count
            set lineage-written to true
    end-write.

write-lineage-event-ex.
    exit.

close-lineage.

    if lineage-open
       close lineage-file
       move "N" to lineage-open-switch
    end-if.
    if lineage-lost-count > 0
       display "*** " lineage-lost-count
               " ITEM LINEAGE EVENT(S) NOT RECORDED"
    end-if.

close-lineage-ex.
    exit.
