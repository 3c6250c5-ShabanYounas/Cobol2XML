*>--- item lineage history: one record per thing that ever happened
*>--- to a partner's item, from the night it first arrived - converted,
*>--- rejected, repaired, held, released, superseded by an adjustment,
*>--- backed out, released to posting. every step that touches an item
*>--- adds its event here under the item's lineage id, which the item
*>--- carries on TRANSOUT, RESULTIDX, REJECTS and every hold file from
*>--- first arrival on: the feed date and source it first arrived
*>--- under and its place in that feed (the position the partner's own
*>--- file and the ack number it by). a repaired reject and the
*>--- reversal of a superseded item keep the original's id, so one id
*>--- reads as the item's whole story in date order. the partner's
*>--- account and reference are an alternate path (duplicates allowed
*>--- - an adjustment and its reversal share them with the original)
01  lineage-record.
    05  ln-event-key.
        10  ln-lineage-id.
            15  ln-feed-date     pic x(08).
            15  ln-source-system pic x(08).
            15  ln-feed-sequence pic 9(07).
        10  ln-event-date        pic x(08).
        10  ln-event-time        pic x(06).
*>--- two events for one item in the same second take the next serial
        10  ln-event-serial      pic 9(05).
    05  ln-item-key.
        10  ln-account-id        pic x(18).
        10  ln-reference         pic x(32).
*>--- what happened (see lineage-write for the list), which job did
*>--- it and who decided it, where a person did
    05  ln-event-type            pic x(08).
    05  ln-job-name              pic x(08).
    05  ln-operator-id           pic x(08).
*>--- the other item an event ties this one to: on an adjustment the
*>--- original it superseded, on the original's reversal the
*>--- adjustment that did it
    05  ln-related-lineage-id    pic x(23).
*>--- the reject reason, the hold's outcome, the feed and status of
*>--- the record that went to posting - whatever the event has to say
    05  ln-detail                pic x(60).
    05  filler                   pic x(01).
