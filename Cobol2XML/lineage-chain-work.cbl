*>--- item lineage chain (see lineage-chain): the caller opens the
*>--- LINEAGE history input, sets either the feed date and position
*>--- (source optional - blank tries every source that fed that date)
*>--- or the partner's account and reference (reference optional),
*>--- and performs find-lineage-chain. the items found, and every
*>--- item an event ties them to - the adjustment that superseded
*>--- one, the original an adjustment replaced - are collected with
*>--- all their events in date order; format-chain-item/-event/
*>--- -summary turn them into 80-column lines for a screen or a print
01  chain-file-status            pic x(02)  value spaces.
01  chain-query-feed-date        pic x(08)  value spaces.
01  chain-query-source           pic x(08)  value spaces.
01  chain-query-sequence         pic 9(07)  value zero.
01  chain-query-account          pic x(18)  value spaces.
01  chain-query-reference        pic x(32)  value spaces.

01  chain-switches.
    05  chain-browse-switch      pic x(01)  value "N".
        88  chain-browse-done               value "Y".
    05  chain-id-known-switch    pic x(01)  value "N".
        88  chain-id-known                  value "Y".
    05  chain-slot-found-switch  pic x(01)  value "N".
        88  chain-slot-found                value "Y".

01  chain-scan-source            pic x(08)  value spaces.
01  chain-gather-sub             pic 9(02)  value zero.
01  chain-new-id-work.
    05  cni-feed-date            pic x(08).
    05  cni-source-system        pic x(08).
    05  cni-feed-sequence        pic 9(07).
01  chain-new-id redefines chain-new-id-work
                                 pic x(23).

*>--- the items in the chain, in the order they were found - the ones
*>--- the query named first, then the ones their events lead to
01  chain-id-count               pic 9(02)  value zero.
01  chain-ids-dropped            pic 9(03)  value zero.
01  chain-id-table.
    05  chain-id-entry           occurs 10 times
                                 indexed by chain-id-idx.
        10  cid-lineage-id.
            15  cid-feed-date    pic x(08).
            15  cid-source-system pic x(08).
            15  cid-feed-sequence pic 9(07).
        10  cid-account-id       pic x(18).
        10  cid-reference        pic x(32).

*>--- every event of every item, kept in date and time order as they
*>--- are gathered
01  chain-event-count            pic 9(03)  value zero.
01  chain-events-dropped         pic 9(05)  value zero.
01  chain-event-table.
    05  chain-event-entry        occurs 250 times
                                 indexed by chain-ev-idx.
        10  ce-sort-key.
            15  ce-event-date    pic x(08).
            15  ce-event-time    pic x(06).
            15  ce-event-serial  pic 9(05).
        10  ce-item-number       pic 9(02).
        10  ce-event-type        pic x(08).
        10  ce-job-name          pic x(08).
        10  ce-operator-id       pic x(08).
        10  ce-related-id        pic x(23).
        10  ce-detail            pic x(60).
01  chain-new-sort-key           pic x(19)  value spaces.
01  chain-slot                   pic 9(03)  value zero.
01  chain-prior                  pic 9(03)  value zero.

*>--- what the whole chain comes to: when it first reached RELOUT,
*>--- and the latest backout
01  chain-relout-date            pic x(08)  value spaces.
01  chain-backout-date           pic x(08)  value spaces.

01  chain-event-description      pic x(30)  value spaces.
01  chain-item-display           pic z9.
01  chain-related-display        pic z9.
01  chain-line                   pic x(80)  value spaces.
01  chain-line-2                 pic x(80)  value spaces.
01  chain-line-3                 pic x(80)  value spaces.
