*>--- single-item limit hold record (see release-gate / limit-approve):
*>--- an item batch-convert marked over its ITEMLIM ceiling, kept off
*>--- RELOUT by the gate. the TRANSOUT image is held exactly as it
*>--- proved, kept wide enough to survive output-layout growth, with
*>--- the item's own id - the feed date and source it arrived under and
*>--- its place in that feed, as its lineage id gives them (an item from
*>--- before lineage: its feed and place on that night's TRANSOUT) -
*>--- the id LIMAPPR decides it by. the record stays as the item's
*>--- history whatever is decided
01  limit-hold-record.
    05  lh-trans-image           pic x(500).
    05  lh-hold-key.
        10  lh-feed-date         pic x(08).
        10  lh-sequence          pic 9(07).
    05  lh-source-system         pic x(08).
*>--- lifecycle: "H" held by the gate, "A" approved and "R" rejected by
*>--- a second operator on LIMAPPR, "S" released to posting by the gate
*>--- in a supplementary release, "X" cancelled when its feed was
*>--- backed out (BACKOUT - the date and operator in the decided
*>--- fields). a rejected or cancelled item never posts
    05  lh-status                pic x(01).
        88  lh-status-held                  value "H".
        88  lh-status-approved              value "A".
        88  lh-status-rejected              value "R".
        88  lh-status-released              value "S".
        88  lh-status-cancelled             value "X".
    05  lh-held-date             pic x(08).
    05  lh-held-by               pic x(08).
    05  lh-decided-date          pic x(08).
    05  lh-decided-by            pic x(08).
    05  lh-released-date         pic x(08).
    05  lh-note                  pic x(40).
