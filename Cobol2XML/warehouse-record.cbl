*>--- value-date warehouse record: an item that arrived ahead of the
*>--- business date it takes effect on. batch-convert converts and
*>--- validates it the night it arrives and holds the converted
*>--- TRANSOUT image here instead of writing it - kept wide enough to
*>--- survive output-layout growth - with the feed it arrived in and
*>--- its place in that night's sequence, the id WHINQ works it by.
*>--- on a partitioned night each partition numbers its own items, so
*>--- the partition (zero on a serial night) is part of the id
*>--- WHREL releases it to TRANSOUT on its due date: the value date,
*>--- rolled forward to a business day when it falls on a holiday or
*>--- a weekend. the record stays as the item's history either way
01  warehouse-record.
    05  wh-trans-image           pic x(500).
    05  wh-warehouse-key.
        10  wh-feed-date         pic x(08).
        10  wh-partition         pic 9(01).
        10  wh-sequence          pic 9(07).
    05  wh-source-system         pic x(08).
    05  wh-value-date            pic x(08).
    05  wh-due-date              pic x(08).
    05  wh-account-id            pic x(18).
    05  wh-internal-account      pic 9(12).
    05  wh-reference             pic x(32).
*>--- lifecycle: "W" warehoused by the nightly run, "R" released to
*>--- TRANSOUT by WHREL, "X" cancelled by recon support on WHINQ or
*>--- by BACKOUT when its feed is recalled - with the date and the
*>--- operator of the last change
    05  wh-status                pic x(01).
        88  wh-status-warehoused            value "W".
        88  wh-status-released              value "R".
        88  wh-status-cancelled             value "X".
    05  wh-status-date           pic x(08).
    05  wh-operator              pic x(08).
    05  wh-note                  pic x(40).
