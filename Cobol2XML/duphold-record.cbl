*>--- suspected-duplicate hold record: an item that converted clean
*>--- but matches - account id, amount and reference - an item already
*>--- on the result history from an earlier night inside the lookback
*>--- window. the converted TRANSOUT image is held here instead of
*>--- going to TRANSOUT, kept wide enough to survive output-layout
*>--- growth, with the feed it arrived in, its place in that night's
*>--- sequence and the history item it looks like. recon support
*>--- releases the genuine ones (DUPREL appends them to TRANSOUT and
*>--- books them back onto their feed's balancing record) or cancels
*>--- the re-sends; either way the record stays as the item's history
01  duplicate-hold-record.
    05  dh-trans-image           pic x(500).
    05  dh-feed-date             pic x(08).
    05  dh-source-system         pic x(08).
    05  dh-sequence              pic 9(07).
    05  dh-match-feed-date       pic x(08).
    05  dh-match-sequence        pic 9(07).
    05  dh-account-id            pic x(18).
    05  dh-reference             pic x(32).
*>--- lifecycle: "H" held by the nightly run, "R" released back into
*>--- the flow, "X" cancelled as a genuine re-send or by BACKOUT when
*>--- its feed is recalled - with the date and the operator of the
*>--- last change
    05  dh-status                pic x(01).
        88  dh-status-held                  value "H".
        88  dh-status-released              value "R".
        88  dh-status-cancelled             value "X".
    05  dh-status-date           pic x(08).
    05  dh-operator              pic x(08).
