*>--- permanent trail of guided reject repairs (see reject-repair) -
*>--- extend-only. a saved repair writes one record per field it
*>--- changed, old value and new, with the repairer and - where the
*>--- change moves money - the second operator who confirmed it; an
*>--- account or amount change nobody confirmed is written the same
*>--- way marked UNCONFRM, and a refused operator marked REFUSED
01  repair-log-record.
    05  rp-log-date              pic x(08).
    05  rp-log-time              pic x(06).
    05  rp-operator-id           pic x(08).
    05  rp-confirmed-by          pic x(08).
*>--- the reject, by the feed it fell out of and its place in it
    05  rp-feed-date             pic x(08).
    05  rp-source-system         pic x(08).
    05  rp-feed-sequence         pic 9(07).
    05  rp-lineage-id            pic x(23).
    05  rp-field-name            pic x(14).
    05  rp-old-value             pic x(32).
    05  rp-new-value             pic x(32).
    05  rp-disposition           pic x(08).
