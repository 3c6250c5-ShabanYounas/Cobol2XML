*>--- permanent release trail (see release-gate), one record per feed
*>--- released - never rewritten, only extended. a refused hand
*>--- release leaves its records too, marked REFUSED. items held over
*>--- their single-item limit are inside the proved count but were not
*>--- released - rel-held-count; when they are approved they reach
*>--- posting in a supplementary release, a record of its own marked
*>--- SUPPLEM with just those items' count and hash
01  release-log-record.
    05  rel-release-date         pic x(08).
    05  rel-release-time         pic x(06).
    05  rel-operator-id          pic x(08).
    05  rel-feed-date            pic x(08).
    05  rel-source-system        pic x(08).
    05  rel-record-count         pic 9(07).
    05  rel-reject-count         pic 9(05).
    05  rel-hash-total           pic 9(16).
    05  rel-disposition          pic x(08).
        88  rel-feed-released               value "RELEASED".
        88  rel-feed-supplement             value "SUPPLEM".
    05  rel-held-count           pic 9(07).
