*>--- night output archive catalog: one record per archived piece -
*>--- one output's slice for one feed, as filed on one night - with
*>--- the piece's record count and image hash, which night-retrieve
*>--- proves the rebuilt file against. when a piece passes the
*>--- retention its output type is given, its records leave the
*>--- store but the catalog record stays, marked aged off with the
*>--- date and the retention that took it - the catalog shows what
*>--- the archive no longer holds
01  output-catalog-record.
    05  oc-catalog-key.
        10  oc-feed-date         pic x(08).
        10  oc-source-system     pic x(08).
        10  oc-output-type       pic x(08).
        10  oc-archive-date      pic x(08).
    05  oc-record-count          pic 9(07).
    05  oc-hash-total            pic 9(16).
    05  oc-state                 pic x(01).
        88  oc-archived                     value "A".
        88  oc-aged-off                     value "P".
    05  oc-aged-off-date         pic x(08).
    05  oc-retain-days           pic 9(04).
