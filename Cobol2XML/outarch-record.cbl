*>--- night output archive store (see night-archive): every record
*>--- image of every output the night cut, filed under the feed it
*>--- belongs to - feed date and source system - and the output it
*>--- came from, in the order it went out. the archive date is the
*>--- night it was filed, so a feed re-cut after a backout keeps both
*>--- the recalled and the corrected outputs. night-retrieve rebuilds
*>--- a night's files from it exactly as they went out
01  output-archive-record.
    05  oa-archive-key.
        10  oa-feed-date         pic x(08).
        10  oa-source-system     pic x(08).
*>--- TRANSOUT, XMLDOC, ACKOUT, CTLTOTAL or REJECTS
        10  oa-output-type       pic x(08).
        10  oa-archive-date      pic x(08).
        10  oa-sequence          pic 9(07).
*>--- the record as it was written - the widest output is TRANSOUT
    05  oa-record-image          pic x(480).
