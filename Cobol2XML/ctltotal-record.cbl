*>--- carry several, one per source system). across the whole file
*>--- TRANSOUT must hold the sum of (ct-record-count - ct-reject-count)
*>--- records whose converted values hash to the sum of ct-hash-total
*>--- (low 16 digits) before anything posts. ct-reject-count is
*>--- every detail the feed carried that is not on TRANSOUT - the
*>--- rejects and the items held as suspected duplicates alike; a
*>--- repaired or released item comes off it as it is appended
01  control-total-record.
    05  ct-feed-date             pic x(08).
    05  ct-source-system         pic x(08).
