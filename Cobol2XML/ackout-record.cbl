*>--- disposition and - for a reject - the same reason the suspense
*>--- file carries, and a trailer with counts the partner can balance
*>--- against what they sent. closes the loop the same night instead
*>--- of at week's end. an item held as a suspected duplicate of one
*>--- sent on an earlier night is acknowledged "SUSPDUP" and counted
*>--- apart from the accepted and rejected items; one dated ahead of
*>--- its feed is acknowledged "WAREHSD", with its due date, and counted
*>--- apart again - it posts on that date without a second ack
01  ack-record.
    05  ak-record-type           pic x(01).
        88  ak-header-record                value "H".
        10  ak-accepted-count    pic 9(07).
        10  ak-rejected-count    pic 9(07).
        10  ak-bypassed-count    pic 9(07).
        10  ak-held-count        pic 9(07).
        10  ak-warehoused-count  pic 9(07).
        10  filler               pic x(75).
