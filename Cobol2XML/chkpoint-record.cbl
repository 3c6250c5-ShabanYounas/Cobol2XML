        10  ck-fe-records        pic 9(07).
        10  ck-fe-rejects        pic 9(05).
        10  ck-fe-hash           pic 9(16).
*>--- suspected duplicates held off TRANSOUT: they count with the
*>--- detail rejects in a feed's balancing record but not in the
*>--- reject rate, so they ride the checkpoint on their own
    05  ck-duplicate-held        pic 9(05).
    05  ck-feed-start-held       pic 9(05).
    05  ck-feed-ack-held         pic 9(07).
*>--- value-dated items warehoused off TRANSOUT, carried the same way
    05  ck-warehoused            pic 9(05).
    05  ck-feed-start-warehoused pic 9(05).
    05  ck-feed-ack-warehoused   pic 9(07).
