*>--- permanent backout trail (see backout-run): who backed out (or
*>--- tried to back out) which partner's feed, and how it ended -
*>--- never rewritten, only extended
01  backout-log-record.
    05  bl-log-date              pic x(08).
    05  bl-log-time              pic x(06).
    05  bl-operator-id           pic x(08).
    05  bl-feed-date             pic x(08).
    05  bl-source-system         pic x(08).
    05  bl-removed-count         pic 9(07).
    05  bl-disposition           pic x(08).
        88  bl-feed-removed                 value "REMOVED".
