*>--- permanent override trail (see batch-convert): who pushed which
*>--- control for which partner's feed, and whether OPERSEC let them -
*>--- never rewritten, only extended
01  override-log-record.
    05  ov-log-date              pic x(08).
    05  ov-log-time              pic x(06).
    05  ov-operator-id           pic x(08).
    05  ov-control-name          pic x(12).
    05  ov-source-system         pic x(08).
    05  ov-feed-date             pic x(08).
    05  ov-disposition           pic x(08).
