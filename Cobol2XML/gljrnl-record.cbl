*>--- general-ledger journal interface, framed the way the GL load
*>--- proves a batch: one "H" header naming the batch, a balanced pair
*>--- of "D" lines per posted item (one debit, one credit, same
*>--- amount), one "T" trailer carrying the line count and the debit
*>--- and credit totals, whose net must be zero. a reversal books the
*>--- pair the opposite way round
01  gl-journal-record.
    05  gj-record-type           pic x(01).
        88  gj-header-record                value "H".
        88  gj-detail-record                value "D".
        88  gj-trailer-record               value "T".
    05  gj-record-body           pic x(149).
    05  gj-header-view redefines gj-record-body.
        10  gj-journal-date      pic x(08).
        10  gj-batch-id          pic x(12).
        10  gj-origin            pic x(08).
        10  filler               pic x(121).
    05  gj-detail-view redefines gj-record-body.
        10  gj-line-sequence     pic 9(07).
        10  gj-gl-account        pic x(12).
        10  gj-debit-credit      pic x(01).
            88  gj-debit-line               value "D".
            88  gj-credit-line              value "C".
        10  gj-currency-code     pic x(03).
        10  gj-amount            pic 9(30)v9(08).
        10  gj-feed-date         pic x(08).
        10  gj-source-system     pic x(08).
        10  gj-account-id        pic x(18).
        10  gj-reference         pic x(32).
*>--- N = ordinary item, R = reversal entry booked the opposite way
        10  gj-entry-type        pic x(01).
        10  filler               pic x(21).
    05  gj-trailer-view redefines gj-record-body.
        10  gj-line-count        pic 9(07).
        10  gj-debit-total       pic 9(30)v9(08).
        10  gj-credit-total      pic 9(30)v9(08).
        10  gj-net-total         pic s9(30)v9(08)
                                  sign is leading separate.
        10  filler               pic x(27).
