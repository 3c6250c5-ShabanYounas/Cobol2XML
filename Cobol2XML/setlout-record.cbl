*>--- settlement file for the payments system, framed the way the
*>--- payments load proves a batch: one "H" header naming the batch
*>--- and the period, one "D" line per source system and currency
*>--- carrying the net amount due and the statement's control
*>--- reference, one "T" trailer with the line count and the signed
*>--- total of the lines. a restatement batch is flagged on the
*>--- header and each line names the reference it replaces, so the
*>--- payments side can reverse the earlier instruction
01  settlement-out-record.
    05  so-record-type           pic x(01).
        88  so-header-record                value "H".
        88  so-detail-record                value "D".
        88  so-trailer-record               value "T".
    05  so-record-body           pic x(149).
    05  so-header-view redefines so-record-body.
        10  so-issue-date        pic x(08).
        10  so-batch-id          pic x(12).
        10  so-period-id         pic x(06).
        10  so-issue-number      pic 9(02).
        10  so-restatement-flag  pic x(01).
            88  so-restatement              value "R".
        10  so-origin            pic x(08).
        10  filler               pic x(112).
    05  so-detail-view redefines so-record-body.
        10  so-line-sequence     pic 9(07).
        10  so-source-system     pic x(08).
        10  so-currency-code     pic x(03).
        10  so-control-ref       pic x(16).
*>--- P = the net is due to the partner, R = due from the partner
        10  so-direction         pic x(01).
            88  so-pay-partner              value "P".
            88  so-receive-partner          value "R".
        10  so-net-amount        pic 9(30)v9(08).
        10  so-item-count        pic 9(07).
        10  so-restated-ref      pic x(16).
        10  filler               pic x(53).
    05  so-trailer-view redefines so-record-body.
        10  so-line-count        pic 9(07).
        10  so-net-total         pic s9(30)v9(08)
                                  sign is leading separate.
        10  filler               pic x(103).
