*>--- they believe they sent (account id and the amount in plain
*>--- decimal), closed by one "T" trailer carrying their own item
*>--- count so a truncated confirmation is caught before it drives a
*>--- discrepancy report. a detail may name the source system it
*>--- confirms for, so a break the match finds is charged to the right
*>--- partner; blank from a partner not yet sending it
01  confirm-record.
    05  cf-record-type           pic x(01).
        88  cf-detail-record                value "D".
    05  cf-detail-view redefines cf-record-body.
        10  cf-account-id        pic x(18).
        10  cf-amount            pic 9(16)v9(02).
        10  cf-source-system     pic x(08).
        10  filler               pic x(16).
    05  cf-trailer-view redefines cf-record-body.
        10  cf-item-count        pic 9(07).
        10  filler               pic x(53).
