        88  ti-detail-record                value "D".
        88  ti-adjustment-record            value "A".
        88  ti-trailer-record               value "T".
    05  ti-record-body           pic x(89).
    05  ti-detail-view redefines ti-record-body.
        10  ti-account-base      pic 9(02).
        10  ti-account-id        pic x(18).
*>--- 8-implied-decimal convention with no rescaling. a code not on
*>--- the currency table rejects the item like any other bad field
        10  ti-currency-code     pic x(03).
*>--- business date the item takes effect, YYYYMMDD; blank means the
*>--- feed's own date. an item dated after its feed is converted and
*>--- validated on arrival but held on WAREHSE, not sent to TRANSOUT,
*>--- until WHREL releases it on that business day (see whrel.jcl)
        10  ti-value-date        pic x(08).
*>--- an "A" adjustment supersedes an item from an earlier feed: the
*>--- original feed date plus the account/reference that identify it,
*>--- and the corrected values in the same shape a detail carries
*>--- code-page table file for this feed's byte-to-text decoding;
*>--- blank means the compiled-in default mapping
        10  ti-code-page         pic x(08).
        10  filler               pic x(65).
    05  ti-trailer-view redefines ti-record-body.
        10  ti-trailer-count     pic 9(07).
        10  filler               pic x(82).
