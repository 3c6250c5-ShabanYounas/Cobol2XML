*>--- partner scorecard extract for the vendor-management system,
*>--- framed the way its load proves a batch: one "H" header naming
*>--- the month, one "D" line per partner with every measure, its
*>--- rank and rating, one "T" trailer with the line count. measures
*>--- carry two implied decimals where they are percentages or days;
*>--- each "G"/"A"/"R" status is the measure against its threshold,
*>--- blank when the measure has none
01  score-extract-record.
    05  sx-record-type           pic x(01).
        88  sx-header-record                value "H".
        88  sx-detail-record                value "D".
        88  sx-trailer-record               value "T".
    05  sx-record-body           pic x(199).
    05  sx-header-view redefines sx-record-body.
        10  sx-run-date          pic x(08).
        10  sx-period-id         pic x(06).
        10  sx-period-start      pic x(08).
        10  sx-period-end        pic x(08).
        10  sx-origin            pic x(08).
        10  filler               pic x(161).
    05  sx-detail-view redefines sx-record-body.
        10  sx-source-system     pic x(08).
        10  sx-rank              pic 9(03).
        10  sx-rating            pic x(01).
        10  sx-score-pct         pic 9(03).
        10  sx-feeds-expected    pic 9(04).
        10  sx-feeds-received    pic 9(04).
        10  sx-feeds-late        pic 9(04).
        10  sx-feeds-on-time     pic 9(04).
        10  sx-ontime-pct        pic 9(03)v9(02).
        10  sx-items-received    pic 9(09).
        10  sx-items-rejected    pic 9(07).
        10  sx-reject-pct        pic 9(03)v9(02).
*>--- rejects by failing field: ACCOUNT-ID, AMOUNT, REFERENCE,
*>--- CURRENCY, VALUE-DATE and everything else
        10  sx-field-rejects     pic 9(07)  occurs 6 times.
        10  sx-rejects-corrected pic 9(07).
        10  sx-repair-days       pic 9(03)v9(02).
        10  sx-rejects-open      pic 9(07).
        10  sx-conf-breaks       pic 9(05).
        10  sx-adjustments       pic 9(07).
        10  sx-overrides         pic 9(05).
        10  sx-recalls           pic 9(05).
        10  sx-reject-alerts     pic 9(04).
*>--- ONTIME-PCT, REJECT-PCT, REPAIR-DAYS, CONF-BREAKS, ADJUSTMENTS,
*>--- OVERRIDES, RECALLS
        10  sx-measure-status    pic x(01)  occurs 7 times.
        10  filler               pic x(48).
    05  sx-trailer-view redefines sx-record-body.
        10  sx-line-count        pic 9(05).
        10  filler               pic x(194).
