*>--- partner settlement position: the partner-side twin of ACCTPOS,
*>--- built by the same position run from the same released file.
*>--- where ACCTPOS nets everything on an account, this keeps what
*>--- each source system sent apart by currency and by kind of item,
*>--- so the monthly settlement (see partner-settle) can show gross
*>--- items, reversals and adjustments separately. amounts are in the
*>--- currency's proper scale (TRANSOUT scaled amount); totals are
*>--- unsigned - a reversal total is what the reversals took off
01  settlement-position-record.
    05  sp-position-key.
        10  sp-source-system     pic x(08).
*>--- blank for legacy items that carried no currency code
        10  sp-currency-code     pic x(03).
*>--- the date the items book under, as on ACCTPOS
        10  sp-booking-date      pic x(08).
*>--- the partner's feed they came in on, and the night the position
*>--- run posted them - a feed backed out after posting, then re-cut
*>--- and posted again, stays two records
        10  sp-feed-date         pic x(08).
        10  sp-post-date         pic x(08).
    05  sp-gross-count           pic 9(07).
    05  sp-gross-total           pic 9(30)v9(08).
    05  sp-reversal-count        pic 9(07).
    05  sp-reversal-total        pic 9(30)v9(08).
    05  sp-adjust-count          pic 9(07).
    05  sp-adjust-total          pic 9(30)v9(08).
*>--- the time of day the posting run started: a feed re-cut and posted
*>--- late the same day it was backed out is told from what the backout
*>--- recalled by time, not by date. blank on records posted before
*>--- the time was kept
    05  sp-post-time             pic x(06).
