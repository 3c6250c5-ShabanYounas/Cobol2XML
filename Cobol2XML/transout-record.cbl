    05  to-part-desc             pic x(30).
    05  to-part-status           pic x(08).
    05  to-status                pic x(40).
*>--- the date the item books under on the position master - the feed
*>--- date, except for a prior-period adjustment, whose reversal and
*>--- corrected item book into the current open period because the
*>--- original's period is closed. blank (older records, reprocessed
*>--- rejects) means book under the feed date
    05  to-posting-date          pic x(08).
*>--- our internal account number (ACCTMAST) the partner's account id
*>--- resolved to - what positions and statements key on, so one real
*>--- account is one position whichever partner id or base it came
*>--- in under. zero or blank on records from before resolution
    05  to-internal-account      pic 9(12).
*>--- the item valued in the reporting currency (see fxrate-check):
*>--- to-amount-scaled at the FX rate for the feed's business date, or
*>--- the latest prior rate within the tolerance, with the rate and
*>--- the date it was quoted for. "V" valued; "H" held - no usable
*>--- rate, no reporting amount; blank - not valued (bypassed items,
*>--- the reversal of an item that never was)
    05  to-valuation-state       pic x(01).
        88  to-valuation-done               value "V".
        88  to-valuation-held               value "H".
    05  to-reporting-amount      pic 9(30)v9(08).
    05  to-fx-rate               pic 9(08)v9(10).
    05  to-fx-rate-date          pic x(08).
*>--- single-item limit (see itemlim-check): "H" - to-amount-scaled is
*>--- over the ceiling ITEMLIM sets for the item's source, currency and
*>--- account, so release-gate keeps the item back on LIMHOLD until a
*>--- second operator approves it (LIMAPPR); the ceiling it broke rides
*>--- alongside. blank - no ceiling applied or the item is within it
    05  to-limit-state           pic x(01).
        88  to-limit-held                   value "H".
    05  to-limit-ceiling         pic 9(13)v99.
*>--- the item's lineage id (see lineage-record): the feed date and
*>--- source it first arrived under and its place in that feed. a
*>--- repaired reject keeps the one it arrived with; the reversal of
*>--- a superseded item carries the original's. blank on records from
*>--- before lineage was kept
    05  to-lineage-id            pic x(23).
