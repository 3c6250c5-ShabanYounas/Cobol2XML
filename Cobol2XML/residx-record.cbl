*>--- key, but what lets a backout remove one source's night without
*>--- touching another source that ran the same feed date
    05  ri-source-system         pic x(08).
*>--- the internal account the item resolved to (see TRANSOUT)
    05  ri-internal-account      pic 9(12).
*>--- the item's reporting-currency valuation (see TRANSOUT) - what a
*>--- later adjustment's reversal takes back out
    05  ri-valuation-state       pic x(01).
    05  ri-reporting-amount      pic 9(30)v9(08).
    05  ri-fx-rate               pic 9(08)v9(10).
    05  ri-fx-rate-date          pic x(08).
*>--- the item's lineage id (see TRANSOUT) - what an adjustment's
*>--- reversal ties back to
    05  ri-lineage-id            pic x(23).
*>--- the item's currency and its amount in that currency's scale (see
*>--- TRANSOUT) - so a reversal posts back to the same currency
*>--- position the original did. spaces on a record from before they
*>--- were kept: the reversal falls back to the legacy convention
    05  ri-currency-code         pic x(03).
    05  ri-amount-scaled         pic 9(30)v9(08).
