*>--- partner-master transaction: one record per onboarding, change,
*>--- suspension or reinstatement to apply to PARTNERS. an add or a
*>--- change carries the full set-up, not a delta; suspend and
*>--- reinstate need only the source code. partners are never
*>--- deleted - a suspended record is the answer to "who was that"
*>--- when an old feed's rejects come back for repair
01  partner-tran-record.
    05  pt-action                pic x(01).
        88  pt-add-action                   value "A".
        88  pt-change-action                value "C".
        88  pt-suspend-action               value "S".
        88  pt-reinstate-action             value "R".
    05  pt-source-system         pic x(08).
    05  pt-effective-date        pic x(08).
    05  pt-base-flags            pic x(36).
    05  pt-currency-list         pic x(30).
    05  pt-default-code-page     pic x(08).
    05  pt-contact-name          pic x(30).
    05  pt-contact-phone         pic x(20).
