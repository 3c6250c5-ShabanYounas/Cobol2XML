*>--- source-system partner master, keyed on the source code exactly
*>--- as it arrives in the feed header. onboarding a partner is adding
*>--- its record with the date its feeds start counting; suspending
*>--- one stops its feeds at the header without losing its set-up.
*>--- PRTNMNT maintains it, batch-convert validates every feed header
*>--- and item against it
01  partner-record.
    05  ps-source-system         pic x(08).
    05  ps-status                pic x(01).
        88  ps-active                       value "A".
        88  ps-suspended                    value "S".
    05  ps-effective-date        pic x(08).
*>--- one flag per base, subscripted by the base itself - "Y" means
*>--- the partner may send account, amount or reference in that
*>--- base. position 1 is never used
    05  ps-base-flags.
        10  ps-base-allowed      pic x(01)  occurs 36 times.
*>--- the currency codes its items may carry; blank slots are unused.
*>--- a blank-coded legacy item is not a currency and always passes
    05  ps-currency-list.
        10  ps-currency-code     pic x(03)  occurs 10 times.
*>--- decoding table used when the partner's header leaves the code
*>--- page blank
    05  ps-default-code-page     pic x(08).
*>--- who recon support chases when the partner's feed is refused
    05  ps-contact-name          pic x(30).
    05  ps-contact-phone         pic x(20).
    05  ps-maint-date            pic x(08).
