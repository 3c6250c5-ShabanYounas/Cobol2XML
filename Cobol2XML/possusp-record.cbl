*>--- position suspense record (see acct-position): a released item
*>--- the position run could not book - its date falls in a closing or
*>--- closed period, or its position is frozen by a month-end close.
*>--- the RELOUT image is kept exactly as it was released, wide enough
*>--- to survive output-layout growth, with the booking date and the
*>--- position it was refused on. every position run tries the file
*>--- again before the night's own items: an item whose period has
*>--- since been reopened (PERCLOSE) books to its own month and comes
*>--- off, anything still locked stays for the next run
01  position-suspense-record.
    05  ps-trans-image           pic x(500).
    05  ps-booking-date          pic x(08).
    05  ps-position-account      pic x(18).
*>--- the night the item was first refused, and the last night it was
*>--- tried again - an item never retried carries its refusal date
    05  ps-refused-date          pic x(08).
    05  ps-retry-date            pic x(08).
