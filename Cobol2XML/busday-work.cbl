*>--- business-day state (see busday-check): every distinct run date on
*>--- the processing calendar is a business day, loaded whole at
*>--- start-up by load-business-days. the calendar is the authority as
*>--- far as it reaches - a date inside its first-to-last run date
*>--- span that is not on it is a holiday or a weekend; outside that
*>--- span, or with no calendar at all, monday to friday are business
*>--- days. next-business-day rolls business-day-date forward to the
*>--- first business day on or after it
01  business-day-eof-switch      pic x(01)  value "N".
    88  business-day-eof                    value "Y".
01  business-day-count           pic 9(04)  value zero.
01  business-day-table.
    05  business-day-entry       occurs 2000 times
                                 pic x(08).
01  business-day-sub             pic 9(04)  value zero.
01  business-day-first           pic x(08)  value spaces.
01  business-day-last            pic x(08)  value spaces.
01  business-day-date            pic x(08)  value spaces.
01  business-day-switch          pic x(01)  value "N".
    88  business-day-found                  value "Y".
01  business-day-integer         pic 9(07)  value zero.
01  business-day-weekday         pic 9(01)  value zero.
01  business-day-rolls           pic 9(03)  value zero.
