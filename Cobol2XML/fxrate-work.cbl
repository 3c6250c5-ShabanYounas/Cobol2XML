*>--- reporting-currency valuation state (see fxrate-check): a program
*>--- opens FXRATES with open-fx-rates, which also reads the control
*>--- record for the reporting currency and the tolerance, moves the
*>--- item's business date to fx-valuation-date and performs
*>--- value-reporting-amount against the TRANSOUT record in hand.
*>--- an item with no usable rate is held, never valued at zero - the
*>--- held table gathers them by currency and date for one alert each
01  fx-rate-status               pic x(02)  value spaces.
01  fx-switches.
    05  fx-rates-switch          pic x(01)  value "N".
        88  fx-rates-open                   value "Y".
    05  fx-rate-found-switch     pic x(01)  value "N".
        88  fx-rate-found                   value "Y".
    05  fx-cache-found-switch    pic x(01)  value "N".
        88  fx-cache-found                  value "Y".
01  reporting-currency-code      pic x(03)  value spaces.
01  fx-tolerance-days            pic 9(03)  value zero.
01  fx-valuation-date            pic x(08)  value spaces.

01  fx-found-rate                pic 9(08)v9(10) value zero.
01  fx-found-rate-date           pic x(08)  value spaces.
01  fx-lookup-integer            pic 9(08)  value zero.
01  fx-lookup-number             pic 9(08)  value zero.
01  fx-days-back                 pic 9(03)  value zero.

*>--- the last lookup, kept - a feed is one currency and one date far
*>--- more often than not
01  fx-cache-currency            pic x(03)  value spaces.
01  fx-cache-date                pic x(08)  value spaces.
01  fx-cache-rate                pic 9(08)v9(10) value zero.
01  fx-cache-rate-date           pic x(08)  value spaces.

01  fx-held-count                pic 9(02)  value zero.
01  fx-held-table.
    05  fx-held-entry            occurs 50 times.
        10  fh-currency-code     pic x(03).
        10  fh-valuation-date    pic x(08).
        10  fh-item-count        pic 9(07).
01  fx-held-sub                  pic 9(02)  value zero.
01  fx-held-found-sub            pic 9(02)  value zero.
01  fx-held-items                pic 9(07)  value zero.
01  fx-held-unlisted             pic 9(07)  value zero.
