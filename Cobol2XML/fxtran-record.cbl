*>--- FX rate load transaction (see fx-rate-load): an "R" record is
*>--- one currency's rate to the reporting currency for one business
*>--- date, the rate carried as 18 digits with ten decimals implied;
*>--- a "C" record sets the control record - the reporting currency
*>--- (in ft-reporting-code) and the fall-back tolerance in days
01  fx-tran-record.
    05  ft-action                pic x(01).
        88  ft-rate-action                  value "R".
        88  ft-control-action               value "C".
    05  ft-currency-code         pic x(03).
    05  ft-rate-date             pic x(08).
    05  ft-reporting-code        pic x(03).
    05  ft-rate                  pic 9(08)v9(10).
    05  ft-rate-source           pic x(08).
    05  ft-tolerance-days        pic x(03).
