*>--- dated FX rate file (see fxrate-check and fx-rate-load): one
*>--- record per currency per business date, giving what one unit of
*>--- the currency is worth in the reporting currency. the record
*>--- keyed "***" / 00000000 is the file's control record instead -
*>--- the reporting currency every rate is quoted to and how many
*>--- days back a missing date may borrow the latest prior rate
01  fx-rate-record.
    05  fx-rate-key.
        10  fx-currency-code     pic x(03).
            88  fx-control-key              value "***".
        10  fx-rate-date         pic x(08).
    05  fx-rate-body.
        10  fx-reporting-code    pic x(03).
        10  fx-rate              pic 9(08)v9(10).
        10  fx-rate-source       pic x(08).
        10  fx-loaded-date       pic x(08).
    05  fx-control-view redefines fx-rate-body.
        10  fc-reporting-code    pic x(03).
        10  fc-tolerance-days    pic 9(03).
        10  fc-set-date          pic x(08).
        10  filler               pic x(23).
