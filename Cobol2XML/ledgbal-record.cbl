*>--- the core ledger's end-of-day balance extract (see ledger-tieout):
*>--- one record per account in our internal account number order -
*>--- the number (ACCTMAST) left-justified as ACCTPOS carries it, the
*>--- account's currency, its closing balance signed, and the business
*>--- date the balance stands at. every record on one extract carries
*>--- the same as-of date
01  ledger-balance-record.
    05  lb-account-id            pic x(18).
    05  lb-currency-code         pic x(03).
    05  lb-balance               pic s9(30)v9(08)
                                  sign is leading separate.
    05  lb-as-of-date            pic x(08).
