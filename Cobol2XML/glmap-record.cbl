*>--- one account-to-GL mapping rule: which general-ledger accounts a
*>--- released item books to. the account key is a whole account id
*>--- (key length 00 or 18) or the leading characters of one (key
*>--- length 01-17, a prefix covering a range of accounts); source
*>--- system and currency code narrow the rule, "*" meaning any. the
*>--- most specific rule wins - whole account over longer prefix over
*>--- shorter, exact source over "*", exact currency over "*". a new
*>--- account range is a table record, not a recompile
01  gl-map-record.
    05  gm-account-key           pic x(18).
    05  gm-key-length            pic 9(02).
    05  gm-source-system         pic x(08).
    05  gm-currency-code         pic x(03).
    05  gm-debit-gl              pic x(12).
    05  gm-credit-gl             pic x(12).
