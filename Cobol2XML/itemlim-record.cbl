*>--- single-item limit table (see itemlim-check): one ceiling per
*>--- source system, currency and account - the account named by our
*>--- internal account number, or an account class off ACCTMAST. "*"
*>--- in a key field matches anything; a blank currency is the legacy
*>--- blank-coded item. the most specific entry that matches an item
*>--- is the one that applies: account before class before any
*>--- account, then a named source before "*", then a named currency
*>--- before "*". the ceiling is in the item's own currency, against
*>--- to-amount-scaled. maintained only through REFSTAGE/REFAPPR
01  item-limit-record.
    05  il-limit-key.
        10  il-source-system     pic x(08).
        10  il-currency-code     pic x(03).
*>--- 12 digits: an internal account; "*": any account; anything else
*>--- is an account class, left-justified
        10  il-account-key       pic x(12).
    05  il-ceiling               pic 9(13)v99.
