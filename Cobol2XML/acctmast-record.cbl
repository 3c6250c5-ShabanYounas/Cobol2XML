*>--- account master: one record per real account, keyed on our own
*>--- internal account number. partners never send this number - they
*>--- send their own identifiers, which ACCTXREF maps onto it. the
*>--- status and dates decide whether an item may post to the account
*>--- at all; an account is closed, never deleted, so its history
*>--- still resolves
01  account-master-record.
    05  am-account-number        pic 9(12).
    05  am-account-name          pic x(30).
    05  am-status                pic x(01).
        88  am-open                         value "O".
        88  am-frozen                       value "F".
        88  am-closed                       value "C".
    05  am-open-date             pic x(08).
*>--- blank while the account is open; items dated after it reject
*>--- even before the status is moved to closed
    05  am-close-date            pic x(08).
    05  am-maint-date            pic x(08).
*>--- the account's class for the single-item limits (see itemlim-
*>--- record) - blank means the account has none and only a limit
*>--- keyed on the account itself or on any account applies
    05  am-account-class         pic x(04).
