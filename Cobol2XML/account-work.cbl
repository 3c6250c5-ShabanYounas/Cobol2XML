*>--- account resolution state (see account-check and convert-detail's
*>--- 3500-resolve-account): a program opens ACCTMAST and ACCTXREF with
*>--- open-account-files, and before each conversion moves the item's
*>--- source system and feed date to account-check-source/-date so the
*>--- item resolves through the right partner's cross-reference
01  account-master-status        pic x(02)  value spaces.
01  account-xref-status          pic x(02)  value spaces.
01  account-switches.
    05  account-files-switch     pic x(01)  value "N".
        88  account-files-open              value "Y".
    05  account-resolved-switch  pic x(01)  value "N".
        88  account-resolved                value "Y".
01  account-check-source         pic x(08)  value spaces.
01  account-check-date           pic x(08)  value spaces.
01  account-number-display       pic 9(12)  value zero.
