*>--- partner account cross-reference: maps the account identifier a
*>--- source system sends, in the base it sends it in, to our internal
*>--- account number on ACCTMAST. one real account may have several
*>--- entries - one per partner, and more than one where a partner
*>--- sends it in different bases
01  account-xref-record.
    05  ax-xref-key.
        10  ax-source-system     pic x(08).
        10  ax-account-base      pic 9(02).
        10  ax-partner-account   pic x(18).
    05  ax-account-number        pic 9(12).
    05  ax-maint-date            pic x(08).
