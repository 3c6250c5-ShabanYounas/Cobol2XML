*>--- single-item limit state (see itemlim-check): the ITEMLIM table
*>--- is loaded whole at start-up by load-item-limits; each converted
*>--- item is then held to the most specific ceiling that matches its
*>--- source, currency and account by check-item-limit. a missing or
*>--- empty table means no ceilings - nothing is held, and the run says
*>--- so. held items are counted here for the report and the alert
01  item-limit-status            pic x(02)  value spaces.
01  item-limit-switches.
    05  item-limit-loaded-switch pic x(01)  value "N".
        88  item-limits-loaded              value "Y".
    05  item-limit-eof-switch    pic x(01)  value "N".
        88  item-limit-eof                  value "Y".
01  item-limit-count             pic 9(03)  value zero.
01  item-limit-table.
    05  item-limit-entry         occurs 500 times.
        10  lt-source-system     pic x(08).
        10  lt-currency-code     pic x(03).
        10  lt-account-key       pic x(12).
        10  lt-ceiling           pic 9(13)v99.
01  item-limit-sub               pic 9(03)  value zero.
01  item-limit-found-sub         pic 9(03)  value zero.

*>--- the match score: account level (2 account, 1 class, 0 any) times
*>--- four, plus two for a named source, plus one for a named currency,
*>--- plus one so that even an all-"*" entry beats no match at all
01  item-limit-score             pic 9(02)  value zero.
01  item-limit-best-score        pic 9(02)  value zero.
01  item-limit-level             pic 9(01)  value zero.
01  item-limit-source            pic x(08)  value spaces.
01  item-limit-account-key       pic x(12)  value spaces.

01  limit-held-items             pic 9(07)  value zero.
