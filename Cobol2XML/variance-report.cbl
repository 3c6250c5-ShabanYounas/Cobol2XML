*>---     PRIOR-DATE=YYYYMMDD   comparison night (default: the latest
*>---                           date on the master before FEED-DATE)
*>---     THRESHOLD=nnn.nn      percent movement that flags (dflt 25)
*>---     BASIS=NATIVE|REPORTING  which totals to compare (dflt NATIVE)
*>--- on the REPORTING basis the reporting-currency totals are judged,
*>--- and an account with a held valuation on either night is flagged
*>--- HELD rather than compared - its reporting total is incomplete.
*>--- RC=4 and a VARIANCE alert when anything flags - the scheduler
*>--- can hold posting on it
environment division.
01  review-feed-date             pic x(08)  value spaces.
01  prior-feed-date              pic x(08)  value spaces.
01  variance-threshold           pic 9(03)v99 value 25.
01  variance-basis               pic x(09)  value "NATIVE".
    88  reporting-basis                     value "REPORTING".
    88  native-basis                        value "NATIVE".

01  walk-account                 pic x(18)  value spaces.
01  current-night-total          pic s9(30)v9(08) value zero.
01  prior-night-total            pic s9(30)v9(08) value zero.
01  night-amount                 pic s9(30)v9(08) value zero.
01  night-held-count             pic 9(07)  value zero.
01  current-night-held           pic 9(07)  value zero.
01  prior-night-held             pic 9(07)  value zero.
01  variance-pct                 pic s9(05)v99 value zero.

01  accounts-compared-count      pic 9(07)  value zero.
01  moved-account-count          pic 9(05)  value zero.
01  new-account-count            pic 9(05)  value zero.
01  vanished-account-count       pic 9(05)  value zero.
01  held-account-count           pic 9(05)  value zero.
01  flagged-total-count          pic 9(05)  value zero.

01  amount-edited                pic -(29)9.9(08).
              "  THRESHOLD "                    delimited by size
              variance-threshold                delimited by size
              " PCT"                            delimited by size
              "  BASIS "                        delimited by size
              variance-basis                    delimited by size
              into report-line
       end-string
       write variance-rpt-record from report-line
               move parm-value(1:8) to review-feed-date
          when "PRIOR-DATE"
               move parm-value(1:8) to prior-feed-date
          when "BASIS"
               move parm-value(1:9) to variance-basis
               if not reporting-basis and not native-basis
                  display "VARIANCE-REPORT: UNKNOWN BASIS "
                          parm-value " - NATIVE USED"
                  move "NATIVE" to variance-basis
               end-if
          when "THRESHOLD"
               call "c$justify" using parm-value, "R"
               inspect parm-value replacing leading " " by "0"
          move ap-account-id to walk-account
          move "N" to current-seen-switch prior-seen-switch
          move zero to current-night-total prior-night-total
                       current-night-held prior-night-held
       end-if
       perform 2100-pick-basis-amount thru 2100-pick-basis-amount-ex
       if ap-feed-date = review-feed-date
          set current-seen to true
          add night-amount     to current-night-total
          add night-held-count to current-night-held
       end-if
       if ap-feed-date = prior-feed-date
                and prior-feed-date not = spaces
          set prior-seen to true
          add night-amount     to prior-night-total
          add night-held-count to prior-night-held
       end-if
    end-if.

2000-walk-positions-ex.
    exit.

2100-pick-basis-amount.

*>--- a position from before valuation carries no reporting fields -
*>--- it reads as zero, never as garbage
    move zero to night-amount night-held-count.
    if reporting-basis
       if ap-reporting-total numeric
          move ap-reporting-total to night-amount
       end-if
       if ap-held-count numeric
          move ap-held-count to night-held-count
       end-if
    else
       move ap-amount-total to night-amount
    end-if.

2100-pick-basis-amount-ex.
    exit.

3000-judge-account.

    if current-seen or prior-seen
       add 1 to accounts-compared-count
    end-if.

*>--- a held valuation leaves the reporting total short by an unknown
*>--- amount - any percentage worked from it would mislead either way
    if current-night-held > 0 or prior-night-held > 0
       add 1 to held-account-count
       add 1 to flagged-total-count
       move spaces to report-line
       move "HELD    " to report-line(1:8)
       move walk-account to report-line(10:18)
       string "VALUATIONS HELD - FEED " delimited by size
              current-night-held        delimited by size
              " PRIOR "                 delimited by size
              prior-night-held          delimited by size
              into report-line(30:60)
       end-string
       write variance-rpt-record from report-line
       go to 3000-judge-account-ex
    end-if.

    if current-seen and prior-seen
       if prior-night-total = zero
          if current-night-total not = zero
    end-string.
    write variance-rpt-record from report-line.

    if reporting-basis
       move spaces to report-line
       string "HELD (NO FX RATE): " delimited by size
              held-account-count    delimited by size
              into report-line
       end-string
       write variance-rpt-record from report-line
    end-if.

    close variance-rpt.

    if flagged-total-count > 0 and return-code = 0
