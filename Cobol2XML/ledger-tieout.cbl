identification division.
program-id. ledger-tieout.

*>--- ledger balance tie-out: proves the cumulative ACCTPOS positions
*>--- agree with what the core ledger holds for the same accounts.
*>--- the ledger's end-of-day balance extract (LEDGBAL, in account
*>--- order) is matched against each account's native position totals
*>--- summed over every feed date up to the extract's as-of date, and
*>--- every account that differs by more than the tolerance, or is on
*>--- one side only, is listed as a break - the month-end spreadsheet
*>--- tie-out, done every night.
*>--- breaks stay on the LEDGBRK file, aged from the as-of date they
*>--- first appeared on; a break clears itself (listed, then deleted)
*>--- the first night the two sides agree, or when the account has
*>--- left both sides. positions still booked under a partner's own
*>--- id (from before account resolution) have no ledger account and
*>--- are only counted.
*>--- SYSIN control cards:
*>---     AS-OF=YYYYMMDD        date to tie out at (default: the as-of
*>---                           date the extract carries)
*>---     TOLERANCE=nnnnnnnnn.nn  difference that breaks (dflt 0.01)
*>---     AGE-DAYS=nnn          age at which an open break alerts
*>---                           (default 5; a "*" LEDGER-BREAK rule on
*>---                           ALRULES overrides it)
*>--- an extract record for another as-of date, out of account order,
*>--- repeated or with a bad balance is listed and skipped - its
*>--- account then breaks as position-only, which is what it is until
*>--- the ledger sends it clean.
*>--- RC=4 means breaks are open, RC=8 that extract records were
*>--- skipped, RC=12 that the extract, the positions or the breaks
*>--- file was unavailable and nothing was tied out. a LEDGER-BREAK
*>--- alert goes out when any break is older than the alert age
environment division.
input-output section.
file-control.
    select ledger-balance
        assign to "LEDGBAL"
        organization is line sequential
        file status is ledger-balance-status.

    select account-position
        assign to "ACCTPOS"
        organization is indexed
        access mode is dynamic
        record key is ap-position-key
        file status is account-position-status.

    select ledger-breaks
        assign to "LEDGBRK"
        organization is indexed
        access mode is dynamic
        record key is bk-account-id
        file status is ledger-breaks-status.

    select tieout-parms
        assign to "SYSIN"
        organization is line sequential
        file status is tieout-parms-status.

    select tieout-rpt
        assign to "LEDGRPT"
        organization is line sequential.

*>--- suite-wide alert queue and its rules table (see alert-queue);
*>--- both optional - alerting must never hold up the work
    select optional alert-queue
        assign to "ALERTQ"
        organization is line sequential
        file status is alert-queue-status.

    select optional alert-rules
        assign to "ALRULES"
        organization is line sequential
        file status is alert-rules-status.

*>--- the shared night-cycle status board (see cycle-stamp); optional
*>--- so the first night of a new cycle starts the board itself
    select optional cycle-status
        assign to "CYCLESTA"
        organization is line sequential
        file status is cycle-status-status.

data division.
file section.
fd  ledger-balance.
copy "ledgbal-record.cbl".

fd  account-position.
copy "acctpos-record.cbl".

fd  ledger-breaks.
copy "ledgbrk-record.cbl".

fd  tieout-parms.
01  tieout-parms-record          pic x(80).

fd  tieout-rpt.
01  tieout-rpt-record            pic x(132).

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

fd  cycle-status.
copy "cyclestat-record.cbl".

working-storage section.
copy "cycle-work.cbl".
copy "alert-work.cbl".

01  tieout-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  ledger-eof-switch        pic x(01)  value "N".
        88  end-of-ledger                   value "Y".
    05  ledger-ready-switch      pic x(01)  value "N".
        88  ledger-ready                    value "Y".
    05  position-eof-switch      pic x(01)  value "N".
        88  end-of-positions                value "Y".
    05  position-ready-switch    pic x(01)  value "N".
        88  position-ready                  value "Y".
    05  position-dated-switch    pic x(01)  value "N".
        88  position-dated                  value "Y".
    05  match-done-switch        pic x(01)  value "N".
        88  match-done                      value "Y".
    05  sweep-done-switch        pic x(01)  value "N".
        88  sweep-done                      value "Y".
    05  break-found-switch       pic x(01)  value "N".
        88  break-found                     value "Y".
    05  ledger-open-switch       pic x(01)  value "N".
        88  ledger-opened                   value "Y".
    05  position-open-switch     pic x(01)  value "N".
        88  position-opened                 value "Y".
    05  breaks-open-switch       pic x(01)  value "N".
        88  breaks-opened                   value "Y".
    05  heading-switch           pic x(01)  value "N".
        88  heading-written                 value "Y".

01  ledger-balance-status        pic x(02)  value spaces.
01  account-position-status      pic x(02)  value spaces.
01  ledger-breaks-status         pic x(02)  value spaces.
01  tieout-parms-status          pic x(02)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.

01  tieout-run-date              pic x(08)  value spaces.
01  tieout-as-of-date            pic x(08)  value spaces.
01  as-of-integer                pic 9(08)  value zero.
01  first-seen-integer           pic 9(08)  value zero.
01  tieout-tolerance             pic 9(09)v99 value 0.01.
01  age-alert-days               pic 9(03)  value 5.
01  age-days                     pic 9(05)  value zero.
01  age-days-edited              pic zzzz9.

*>--- the current account on each side of the match; high-values once
*>--- a side is exhausted, so the other side runs out against it
01  ledger-account               pic x(18)  value spaces.
01  previous-ledger-account      pic x(18)  value spaces.
01  position-account             pic x(18)  value spaces.
01  position-total               pic s9(30)v9(08) value zero.
01  ledger-skip-reason           pic x(40)  value spaces.

01  break-type                   pic x(01)  value spaces.
01  break-currency               pic x(03)  value spaces.
01  break-ledger-balance         pic s9(30)v9(08) value zero.
01  break-position-total         pic s9(30)v9(08) value zero.
01  break-difference             pic s9(30)v9(08) value zero.
01  break-word                   pic x(08)  value spaces.
01  clear-reason                 pic x(24)  value spaces.

01  ledger-read-count            pic 9(07)  value zero.
01  ledger-skipped-count         pic 9(07)  value zero.
01  position-account-count       pic 9(07)  value zero.
01  unresolved-account-count     pic 9(07)  value zero.
01  agreed-account-count         pic 9(07)  value zero.
01  amount-break-count           pic 9(05)  value zero.
01  ledger-only-count            pic 9(05)  value zero.
01  position-only-count          pic 9(05)  value zero.
01  open-break-count             pic 9(05)  value zero.
01  new-break-count              pic 9(05)  value zero.
01  cleared-break-count          pic 9(05)  value zero.
01  aged-break-count             pic 9(05)  value zero.
01  oldest-break-days            pic 9(05)  value zero.

01  amount-edited                pic -(17)9.9(08).
01  amount-edited-2              pic -(17)9.9(08).
01  amount-edited-3              pic -(17)9.9(08).
01  tolerance-edited             pic z(8)9.99.
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    perform 2000-match-accounts thru 2000-match-accounts-ex
        until match-done.
    if breaks-opened
       perform 5000-sweep-breaks thru 5000-sweep-breaks-ex
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to tieout-run-date.

    move "LEDGTIE" to cycle-job-name.
    perform 9010-stamp-cycle-start thru 9010-stamp-cycle-start-ex.

    move "LEDGTIE" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    perform 1100-read-parms thru 1100-read-parms-ex.

*>--- the alert age is a rule like the others: a "*" LEDGER-BREAK
*>--- rule retunes it by editing the table
    move "LEDGER-BREAK" to alert-condition.
    move "*"            to alert-source.
    move age-alert-days to alert-threshold.
    perform find-alert-rule thru find-alert-rule-ex.
    if alert-rule-found
       move alert-threshold to age-alert-days
    end-if.

    open output tieout-rpt.

    move spaces to report-line.
    string "COBOL2XML LEDGER BALANCE TIE-OUT - " delimited by size
           tieout-run-date                       delimited by size
           into report-line
    end-string.
    write tieout-rpt-record from report-line.

    set match-done to true.

    open input ledger-balance.
    if ledger-balance-status not = "00"
       move "*** LEDGBAL EXTRACT UNAVAILABLE - NOTHING TIED OUT ***"
            to report-line
       write tieout-rpt-record from report-line
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.
    set ledger-opened to true.

*>--- the first good record settles the as-of date when no card did
    perform 2100-next-ledger-account thru 2100-next-ledger-account-ex.
    if ledger-account = high-values
       move "*** NO USABLE LEDGBAL RECORD - NOTHING TIED OUT ***"
            to report-line
       write tieout-rpt-record from report-line
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.
    if tieout-as-of-date not numeric
       move "*** NO VALID AS-OF DATE - NOTHING TIED OUT ***"
            to report-line
       write tieout-rpt-record from report-line
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.
    compute as-of-integer
          = function integer-of-date(
                function numval( tieout-as-of-date ) ).

    open input account-position.
    if account-position-status not = "00"
       move "*** POSITION MASTER UNAVAILABLE - HAS ACCTPOS RUN? ***"
            to report-line
       write tieout-rpt-record from report-line
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.
    set position-opened to true.

*>--- the first tie-out creates the breaks file; after that it must
*>--- open - a run that could not keep its breaks would lose their age
    open i-o ledger-breaks.
    if ledger-breaks-status not = "00"
       open output ledger-breaks
       close ledger-breaks
       open i-o ledger-breaks
    end-if.
    if ledger-breaks-status not = "00"
       display "LEDGER-TIEOUT: BREAKS FILE UNAVAILABLE (STATUS "
               ledger-breaks-status ") - RUN STOPPED"
       move "*** LEDGBRK UNAVAILABLE - NOTHING TIED OUT ***"
            to report-line
       write tieout-rpt-record from report-line
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.
    set breaks-opened to true.

    move low-values to ap-position-key.
    start account-position key is >= ap-position-key
        invalid key
            set end-of-positions to true
    end-start.
    if not end-of-positions
       perform 3200-read-position thru 3200-read-position-ex
    end-if.
    perform 3000-next-position-account
       thru 3000-next-position-account-ex.

    move "N" to match-done-switch.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input tieout-parms.
    if tieout-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if tieout-parms-status = "00" or tieout-parms-status = "10"
       close tieout-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read tieout-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and tieout-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring tieout-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "AS-OF"
               move parm-value(1:8) to tieout-as-of-date
          when "TOLERANCE"
               call "c$justify" using parm-value, "R"
               inspect parm-value replacing leading " " by "0"
               compute tieout-tolerance
                     = function numval( parm-value )
          when "AGE-DAYS"
               call "c$justify" using parm-value, "R"
               inspect parm-value replacing leading " " by "0"
               move parm-value(18:3) to age-alert-days
          when other
               display "LEDGER-TIEOUT: UNRECOGNIZED CONTROL CARD: "
                       tieout-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1200-write-heading.

    set heading-written to true.
    move tieout-tolerance to tolerance-edited.
    move spaces to report-line.
    string "AS OF "               delimited by size
           tieout-as-of-date      delimited by size
           "  TOLERANCE "         delimited by size
           tolerance-edited       delimited by size
           "  ALERT AGE "         delimited by size
           age-alert-days         delimited by size
           " DAYS"                delimited by size
           into report-line
    end-string.
    write tieout-rpt-record from report-line.

    move spaces to report-line.
    write tieout-rpt-record from report-line.

    move spaces to report-line.
    move "BREAK"     to report-line(1:5).
    move "ACCOUNT"   to report-line(10:7).
    move "CCY"       to report-line(29:3).
    move "LEDGER BALANCE"   to report-line(46:14).
    move "POSITION TOTAL"   to report-line(74:14).
    move "DIFFERENCE"       to report-line(106:10).
    move "FIRST"     to report-line(117:5).
    move "AGE"       to report-line(128:3).
    write tieout-rpt-record from report-line.

1200-write-heading-ex.
    exit.

2000-match-accounts.

*>--- both sides arrive in account order: equal keys tie out, the
*>--- lower key is on its side only
    if ledger-account = high-values and position-account = high-values
       set match-done to true
       go to 2000-match-accounts-ex
    end-if.

    if ledger-account = position-account
       perform 4000-tie-account thru 4000-tie-account-ex
       perform 2100-next-ledger-account
          thru 2100-next-ledger-account-ex
       perform 3000-next-position-account
          thru 3000-next-position-account-ex
    else
    if ledger-account < position-account
       add 1 to ledger-only-count
       move "L"              to break-type
       move ledger-account   to bk-account-id
       move lb-currency-code to break-currency
       move lb-balance       to break-ledger-balance
       move zero             to break-position-total
       compute break-difference = 0 - lb-balance
       perform 4100-record-break thru 4100-record-break-ex
       perform 2100-next-ledger-account
          thru 2100-next-ledger-account-ex
    else
       add 1 to position-only-count
       move "P"              to break-type
       move position-account to bk-account-id
       move spaces           to break-currency
       move zero             to break-ledger-balance
       move position-total   to break-position-total
       move position-total   to break-difference
       perform 4100-record-break thru 4100-record-break-ex
       perform 3000-next-position-account
          thru 3000-next-position-account-ex
    end-if
    end-if.

2000-match-accounts-ex.
    exit.

2100-next-ledger-account.

    move "N" to ledger-ready-switch.
    perform 2150-read-one-ledger thru 2150-read-one-ledger-ex
        until ledger-ready.

2100-next-ledger-account-ex.
    exit.

2150-read-one-ledger.

    if end-of-ledger
       move high-values to ledger-account
       set ledger-ready to true
       go to 2150-read-one-ledger-ex
    end-if.

    read ledger-balance
        at end
            set end-of-ledger to true
            move high-values to ledger-account
            set ledger-ready to true
            go to 2150-read-one-ledger-ex
    end-read.

    if ledger-balance-record = spaces
       go to 2150-read-one-ledger-ex
    end-if.

    add 1 to ledger-read-count.
    if tieout-as-of-date = spaces
       move lb-as-of-date to tieout-as-of-date
    end-if.
    if not heading-written
       perform 1200-write-heading thru 1200-write-heading-ex
    end-if.

*>--- the match depends on account order - a record that breaks it
*>--- cannot be tied and is set aside rather than guessed at
    move spaces to ledger-skip-reason.
    if lb-account-id = spaces
       move "ACCOUNT IS BLANK" to ledger-skip-reason
    else
    if lb-as-of-date not = tieout-as-of-date
       string "AS-OF DATE "     delimited by size
              lb-as-of-date     delimited by size
              " IS NOT "        delimited by size
              tieout-as-of-date delimited by size
              into ledger-skip-reason
       end-string
    else
    if lb-balance not numeric
       move "BALANCE IS NOT NUMERIC" to ledger-skip-reason
    else
    if lb-account-id = previous-ledger-account
       move "ACCOUNT REPEATED ON THE EXTRACT" to ledger-skip-reason
    else
    if lb-account-id < previous-ledger-account
       move "ACCOUNT OUT OF SEQUENCE" to ledger-skip-reason
    end-if
    end-if
    end-if
    end-if
    end-if.

    if ledger-skip-reason not = spaces
       add 1 to ledger-skipped-count
       move spaces to report-line
       move "SKIPPED " to report-line(1:8)
       move lb-account-id      to report-line(10:18)
       move ledger-skip-reason to report-line(29:40)
       move "EXTRACT RECORD NOT TIED" to report-line(70:23)
       write tieout-rpt-record from report-line
       go to 2150-read-one-ledger-ex
    end-if.

    move lb-account-id to ledger-account previous-ledger-account.
    set ledger-ready to true.

2150-read-one-ledger-ex.
    exit.

3000-next-position-account.

    move "N" to position-ready-switch.
    perform 3100-gather-account thru 3100-gather-account-ex
        until position-ready.

3000-next-position-account-ex.
    exit.

3100-gather-account.

*>--- the key is account then date, so an account's nights arrive
*>--- together: its position at the as-of date is the sum of every
*>--- night up to it. an account with no night that early did not
*>--- exist yet and is no break
    if end-of-positions
       move high-values to position-account
       set position-ready to true
       go to 3100-gather-account-ex
    end-if.

    move ap-account-id to position-account.
    move zero to position-total.
    move "N"  to position-dated-switch.
    perform 3150-add-position thru 3150-add-position-ex
        until end-of-positions
           or ap-account-id not = position-account.

*>--- a position booked under a partner's own id has no ledger account
*>--- to tie to - the internal number is twelve digits
    if position-account(1:12) not numeric
             or position-account(13:6) not = spaces
       add 1 to unresolved-account-count
    else
    if position-dated
       add 1 to position-account-count
       set position-ready to true
    end-if
    end-if.

3100-gather-account-ex.
    exit.

3150-add-position.

*>--- the ledger books each currency in its own scale, so the side it
*>--- is tied to is the scaled total - the full 8-decimal total would
*>--- break every JPY account by the fractions the ledger never held
    if ap-feed-date not > tieout-as-of-date
       add ap-scaled-total to position-total
       set position-dated to true
    end-if.

    perform 3200-read-position thru 3200-read-position-ex.

3150-add-position-ex.
    exit.

3200-read-position.

    read account-position next
        at end
            set end-of-positions to true
    end-read.

3200-read-position-ex.
    exit.

4000-tie-account.

    compute break-difference = position-total - lb-balance.

    if break-difference > tieout-tolerance
             or break-difference < (0 - tieout-tolerance)
       add 1 to amount-break-count
       move "D"              to break-type
       move ledger-account   to bk-account-id
       move lb-currency-code to break-currency
       move lb-balance       to break-ledger-balance
       move position-total   to break-position-total
       perform 4100-record-break thru 4100-record-break-ex
    else
       add 1 to agreed-account-count
       move ledger-account to bk-account-id
       perform 4200-clear-break thru 4200-clear-break-ex
    end-if.

4000-tie-account-ex.
    exit.

4100-record-break.

*>--- an open break keeps the date it first appeared; a new one starts
*>--- aging today. a back-dated rerun lists the break as it stood but
*>--- never rewrites what a later tie-out recorded
    add 1 to open-break-count.
    move "N" to break-found-switch.
    read ledger-breaks
        invalid key
            continue
        not invalid key
            set break-found to true
    end-read.

    if not break-found or bk-last-seen-date not > tieout-as-of-date
       perform 4150-store-break thru 4150-store-break-ex
    end-if.

    perform 4300-age-break thru 4300-age-break-ex.
    perform 4190-report-break thru 4190-report-break-ex.

4100-record-break-ex.
    exit.

4150-store-break.

    if not break-found
       add 1 to new-break-count
       move tieout-as-of-date to bk-first-seen-date
    else
    if bk-first-seen-date > tieout-as-of-date
       move tieout-as-of-date to bk-first-seen-date
    end-if
    end-if.

    move break-type           to bk-break-type.
    move break-currency       to bk-currency-code.
    move break-ledger-balance to bk-ledger-balance.
    move break-position-total to bk-position-total.
    move break-difference     to bk-difference.
    move tieout-as-of-date    to bk-last-seen-date.
    move tieout-run-date      to bk-last-run-date.

    if break-found
       rewrite ledger-break-record
           invalid key
               display "LEDGER-TIEOUT: BREAK REWRITE FAILED, STATUS "
                       ledger-breaks-status " " bk-account-id
       end-rewrite
    else
       write ledger-break-record
           invalid key
               display "LEDGER-TIEOUT: BREAK WRITE FAILED, STATUS "
                       ledger-breaks-status " " bk-account-id
       end-write
    end-if.

4150-store-break-ex.
    exit.

4190-report-break.

    if age-days >= age-alert-days
       add 1 to aged-break-count
    end-if.
    if age-days > oldest-break-days
       move age-days to oldest-break-days
    end-if.

    evaluate break-type
       when "D"
            move "AMOUNT"   to break-word
       when "L"
            move "LEDGER"   to break-word
       when other
            move "POSITION" to break-word
    end-evaluate.

    move break-ledger-balance to amount-edited.
    move break-position-total to amount-edited-2.
    move break-difference     to amount-edited-3.
    move spaces to report-line.
    move break-word         to report-line(1:8).
    move bk-account-id      to report-line(10:18).
    move break-currency     to report-line(29:3).
    move amount-edited      to report-line(33:27).
    move amount-edited-2    to report-line(61:27).
    move amount-edited-3    to report-line(89:27).
    move bk-first-seen-date to report-line(117:8).
    move age-days-edited    to report-line(126:5).
    if age-days >= age-alert-days
       move "**" to report-line(131:2)
    end-if.
    write tieout-rpt-record from report-line.

4190-report-break-ex.
    exit.

4200-clear-break.

*>--- the two sides agree: an open break on the account has cleared
    read ledger-breaks
        invalid key
            go to 4200-clear-break-ex
    end-read.

    if bk-last-seen-date > tieout-as-of-date
       go to 4200-clear-break-ex
    end-if.

    move "AGREES WITH THE LEDGER" to clear-reason.
    perform 4400-delete-break thru 4400-delete-break-ex.

4200-clear-break-ex.
    exit.

4300-age-break.

    move zero to age-days.
    if bk-first-seen-date numeric
       compute first-seen-integer
             = function integer-of-date(
                   function numval( bk-first-seen-date ) )
       if as-of-integer > first-seen-integer
          compute age-days = as-of-integer - first-seen-integer
       end-if
    end-if.
    move age-days to age-days-edited.

4300-age-break-ex.
    exit.

4400-delete-break.

    perform 4300-age-break thru 4300-age-break-ex.

    move spaces to report-line.
    move "CLEARED " to report-line(1:8).
    move bk-account-id      to report-line(10:18).
    move bk-currency-code   to report-line(29:3).
    move clear-reason       to report-line(33:24).
    move bk-first-seen-date to report-line(117:8).
    move age-days-edited    to report-line(126:5).

    delete ledger-breaks record
        invalid key
            display "LEDGER-TIEOUT: BREAK DELETE FAILED, STATUS "
                    ledger-breaks-status " " bk-account-id
            go to 4400-delete-break-ex
    end-delete.

    add 1 to cleared-break-count.
    write tieout-rpt-record from report-line.

4400-delete-break-ex.
    exit.

5000-sweep-breaks.

*>--- a break the match never reached this run belongs to an account
*>--- that has left both sides since - nothing is left to disagree
    move "N" to sweep-done-switch.
    move low-values to bk-account-id.
    start ledger-breaks key is >= bk-account-id
        invalid key
            set sweep-done to true
    end-start.

    perform 5100-sweep-one-break thru 5100-sweep-one-break-ex
        until sweep-done.

5000-sweep-breaks-ex.
    exit.

5100-sweep-one-break.

    read ledger-breaks next
        at end
            set sweep-done to true
            go to 5100-sweep-one-break-ex
    end-read.

    if bk-last-seen-date < tieout-as-of-date
       move "NO LONGER ON EITHER SIDE" to clear-reason
       perform 4400-delete-break thru 4400-delete-break-ex
    end-if.

5100-sweep-one-break-ex.
    exit.

9000-terminate.

    if ledger-opened
       close ledger-balance
    end-if.
    if position-opened
       close account-position
    end-if.
    if breaks-opened
       close ledger-breaks
    end-if.

    move spaces to report-line.
    write tieout-rpt-record from report-line.

    move spaces to report-line.
    string "LEDGER ACCOUNTS READ: "  delimited by size
           ledger-read-count         delimited by size
           "  SKIPPED: "             delimited by size
           ledger-skipped-count      delimited by size
           "  POSITION ACCOUNTS: "   delimited by size
           position-account-count    delimited by size
           "  AGREED: "              delimited by size
           agreed-account-count      delimited by size
           into report-line
    end-string.
    write tieout-rpt-record from report-line.

    move spaces to report-line.
    string "BREAKS OPEN: "           delimited by size
           open-break-count          delimited by size
           "  AMOUNT: "              delimited by size
           amount-break-count        delimited by size
           "  LEDGER ONLY: "         delimited by size
           ledger-only-count         delimited by size
           "  POSITION ONLY: "       delimited by size
           position-only-count       delimited by size
           "  NEW: "                 delimited by size
           new-break-count           delimited by size
           "  CLEARED: "             delimited by size
           cleared-break-count       delimited by size
           into report-line
    end-string.
    write tieout-rpt-record from report-line.

    move spaces to report-line.
    string "AGED PAST "              delimited by size
           age-alert-days            delimited by size
           " DAYS: "                 delimited by size
           aged-break-count          delimited by size
           "  OLDEST: "              delimited by size
           oldest-break-days         delimited by size
           " DAYS  UNRESOLVED PARTNER-ID POSITIONS NOT TIED: "
                                     delimited by size
           unresolved-account-count  delimited by size
           into report-line
    end-string.
    write tieout-rpt-record from report-line.

    close tieout-rpt.

    if return-code = 0
       if ledger-skipped-count > 0
          move 8 to return-code
       else
       if open-break-count > 0
          move 4 to return-code
       end-if
       end-if
    end-if.

    if aged-break-count > 0
       move "LEDGER-BREAK" to alert-condition
       move spaces         to alert-source
       move "WARN"         to alert-severity
       move "TICKET"       to alert-action
       move age-alert-days to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string aged-break-count   delimited by size
              " LEDGER BREAK(S) OPEN "  delimited by size
              age-alert-days     delimited by size
              "+ DAYS AT "       delimited by size
              tieout-as-of-date  delimited by size
              " - SEE LEDGRPT"   delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

    move ledger-read-count to cycle-record-count.
    move open-break-count  to cycle-reject-count.
    if return-code = 12
       move "TIE-OUT NOT RUN - SEE LEDGRPT" to cycle-message
    else
    if open-break-count > 0
       move "LEDGER BREAKS OPEN - SEE LEDGRPT" to cycle-message
    else
       move "ACCTPOS AGREES WITH THE LEDGER" to cycle-message
    end-if
    end-if.
    perform 9020-stamp-cycle-end thru 9020-stamp-cycle-end-ex.

9000-terminate-ex.
    exit.

copy "alert-queue.cbl".
copy "cycle-stamp.cbl".

end program ledger-tieout.
