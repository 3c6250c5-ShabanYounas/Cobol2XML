identification division.
program-id. audit-sample.

*>--- internal audit's monthly evidence that conversions are right on
*>--- live data, not only on regress-verify's canned deck. takes a
*>--- sample of the converted items on the RESULTIDX history over a
*>--- feed-date range:
*>---   - stratified by source system, amount base and amount band,
*>---     a fixed number drawn at random from each stratum (reservoir
*>---     draw in one pass, from a seeded sequence - the seed is on the
*>---     workpaper, so the same cards redraw the same sample)
*>---   - plus every item at or above the value threshold, always
*>--- each sampled item is converted again through the base-to-decimal
*>--- and decimal-to-base service modules - not through the nightly
*>--- convert-detail route - and the answers compared with the amount
*>--- number and target characters the history holds. the workpaper
*>--- (AUDRPT) lists the earlier months' unresolved exceptions first,
*>--- then the month's sample with each outcome, then the strata.
*>--- every sampled item goes onto the sign-off file - AUDREDO, which
*>--- the job makes the new AUDSIGN - where the auditor records the
*>--- decision against it (see audit-signoff).
*>--- converted items only: rejects and bypassed items carry no
*>--- conversion to re-verify.
*>--- SYSIN control cards:
*>---     FROMDATE=YYYYMMDD    first feed date (default: the first of
*>---                          last month)
*>---     TODATE=YYYYMMDD      last feed date (default: the end of last
*>---                          month); its month names the sample
*>---     PER-STRATUM=n        items drawn per stratum, 1-10 (default 3)
*>---     THRESHOLD=n          amount number (whole units, as the
*>---                          history holds it) at or above which an
*>---                          item is always taken (default 0 - none)
*>---     BAND=n               an amount-band upper limit; up to five
*>---                          cards, ascending (default 1000, 100000
*>---                          and 10000000 - four bands)
*>---     SEED=n               sample seed (default the TODATE)
*>--- RC=0 sample verified clean; RC=4 a re-conversion disagreed, or
*>--- the sample was cut short by a full table; RC=8 the month has
*>--- already been sampled - nothing added; RC=12 the history is
*>--- unavailable.
environment division.
input-output section.
file-control.
    select result-index
        assign to "RESULTIX"
        organization is indexed
        access mode is dynamic
        record key is ri-result-key
        alternate record key is ri-account-id
            with duplicates
        file status is result-index-status.

*>--- optional - the first month's run starts the sign-off file
    select optional audit-signoff
        assign to "AUDSIGN"
        organization is line sequential
        file status is audit-signoff-status.

    select audit-redo
        assign to "AUDREDO"
        organization is line sequential.

    select audit-report
        assign to "AUDRPT"
        organization is line sequential.

    select audit-parms
        assign to "SYSIN"
        organization is line sequential
        file status is audit-parms-status.

data division.
file section.
fd  result-index.
copy "residx-record.cbl".

fd  audit-signoff.
copy "audsign-record.cbl".

fd  audit-redo.
01  audit-redo-record            pic x(147).

fd  audit-report.
01  audit-report-record          pic x(132).

fd  audit-parms.
01  audit-parms-record           pic x(80).

working-storage section.
copy "conv-io.cbl".

01  audit-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  history-eof-switch       pic x(01)  value "N".
        88  end-of-history                  value "Y".
    05  signoff-eof-switch       pic x(01)  value "N".
        88  end-of-signoffs                 value "Y".
    05  audit-stopped-switch     pic x(01)  value "N".
        88  audit-stopped                   value "Y".
    05  month-sampled-switch     pic x(01)  value "N".
        88  month-already-sampled           value "Y".
    05  outputs-open-switch      pic x(01)  value "N".
        88  outputs-open                    value "Y".
    05  item-mismatch-switch     pic x(01)  value "N".
        88  item-mismatch                   value "Y".

01  result-index-status          pic x(02)  value spaces.
01  audit-signoff-status         pic x(02)  value spaces.
01  audit-parms-status           pic x(02)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.

01  audit-run-date               pic x(08)  value spaces.
01  audit-from-date              pic x(08)  value spaces.
01  audit-to-date                pic x(08)  value spaces.
01  audit-sample-month           pic x(06)  value spaces.
01  last-month-work.
    05  last-month-year          pic 9(04)  value zero.
    05  last-month-month         pic 9(02)  value zero.
01  per-stratum                  pic 9(02)  value 3.
01  value-threshold              pic 9(18)  value zero.

*>--- amount bands: band n holds amounts below limit n; the last band
*>--- everything at or above the highest limit
01  band-count                   pic 9(01)  value zero.
01  band-table.
    05  band-limit               pic 9(18)  value zero
                                  occurs 5 times.
01  band-sub                     pic 9(01)  value zero.
01  item-band                    pic 9(01)  value zero.

*>--- the seeded sequence (multiplicative congruential, modulus 2**31-1)
01  sample-seed                  pic 9(10)  value zero.
01  sample-seed-start            pic 9(10)  value zero.
01  sample-seed-work             pic 9(18)  value zero.
01  sample-quotient              pic 9(18)  value zero.
01  sample-draw                  pic 9(09)  value zero.

*>--- the strata and each one's reservoir of drawn keys
01  stratum-count                pic 9(03)  value zero.
01  stratum-table.
    05  stratum-entry            occurs 500 times.
        10  sx-source-system     pic x(08).
        10  sx-amount-base       pic 9(02).
        10  sx-amount-band       pic 9(01).
        10  sx-population        pic 9(09).
        10  sx-drawn-count       pic 9(02).
        10  sx-drawn-key         pic x(15)  occurs 10 times.
01  stratum-sub                  pic 9(03)  value zero.
01  stratum-found-sub            pic 9(03)  value zero.
01  drawn-sub                    pic 9(02)  value zero.

*>--- items at or above the threshold, all of them
01  threshold-count              pic 9(04)  value zero.
01  threshold-table.
    05  threshold-key            pic x(15)  value spaces
                                  occurs 2000 times.
01  threshold-sub                pic 9(04)  value zero.

01  verify-key                   pic x(15)  value spaces.
01  verify-selection             pic x(01)  value space.
01  verify-amount-number         pic 9(30)v9(08) value zero.
01  verify-target-char           pic x(41)  value spaces.
01  stored-target-char           pic x(41)  value spaces.
01  verify-detail                pic x(40)  value spaces.

01  history-read-count           pic 9(09)  value zero.
01  population-count             pic 9(09)  value zero.
01  excluded-count               pic 9(09)  value zero.
01  unsampled-count              pic 9(09)  value zero.
01  sampled-count                pic 9(05)  value zero.
01  match-count                  pic 9(05)  value zero.
01  mismatch-count               pic 9(05)  value zero.
01  signoff-read-count           pic 9(07)  value zero.
01  unresolved-count             pic 9(05)  value zero.

01  report-line                  pic x(132).
01  report-amount-edited         pic z(8)9.

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not audit-stopped
       perform 2000-carry-signoffs thru 2000-carry-signoffs-ex
    end-if.
    if not audit-stopped
       perform 3000-draw-sample thru 3000-draw-sample-ex
       perform 4000-verify-sample thru 4000-verify-sample-ex
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to audit-run-date.

*>--- default range: all of last month
    move audit-run-date(1:4) to last-month-year.
    move audit-run-date(5:2) to last-month-month.
    if last-month-month = 1
       move 12 to last-month-month
       subtract 1 from last-month-year
    else
       subtract 1 from last-month-month
    end-if.
    string last-month-year  delimited by size
           last-month-month delimited by size
           "01"             delimited by size
           into audit-from-date
    end-string.
    string last-month-year  delimited by size
           last-month-month delimited by size
           "31"             delimited by size
           into audit-to-date
    end-string.

    perform 1100-read-parms thru 1100-read-parms-ex.

    if band-count = zero
       move 3        to band-count
       move 1000     to band-limit(1)
       move 100000   to band-limit(2)
       move 10000000 to band-limit(3)
    end-if.
    if per-stratum < 1 or per-stratum > 10
       display "AUDIT-SAMPLE: PER-STRATUM MUST BE 1-10, NOT "
               per-stratum " - USING 3"
       move 3 to per-stratum
    end-if.
    if sample-seed = zero
       move audit-to-date to sample-seed
    end-if.
    divide sample-seed by 2147483647 giving sample-quotient
           remainder sample-seed.
    if sample-seed = zero
       move 1 to sample-seed
    end-if.
    move sample-seed to sample-seed-start.
    move audit-to-date(1:6) to audit-sample-month.

    open output audit-report.

    move spaces to report-line.
    string "COBOL2XML INTERNAL AUDIT CONVERSION SAMPLE - "
                                  delimited by size
           audit-sample-month     delimited by size
           "  RUN "               delimited by size
           audit-run-date         delimited by size
           into report-line
    end-string.
    write audit-report-record from report-line.
    move spaces to report-line.
    string "FEED DATES "          delimited by size
           audit-from-date        delimited by size
           " TO "                 delimited by size
           audit-to-date          delimited by size
           "  PER STRATUM "       delimited by size
           per-stratum            delimited by size
           "  THRESHOLD "         delimited by size
           value-threshold        delimited by size
           "  SEED "              delimited by size
           sample-seed-start      delimited by size
           into report-line
    end-string.
    write audit-report-record from report-line.
    move "AMOUNT BANDS - UPPER LIMITS:" to report-line.
    perform varying band-sub from 1 by 1 until band-sub > band-count
       move band-limit( band-sub ) to report-amount-edited
       move band-sub to report-line(18 + band-sub * 14:1)
       move "<"      to report-line(19 + band-sub * 14:1)
       move report-amount-edited to report-line(20 + band-sub * 14:9)
    end-perform.
    write audit-report-record from report-line.
    move spaces to report-line.
    write audit-report-record from report-line.

    open input result-index.
    if result-index-status not = "00"
       display "AUDIT-SAMPLE: RESULT INDEX UNAVAILABLE (STATUS "
               result-index-status ") - NOTHING SAMPLED"
       move "*** RESULT HISTORY UNAVAILABLE - NOTHING SAMPLED ***"
            to report-line
       write audit-report-record from report-line
       set audit-stopped to true
       go to 1000-initialize-ex
    end-if.

    open input audit-signoff.
    if audit-signoff-status not = "00"
             and audit-signoff-status not = "05"
       display "AUDIT-SAMPLE: SIGN-OFF FILE UNAVAILABLE (STATUS "
               audit-signoff-status ") - NOTHING SAMPLED"
       move "*** SIGN-OFF FILE UNAVAILABLE - NOTHING SAMPLED ***"
            to report-line
       write audit-report-record from report-line
       close result-index
       set audit-stopped to true
       go to 1000-initialize-ex
    end-if.
    open output audit-redo.
    set outputs-open to true.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input audit-parms.
    if audit-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if audit-parms-status = "00" or audit-parms-status = "10"
       close audit-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read audit-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and audit-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring audit-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "FROMDATE"
          when "TODATE"
               if parm-value(1:8) numeric
                  if parm-keyword = "FROMDATE"
                     move parm-value(1:8) to audit-from-date
                  else
                     move parm-value(1:8) to audit-to-date
                  end-if
               else
                  display "AUDIT-SAMPLE: DATE NOT NUMERIC: "
                          audit-parms-record " - DEFAULT USED"
               end-if
          when "PER-STRATUM"
          when "THRESHOLD"
          when "BAND"
          when "SEED"
               call "c$justify" using parm-value, "R"
               inspect parm-value replacing leading " " by "0"
               if parm-value not numeric
                  display "AUDIT-SAMPLE: VALUE NOT NUMERIC: "
                          audit-parms-record " - CARD IGNORED"
               else
               if parm-keyword = "PER-STRATUM"
                  move parm-value(19:2) to per-stratum
               else
               if parm-keyword = "THRESHOLD"
                  move parm-value(3:18) to value-threshold
               else
               if parm-keyword = "SEED"
                  move parm-value(11:10) to sample-seed
               else
               if band-count < 5
                  add 1 to band-count
                  move parm-value(3:18) to band-limit( band-count )
               else
                  display "AUDIT-SAMPLE: MORE THAN FIVE BANDS: "
                          audit-parms-record " - CARD IGNORED"
               end-if
               end-if
               end-if
               end-if
               end-if
          when other
               display "AUDIT-SAMPLE: UNRECOGNIZED CONTROL CARD: "
                       audit-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

2000-carry-signoffs.

*>--- the sign-off history rides through to AUDREDO whole; anything
*>--- still unresolved from an earlier month heads the workpaper
    move "UNRESOLVED EXCEPTIONS FROM EARLIER SAMPLES" to report-line.
    write audit-report-record from report-line.
    move "MONTH  FEED DATE SEQUENCE SOURCE   BS AMOUNT           "
         to report-line.
    move "RE-CONVERSION / DECISION" to report-line(58:24).
    write audit-report-record from report-line.

    perform 2100-read-signoff thru 2100-read-signoff-ex.
    perform 2200-carry-one-signoff thru 2200-carry-one-signoff-ex
        until end-of-signoffs.

    if unresolved-count = zero
       move "  NONE" to report-line
       write audit-report-record from report-line
    end-if.
    move spaces to report-line.
    write audit-report-record from report-line.

*>--- a second run for the same month would sample it twice over
    if month-already-sampled
       move spaces to report-line
       string "*** MONTH "            delimited by size
              audit-sample-month      delimited by size
              " IS ALREADY ON THE SIGN-OFF FILE - NOTHING SAMPLED"
                                      delimited by size
              into report-line
       end-string
       write audit-report-record from report-line
       display "AUDIT-SAMPLE: MONTH " audit-sample-month
               " ALREADY SAMPLED - NOTHING ADDED"
       set audit-stopped to true
    end-if.

2000-carry-signoffs-ex.
    exit.

2100-read-signoff.

    read audit-signoff
        at end
            set end-of-signoffs to true
    end-read.

2100-read-signoff-ex.
    exit.

2200-carry-one-signoff.

    add 1 to signoff-read-count.
    if as-sample-month = audit-sample-month
       set month-already-sampled to true
    end-if.

    if as-exception-open
             or ( as-awaiting-review and not as-verify-match )
       add 1 to unresolved-count
       move spaces to report-line
       move as-sample-month    to report-line(1:6)
       move as-feed-date       to report-line(8:8)
       move as-sequence        to report-line(17:7)
       move as-source-system   to report-line(26:8)
       move as-amount-base     to report-line(35:2)
       move as-amount          to report-line(38:16)
       move as-verify-detail   to report-line(58:40)
       if as-exception-open
          string "EXCEPTION RAISED BY " delimited by size
                 as-auditor             delimited by space
                 " "                    delimited by size
                 as-decision-date       delimited by size
                 into report-line(99:34)
          end-string
       else
          move "AWAITING THE AUDITOR" to report-line(99:20)
       end-if
       write audit-report-record from report-line
       if as-note not = spaces
          move spaces to report-line
          move as-note to report-line(58:40)
          write audit-report-record from report-line
       end-if
    end-if.

    write audit-redo-record from audit-signoff-record.
    perform 2100-read-signoff thru 2100-read-signoff-ex.

2200-carry-one-signoff-ex.
    exit.

3000-draw-sample.

    move audit-from-date to ri-feed-date.
    move zero            to ri-sequence.
    start result-index key is >= ri-result-key
        invalid key
            set end-of-history to true
    end-start.

    if not end-of-history
       perform 3100-read-history thru 3100-read-history-ex
    end-if.
    perform 3200-draw-one-item thru 3200-draw-one-item-ex
        until end-of-history.

3000-draw-sample-ex.
    exit.

3100-read-history.

    read result-index next
        at end
            set end-of-history to true
    end-read.

    if not end-of-history
       if ri-feed-date > audit-to-date
          set end-of-history to true
       else
          add 1 to history-read-count
       end-if
    end-if.

3100-read-history-ex.
    exit.

3200-draw-one-item.

    perform 3250-place-one-item thru 3250-place-one-item-ex.
    perform 3100-read-history thru 3100-read-history-ex.

3200-draw-one-item-ex.
    exit.

3250-place-one-item.

*>--- converted items only - the ones that came through clean, part
*>--- lookups that missed, adjustments and their reversals
    if ri-status not = "OK"
             and ri-status not = "UNKNOWN PART"
             and ri-status(1:10) not = "ADJUSTMENT"
             and ri-status(1:8)  not = "REVERSAL"
       add 1 to excluded-count
       go to 3250-place-one-item-ex
    end-if.
    add 1 to population-count.

    if value-threshold > zero
             and ri-amount-number >= value-threshold
       if threshold-count < 2000
          add 1 to threshold-count
          move ri-result-key to threshold-key( threshold-count )
       else
          add 1 to unsampled-count
       end-if
       go to 3250-place-one-item-ex
    end-if.

    move band-count to item-band.
    add 1 to item-band.
    perform varying band-sub from band-count by -1
            until band-sub < 1
       if ri-amount-number < band-limit( band-sub )
          move band-sub to item-band
       end-if
    end-perform.

    move zero to stratum-found-sub.
    perform varying stratum-sub from 1 by 1
            until stratum-sub > stratum-count
                  or stratum-found-sub > zero
       if sx-source-system( stratum-sub ) = ri-source-system
                and sx-amount-base( stratum-sub ) = ri-amount-base
                and sx-amount-band( stratum-sub ) = item-band
          move stratum-sub to stratum-found-sub
       end-if
    end-perform.

    if stratum-found-sub = zero
       if stratum-count >= 500
          add 1 to unsampled-count
          go to 3250-place-one-item-ex
       end-if
       add 1 to stratum-count
       move stratum-count    to stratum-found-sub
       move ri-source-system to sx-source-system( stratum-count )
       move ri-amount-base   to sx-amount-base( stratum-count )
       move item-band        to sx-amount-band( stratum-count )
       move zero             to sx-population( stratum-count )
                                sx-drawn-count( stratum-count )
    end-if.

*>--- reservoir draw: the first n of a stratum are taken; the k-th
*>--- after that replaces a random one of them with chance n/k, which
*>--- leaves every item of the stratum equally likely to be drawn
    move stratum-found-sub to stratum-sub.
    add 1 to sx-population( stratum-sub ).
    if sx-drawn-count( stratum-sub ) < per-stratum
       add 1 to sx-drawn-count( stratum-sub )
       move ri-result-key
         to sx-drawn-key( stratum-sub, sx-drawn-count( stratum-sub ) )
    else
       perform 3300-next-draw thru 3300-next-draw-ex
       divide sample-seed by sx-population( stratum-sub )
              giving sample-quotient remainder sample-draw
       add 1 to sample-draw
       if sample-draw <= per-stratum
          move sample-draw to drawn-sub
          move ri-result-key to sx-drawn-key( stratum-sub, drawn-sub )
       end-if
    end-if.

3250-place-one-item-ex.
    exit.

3300-next-draw.

    compute sample-seed-work = sample-seed * 16807.
    divide sample-seed-work by 2147483647 giving sample-quotient
           remainder sample-seed.

3300-next-draw-ex.
    exit.

4000-verify-sample.

    move spaces to report-line.
    string "SAMPLE FOR "          delimited by size
           audit-sample-month     delimited by size
           " - EACH ITEM RE-CONVERTED THROUGH THE SERVICE MODULES"
                                  delimited by size
           into report-line
    end-string.
    write audit-report-record from report-line.
    move "S FEED DATE SEQUENCE SOURCE   BS BD AMOUNT           TB "
         to report-line.
    move "TARGET                   RE-CONVERSION" to report-line(58:38).
    write audit-report-record from report-line.

    perform varying stratum-sub from 1 by 1
            until stratum-sub > stratum-count
       perform varying drawn-sub from 1 by 1
               until drawn-sub > sx-drawn-count( stratum-sub )
          move sx-drawn-key( stratum-sub, drawn-sub ) to verify-key
          move "S" to verify-selection
          perform 4100-verify-one-item thru 4100-verify-one-item-ex
       end-perform
    end-perform.

    perform varying threshold-sub from 1 by 1
            until threshold-sub > threshold-count
       move threshold-key( threshold-sub ) to verify-key
       move "T" to verify-selection
       perform 4100-verify-one-item thru 4100-verify-one-item-ex
    end-perform.

    move spaces to report-line.
    write audit-report-record from report-line.
    move "STRATA" to report-line.
    write audit-report-record from report-line.
    move "SOURCE   BS BD POPULATION  DRAWN" to report-line.
    write audit-report-record from report-line.
    perform varying stratum-sub from 1 by 1
            until stratum-sub > stratum-count
       move spaces to report-line
       move sx-source-system( stratum-sub ) to report-line(1:8)
       move sx-amount-base( stratum-sub )   to report-line(10:2)
       move sx-amount-band( stratum-sub )   to report-line(14:1)
       move sx-population( stratum-sub )    to report-line(16:9)
       move sx-drawn-count( stratum-sub )   to report-line(31:2)
       write audit-report-record from report-line
    end-perform.
    move spaces to report-line.
    string "OVER THRESHOLD (ALL TAKEN) " delimited by size
           threshold-count               delimited by size
           into report-line
    end-string.
    write audit-report-record from report-line.

4000-verify-sample-ex.
    exit.

4100-verify-one-item.

    add 1 to sampled-count.
    move "N"    to item-mismatch-switch.
    move spaces to verify-detail.
    move spaces to audit-signoff-record.

    move verify-key to ri-result-key.
    read result-index
        invalid key
            set item-mismatch to true
            move "N" to as-verify-result
            move "NO LONGER ON THE HISTORY" to verify-detail
    end-read.

    if not item-mismatch
*>--- the amount digits back to a number, then that number out into
*>--- the target base, each by its own service call
       move ri-amount-base to current_base
       move ri-amount      to entry_char
       move zero           to entry_number
       call "base-to-decimal-svc"
            using current_base, entry_char, entry_number
       end-call
       move entry_number to verify-amount-number

       move ri-target-base to current_base
       move spaces         to entry_char
       call "decimal-to-base-svc"
            using current_base, entry_char, entry_number
       end-call
       move entry_char to verify-target-char

*>--- the characters are compared as digits, not as placement
       move ri-target-char to stored-target-char
       call "c$justify" using verify-target-char, "L"
       call "c$justify" using stored-target-char, "L"

       if verify-amount-number not = ri-amount-number
          set item-mismatch to true
          move "E" to as-verify-result
          move "AMOUNT RE-CONVERTS TO A DIFFERENT NUMBER"
            to verify-detail
       else
       if verify-target-char not = stored-target-char
          set item-mismatch to true
          move "E" to as-verify-result
          move "TARGET RE-CONVERTS TO DIFFERENT DIGITS"
            to verify-detail
       else
          move "M" to as-verify-result
          move "MATCH" to verify-detail
       end-if
       end-if
    end-if.

    if item-mismatch
       add 1 to mismatch-count
    else
       add 1 to match-count
    end-if.

    move audit-sample-month to as-sample-month.
    move verify-key(1:8)    to as-feed-date.
    move verify-key(9:7)    to as-sequence.
    move verify-selection   to as-selection.
    move verify-detail      to as-verify-detail.
    if as-verify-missing
       move spaces to as-source-system as-amount
       move zero   to as-amount-base as-amount-band
    else
       move ri-source-system to as-source-system
       move ri-amount-base   to as-amount-base
       move ri-amount        to as-amount
       move band-count to as-amount-band
       add 1 to as-amount-band
       perform varying band-sub from band-count by -1
               until band-sub < 1
          if ri-amount-number < band-limit( band-sub )
             move band-sub to as-amount-band
          end-if
       end-perform
    end-if.
    move space to as-decision.

    move spaces to report-line.
    move as-selection       to report-line(1:1).
    move as-feed-date       to report-line(3:8).
    move as-sequence        to report-line(12:7).
    move as-source-system   to report-line(21:8).
    move as-amount-base     to report-line(30:2).
    move as-amount-band     to report-line(34:1).
    move as-amount          to report-line(36:16).
    if not as-verify-missing
       move ri-target-base     to report-line(53:2)
       move stored-target-char to report-line(56:24)
    end-if.
    if item-mismatch
       string "*** " verify-detail delimited by size
              into report-line(82:44)
       end-string
    else
       move verify-detail to report-line(82:40)
    end-if.
    write audit-report-record from report-line.

    write audit-redo-record from audit-signoff-record.

4100-verify-one-item-ex.
    exit.

9000-terminate.

    if outputs-open
       move spaces to report-line
       write audit-report-record from report-line
       move spaces to report-line
       string "HISTORY ITEMS IN RANGE: " delimited by size
              history-read-count         delimited by size
              "  CONVERTED: "            delimited by size
              population-count           delimited by size
              "  NOT CONVERTED: "        delimited by size
              excluded-count             delimited by size
              into report-line
       end-string
       write audit-report-record from report-line
       move spaces to report-line
       string "SAMPLED: "                delimited by size
              sampled-count              delimited by size
              "  MATCHED: "              delimited by size
              match-count                delimited by size
              "  EXCEPTIONS: "           delimited by size
              mismatch-count             delimited by size
              "  UNRESOLVED FROM EARLIER: " delimited by size
              unresolved-count           delimited by size
              into report-line
       end-string
       write audit-report-record from report-line
       if unsampled-count > zero
          move spaces to report-line
          string "*** "                  delimited by size
                 unsampled-count         delimited by size
                 " ITEMS COULD NOT BE PLACED - STRATUM OR THRESHOLD"
                                         delimited by size
                 " TABLE FULL; RAISE A BAND OR THE THRESHOLD"
                                         delimited by size
                 into report-line
          end-string
          write audit-report-record from report-line
       end-if

       close result-index
       close audit-signoff
       close audit-redo
    end-if.

    close audit-report.

    if audit-stopped and not outputs-open
       move 12 to return-code
    else
    if month-already-sampled
       move 8 to return-code
    else
    if mismatch-count > zero or unsampled-count > zero
       move 4 to return-code
    else
       move 0 to return-code
    end-if
    end-if
    end-if.

    display "AUDIT-SAMPLE: " sampled-count " SAMPLED, "
            mismatch-count " EXCEPTION(S), " unresolved-count
            " UNRESOLVED FROM EARLIER MONTHS".

9000-terminate-ex.
    exit.

end program audit-sample.
