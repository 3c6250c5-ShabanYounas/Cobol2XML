identification division.
program-id. partner-scorecard.

*>--- monthly partner data-quality scorecard: for every source system,
*>--- what its month looked like from the trails the suite already
*>--- keeps, judged against the thresholds on SCORPARM:
*>---   feeds        expected off the processing calendar, received
*>---                (an ACKOUT section filed on the night archive),
*>---                late (a FEED-LATE alert on ALERTQ for that run
*>---                date) and on time - received with no late alert
*>---   items        received and rejected (the feed's filed ACKOUT
*>---                trailer), with the rejects split by the field
*>---                that failed (the REJECTS suspense reason) and
*>---                the REJECT-RATE alerts raised against the partner
*>---   repair       rejects corrected in the month and the median
*>---                days from feed to correction; rejects still open
*>---   breaks       confirmation breaks charged to it on CONFLOG
*>---   adjustments  adjustment records sent - applied (the filed
*>---                TRANSOUT) or rejected (REJECTS)
*>---   overrides    controls forced on OVERLOG to let its feed run
*>---   recalls      its feeds BACKLOG shows backed out
*>--- a feed filed more than once (re-cut after a backout) counts its
*>--- latest filing only. each rated measure is green, amber or red
*>--- against its limits; the rating is A (all green), B (amber, no
*>--- red), C (one red) or D (two or more), "-" when nothing could be
*>--- rated. SCORRPT is the full scorecard, SCORSUM the one-page ranked
*>--- summary for management, SCOREXT the extract for the vendor-
*>--- management system (see scorext-record).
*>--- SYSIN control cards:
*>---     PERIOD=YYYYMM        the month to score (default last month;
*>---                          its dates come off PERIODS, or the
*>---                          calendar month when it is not there)
*>--- RC=0 scored; RC=4 scored with a warning (no thresholds - nothing
*>--- rated - or a threshold card not understood); RC=12 bad period
*>--- card, PARTNERS or the night archive unavailable, or a table
*>--- filled - nothing issued.
environment division.
input-output section.
file-control.
*>--- partner master - every partner gets a scorecard, active or not
    select partner-master
        assign to "PARTNERS"
        organization is indexed
        access mode is dynamic
        record key is ps-source-system
        file status is partner-file-status.

*>--- night output archive store (see night-archive) - the ACKOUT and
*>--- TRANSOUT each feed went out with
    select output-archive
        assign to "OUTARCH"
        organization is indexed
        access mode is dynamic
        record key is oa-archive-key
        file status is output-archive-status.

*>--- the permanent trails; all optional - a suite that has never
*>--- written one has nothing in it to count
    select optional rejects
        assign to "REJECTS"
        organization is line sequential
        file status is rejects-status.

    select optional alert-queue
        assign to "ALERTQ"
        organization is line sequential
        file status is alert-queue-status.

    select optional override-log
        assign to "OVERLOG"
        organization is line sequential
        file status is override-log-status.

    select optional backout-log
        assign to "BACKLOG"
        organization is line sequential
        file status is backout-log-status.

    select optional confirm-log
        assign to "CONFLOG"
        organization is line sequential
        file status is confirm-log-status.

*>--- processing calendar (see calendar-record) - the feeds expected
    select optional calendar-file
        assign to "CALENDAR"
        organization is line sequential
        file status is calendar-status.

*>--- accounting period control (see period-check); optional - with no
*>--- period file the period is the calendar month
    select optional period-file
        assign to "PERIODS"
        organization is line sequential
        file status is period-file-status.

*>--- scorecard thresholds (see scorparm-record); optional - with none
*>--- the scorecard reports but rates nothing
    select optional score-parms
        assign to "SCORPARM"
        organization is line sequential
        file status is score-parms-status.

    select scorecard-parms
        assign to "SYSIN"
        organization is line sequential
        file status is scorecard-parms-status.

    select scorecard-report
        assign to "SCORRPT"
        organization is line sequential.

    select summary-report
        assign to "SCORSUM"
        organization is line sequential.

    select score-extract
        assign to "SCOREXT"
        organization is line sequential.

    select sort-work
        assign to "SORTWK".

data division.
file section.
fd  partner-master.
copy "partner-record.cbl".

fd  output-archive.
copy "outarch-record.cbl".

fd  rejects.
copy "reject-record.cbl".

fd  alert-queue.
copy "alertq-record.cbl".

fd  override-log.
copy "overlog-record.cbl".

fd  backout-log.
copy "backlog-record.cbl".

fd  confirm-log.
copy "conflog-record.cbl".

fd  calendar-file.
copy "calendar-record.cbl".

fd  period-file.
copy "period-record.cbl".

fd  score-parms.
copy "scorparm-record.cbl".

fd  scorecard-parms.
01  scorecard-parms-record       pic x(80).

fd  scorecard-report.
01  scorecard-report-record      pic x(132).

fd  summary-report.
01  summary-report-record        pic x(132).

fd  score-extract.
copy "scorext-record.cbl".

sd  sort-work.
01  sort-record.
    05  sr-unrated               pic 9(01).
    05  sr-score-pct             pic 9(03).
    05  sr-ontime-pct            pic 9(07)v9(02).
    05  sr-reject-pct            pic 9(07)v9(02).
    05  sr-source-system         pic x(08).
    05  sr-score-sub             pic 9(03).

working-storage section.
copy "period-work.cbl".
copy "transout-record.cbl".
copy "ackout-record.cbl".

01  scorecard-switches.
    05  scorecard-stop-switch    pic x(01)  value "N".
        88  scorecard-stopped               value "Y".
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  file-eof-switch          pic x(01)  value "N".
        88  end-of-file-read                value "Y".
    05  sort-eof-switch          pic x(01)  value "N".
        88  end-of-sort                     value "Y".
    05  piece-trailer-switch     pic x(01)  value "N".
        88  piece-trailer-seen              value "Y".

01  partner-file-status          pic x(02)  value spaces.
01  output-archive-status        pic x(02)  value spaces.
01  rejects-status               pic x(02)  value spaces.
01  alert-queue-status           pic x(02)  value spaces.
01  override-log-status          pic x(02)  value spaces.
01  backout-log-status           pic x(02)  value spaces.
01  confirm-log-status           pic x(02)  value spaces.
01  calendar-status              pic x(02)  value spaces.
01  score-parms-status           pic x(02)  value spaces.
01  scorecard-parms-status       pic x(02)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.

01  score-run-date               pic x(08)  value spaces.
01  score-period                 pic x(06)  value spaces.
01  score-period-parts redefines score-period.
    05  score-period-year        pic 9(04).
    05  score-period-month       pic 9(02).
01  score-start-date             pic x(08)  value spaces.
01  score-end-date               pic x(08)  value spaces.
01  last-month-year              pic 9(04)  value zero.
01  last-month-month             pic 9(02)  value zero.

*>--- the measures and the failing fields, in scorecard order
01  measure-names.
    05  filler                   pic x(12)  value "ONTIME-PCT".
    05  filler                   pic x(12)  value "REJECT-PCT".
    05  filler                   pic x(12)  value "REPAIR-DAYS".
    05  filler                   pic x(12)  value "CONF-BREAKS".
    05  filler                   pic x(12)  value "ADJUSTMENTS".
    05  filler                   pic x(12)  value "OVERRIDES".
    05  filler                   pic x(12)  value "RECALLS".
01  measure-name-table redefines measure-names.
    05  measure-name             pic x(12)  occurs 7 times.
01  measure-sub                  pic 9(01)  value zero.

01  field-names.
    05  filler                   pic x(12)  value "ACCOUNT-ID".
    05  filler                   pic x(12)  value "AMOUNT".
    05  filler                   pic x(12)  value "REFERENCE".
    05  filler                   pic x(12)  value "CURRENCY".
    05  filler                   pic x(12)  value "VALUE-DATE".
    05  filler                   pic x(12)  value "OTHER".
01  field-name-table redefines field-names.
    05  field-name               pic x(12)  occurs 6 times.
01  field-sub                    pic 9(01)  value zero.

*>--- the thresholds, as SCORPARM gives them
01  threshold-count              pic 9(03)  value zero.
01  threshold-table.
    05  threshold-entry          occurs 200 times.
        10  th-source-system     pic x(08).
        10  th-measure-sub       pic 9(01).
        10  th-amber-limit       pic 9(05)v9(02).
        10  th-red-limit         pic 9(05)v9(02).
01  threshold-sub                pic 9(03)  value zero.
01  threshold-found-sub          pic 9(03)  value zero.
01  threshold-default-sub        pic 9(03)  value zero.

*>--- one entry per source system: every partner on PARTNERS, then any
*>--- other source a trail names
01  score-count                  pic 9(03)  value zero.
01  score-table.
    05  score-entry              occurs 100 times.
        10  sc-source-system     pic x(08).
        10  sc-partner-status    pic x(01).
        10  sc-effective-date    pic x(08).
        10  sc-feeds-expected    pic 9(04).
        10  sc-last-expected     pic x(08).
        10  sc-feeds-received    pic 9(04).
        10  sc-feeds-late        pic 9(04).
        10  sc-last-late         pic x(08).
        10  sc-feeds-on-time     pic 9(04).
        10  sc-reject-alerts     pic 9(04).
        10  sc-last-reject-alert pic x(08).
        10  sc-items-received    pic 9(09).
        10  sc-items-rejected    pic 9(07).
        10  sc-field-rejects     pic 9(07)  occurs 6 times.
        10  sc-rejects-corrected pic 9(07).
        10  sc-rejects-open      pic 9(07).
        10  sc-conf-breaks       pic 9(05).
        10  sc-adjustments       pic 9(07).
        10  sc-overrides         pic 9(05).
        10  sc-recalls           pic 9(05).
        10  sc-measure-value     pic 9(07)v9(02) occurs 7 times.
        10  sc-measure-taken     pic x(01)  occurs 7 times.
        10  sc-measure-status    pic x(01)  occurs 7 times.
        10  sc-judged-count      pic 9(01).
        10  sc-amber-count       pic 9(01).
        10  sc-red-count         pic 9(01).
        10  sc-score-pct         pic 9(03).
        10  sc-rating            pic x(01).
        10  sc-rank              pic 9(03).
01  score-sub                    pic 9(03)  value zero.
01  score-found-sub              pic 9(03)  value zero.
01  score-check-source           pic x(08)  value spaces.

*>--- days from feed to correction, per source - one counter per day
*>--- up to a year, the last counting everything longer
01  repair-table.
    05  repair-source            occurs 100 times.
        10  rp-days-count        pic 9(05)  occurs 367 times.
01  repair-days                  pic s9(07) value zero.
01  repair-day-sub               pic 9(03)  value zero.
01  repair-cumulative            pic 9(07)  value zero.
01  median-rank-low              pic 9(07)  value zero.
01  median-rank-high             pic 9(07)  value zero.
01  median-day-low               pic 9(03)  value zero.
01  median-day-high              pic 9(03)  value zero.
01  median-low-switch            pic x(01)  value "N".
    88  median-low-found                    value "Y".
01  median-high-switch           pic x(01)  value "N".
    88  median-high-found                   value "Y".

*>--- the expected-feed schedule for the period
01  calendar-count               pic 9(04)  value zero.
01  calendar-table.
    05  calendar-entry           occurs 3000 times.
        10  ce-run-date          pic x(08).
        10  ce-source-system     pic x(08).
01  calendar-sub                 pic 9(04)  value zero.

*>--- the archived piece being counted: one output of one feed, as
*>--- filed on one night - a later filing of the same feed replaces it
01  piece-group-key.
    05  pg-feed-date             pic x(08).
    05  pg-source-system         pic x(08).
    05  pg-output-type           pic x(08).
01  piece-archive-date           pic x(08)  value spaces.
01  piece-items                  pic 9(09)  value zero.
01  piece-rejected               pic 9(07)  value zero.
01  piece-adjustments            pic 9(07)  value zero.

01  reject-field-work            pic x(20)  value spaces.
01  reject-rest-work             pic x(60)  value spaces.
01  reject-field-tally           pic 9(02)  value zero.

01  unattributed-breaks          pic 9(05)  value zero.
01  parm-ignored-count           pic 9(03)  value zero.
01  rank-counter                 pic 9(03)  value zero.
01  extract-line-count           pic 9(05)  value zero.
01  points-earned                pic 9(03)  value zero.
01  status-word                  pic x(05)  value spaces.
01  status-word-2                pic x(05)  value spaces.

01  rank-edited                  pic zz9.
01  score-edited                 pic zz9.
01  score-count-edited           pic zz9.
01  pct-edited                   pic zz9.99.
01  pct-edited-2                 pic zz9.99.
01  days-edited                  pic zz9.99.
01  count-edited                 pic z(08)9.
01  count-edited-2               pic z(08)9.
01  count-edited-3               pic z(08)9.
01  count-edited-4               pic z(08)9.
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not scorecard-stopped
       perform 2000-load-partners thru 2000-load-partners-ex
    end-if.
    if not scorecard-stopped
       perform 2100-count-archive thru 2100-count-archive-ex
    end-if.
    if not scorecard-stopped
       perform 2200-count-rejects thru 2200-count-rejects-ex
       perform 2300-count-alerts thru 2300-count-alerts-ex
       perform 2400-count-overrides thru 2400-count-overrides-ex
       perform 2500-count-recalls thru 2500-count-recalls-ex
       perform 2600-count-breaks thru 2600-count-breaks-ex
       perform 2700-load-calendar thru 2700-load-calendar-ex
    end-if.
    if not scorecard-stopped
       perform 3000-judge-one-source thru 3000-judge-one-source-ex
           varying score-sub from 1 by 1
           until score-sub > score-count
       perform 4000-rank-sources thru 4000-rank-sources-ex
       perform 5000-report-one-source thru 5000-report-one-source-ex
           varying score-sub from 1 by 1
           until score-sub > score-count
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to score-run-date.

*>--- default period: last month
    move score-run-date(1:4) to last-month-year.
    move score-run-date(5:2) to last-month-month.
    if last-month-month = 1
       move 12 to last-month-month
       subtract 1 from last-month-year
    else
       subtract 1 from last-month-month
    end-if.
    move last-month-year  to score-period-year.
    move last-month-month to score-period-month.

    perform 1100-read-parms thru 1100-read-parms-ex.
    perform load-period-table thru load-period-table-ex.

    open output scorecard-report.
    open output summary-report.
    open output score-extract.

    move spaces to report-line.
    string "COBOL2XML PARTNER DATA-QUALITY SCORECARD - PERIOD "
                                  delimited by size
           score-period           delimited by size
           "  RUN "               delimited by size
           score-run-date         delimited by size
           into report-line
    end-string.
    write scorecard-report-record from report-line.

    if score-period not numeric
             or score-period-month < 1 or score-period-month > 12
       move spaces to report-line
       string "*** PERIOD CARD NOT YYYYMM: " delimited by size
              score-period                   delimited by size
              " - NOTHING SCORED ***"        delimited by size
              into report-line
       end-string
       write scorecard-report-record from report-line
       set scorecard-stopped to true
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.

*>--- the period's dates: the accounting period when PERIODS has it,
*>--- otherwise the calendar month
    move spaces to score-start-date score-end-date.
    perform varying period-sub from 1 by 1
            until period-sub > period-entry-count
       if pe-period-id( period-sub ) = score-period
          move pe-start-date( period-sub ) to score-start-date
          move pe-end-date( period-sub )   to score-end-date
       end-if
    end-perform.
    if score-start-date = spaces
       string score-period delimited by size
              "01"         delimited by size
              into score-start-date
       end-string
       string score-period delimited by size
              "31"         delimited by size
              into score-end-date
       end-string
    end-if.

    move spaces to report-line.
    string "PERIOD DATES "  delimited by size
           score-start-date delimited by size
           " TO "           delimited by size
           score-end-date   delimited by size
           into report-line
    end-string.
    write scorecard-report-record from report-line.

    perform 1200-load-thresholds thru 1200-load-thresholds-ex.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input scorecard-parms.
    if scorecard-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if scorecard-parms-status = "00" or scorecard-parms-status = "10"
       close scorecard-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read scorecard-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and scorecard-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring scorecard-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "PERIOD"
               move parm-value(1:6) to score-period
          when other
               display "PARTNER-SCORECARD: UNRECOGNIZED CONTROL CARD: "
                       scorecard-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1200-load-thresholds.

    move "N" to file-eof-switch.
    open input score-parms.
    if score-parms-status not = "00" and score-parms-status not = "05"
       set end-of-file-read to true
    end-if.
    perform 1250-load-one-threshold thru 1250-load-one-threshold-ex
        until end-of-file-read.
    if score-parms-status = "00" or score-parms-status = "05"
             or score-parms-status = "10"
       close score-parms
    end-if.

    if threshold-count = zero
       move "*** NO SCORPARM THRESHOLDS - MEASURES REPORTED, NOTHING RATED"
            to report-line
       write scorecard-report-record from report-line
       move 4 to return-code
    end-if.
    if parm-ignored-count > zero
       move spaces to report-line
       string "*** THRESHOLD RECORDS NOT UNDERSTOOD, IGNORED: "
                                 delimited by size
              parm-ignored-count delimited by size
              into report-line
       end-string
       write scorecard-report-record from report-line
       move 4 to return-code
    end-if.

1200-load-thresholds-ex.
    exit.

1250-load-one-threshold.

    read score-parms
        at end
            set end-of-file-read to true
    end-read.
    if end-of-file-read or score-parm-record = spaces
       go to 1250-load-one-threshold-ex
    end-if.

    move zero to measure-sub.
    perform varying field-sub from 1 by 1 until field-sub > 7
       if measure-name( field-sub ) = sp-measure
          move field-sub to measure-sub
       end-if
    end-perform.

    if measure-sub = zero
             or sp-amber-limit not numeric or sp-red-limit not numeric
             or sp-source-system = spaces
       add 1 to parm-ignored-count
       display "PARTNER-SCORECARD: THRESHOLD IGNORED: " score-parm-record
       go to 1250-load-one-threshold-ex
    end-if.

    if threshold-count >= 200
       display "PARTNER-SCORECARD: THRESHOLD TABLE FULL - NOTHING SCORED"
       set scorecard-stopped to true
       set end-of-file-read to true
       move 12 to return-code
       go to 1250-load-one-threshold-ex
    end-if.

    add 1 to threshold-count.
    move sp-source-system to th-source-system( threshold-count ).
    move measure-sub      to th-measure-sub( threshold-count ).
    move sp-amber-limit   to th-amber-limit( threshold-count ).
    move sp-red-limit     to th-red-limit( threshold-count ).

1250-load-one-threshold-ex.
    exit.

2000-load-partners.

*>--- every partner on the master gets a scorecard, so one that sent
*>--- nothing all month shows as such instead of dropping off
    open input partner-master.
    if partner-file-status not = "00"
       move spaces to report-line
       string "*** PARTNERS UNAVAILABLE (STATUS " delimited by size
              partner-file-status                 delimited by size
              ") - NOTHING SCORED ***"             delimited by size
              into report-line
       end-string
       write scorecard-report-record from report-line
       set scorecard-stopped to true
       move 12 to return-code
       go to 2000-load-partners-ex
    end-if.

    move "N" to file-eof-switch.
    move low-values to ps-source-system.
    start partner-master key is >= ps-source-system
        invalid key
            set end-of-file-read to true
    end-start.
    perform 2050-load-one-partner thru 2050-load-one-partner-ex
        until end-of-file-read.
    close partner-master.

2000-load-partners-ex.
    exit.

2050-load-one-partner.

    read partner-master next
        at end
            set end-of-file-read to true
    end-read.
    if end-of-file-read
       go to 2050-load-one-partner-ex
    end-if.

    move ps-source-system to score-check-source.
    perform 2900-find-source thru 2900-find-source-ex.
    if score-sub > zero
       move ps-status         to sc-partner-status( score-sub )
       move ps-effective-date to sc-effective-date( score-sub )
    else
       set end-of-file-read to true
    end-if.

2050-load-one-partner-ex.
    exit.

2100-count-archive.

*>--- the archive is keyed feed date first, so the period's feeds are
*>--- one browse; inside a feed and output the filings come oldest
*>--- first, and the counts of the last one stand
    open input output-archive.
    if output-archive-status not = "00"
       move spaces to report-line
       string "*** NIGHT ARCHIVE UNAVAILABLE (STATUS " delimited by size
              output-archive-status                    delimited by size
              ") - NOTHING SCORED ***"                  delimited by size
              into report-line
       end-string
       write scorecard-report-record from report-line
       set scorecard-stopped to true
       move 12 to return-code
       go to 2100-count-archive-ex
    end-if.

    move "N"        to file-eof-switch.
    move spaces     to piece-group-key piece-archive-date.
    move low-values to oa-archive-key.
    move score-start-date to oa-feed-date.
    start output-archive key is >= oa-archive-key
        invalid key
            set end-of-file-read to true
    end-start.
    perform 2150-count-one-archived thru 2150-count-one-archived-ex
        until end-of-file-read or scorecard-stopped.
    if piece-group-key not = spaces
       perform 2180-commit-piece thru 2180-commit-piece-ex
    end-if.
    close output-archive.

2100-count-archive-ex.
    exit.

2150-count-one-archived.

    read output-archive next
        at end
            set end-of-file-read to true
    end-read.
    if end-of-file-read
       go to 2150-count-one-archived-ex
    end-if.
    if oa-feed-date > score-end-date
       set end-of-file-read to true
       go to 2150-count-one-archived-ex
    end-if.

    if oa-feed-date not = pg-feed-date
             or oa-source-system not = pg-source-system
             or oa-output-type not = pg-output-type
       if piece-group-key not = spaces
          perform 2180-commit-piece thru 2180-commit-piece-ex
       end-if
       move oa-feed-date     to pg-feed-date
       move oa-source-system to pg-source-system
       move oa-output-type   to pg-output-type
       move oa-archive-date  to piece-archive-date
       perform 2170-clear-piece thru 2170-clear-piece-ex
    else
    if oa-archive-date not = piece-archive-date
       move oa-archive-date  to piece-archive-date
       perform 2170-clear-piece thru 2170-clear-piece-ex
    end-if
    end-if.

    if oa-output-type = "ACKOUT"
       move oa-record-image to ack-record
       if ak-trailer-record
          set piece-trailer-seen to true
          compute piece-items = ak-accepted-count
                              + ak-rejected-count
                              + ak-bypassed-count
                              + ak-held-count
                              + ak-warehoused-count
          move ak-rejected-count to piece-rejected
       end-if
    else
    if oa-output-type = "TRANSOUT"
       move oa-record-image to trans-out-record
       if to-status(1:10) = "ADJUSTMENT"
          add 1 to piece-adjustments
       end-if
    end-if
    end-if.

2150-count-one-archived-ex.
    exit.

2170-clear-piece.

    move "N"  to piece-trailer-switch.
    move zero to piece-items piece-rejected piece-adjustments.

2170-clear-piece-ex.
    exit.

2180-commit-piece.

*>--- an ACKOUT section that never reached its trailer is not a feed
*>--- received - the night that cut it did not finish it
    if pg-output-type = "ACKOUT" and piece-trailer-seen
       move pg-source-system to score-check-source
       perform 2900-find-source thru 2900-find-source-ex
       if score-sub > zero
          add 1              to sc-feeds-received( score-sub )
          add piece-items    to sc-items-received( score-sub )
          add piece-rejected to sc-items-rejected( score-sub )
       end-if
    else
    if pg-output-type = "TRANSOUT" and piece-adjustments > zero
       move pg-source-system to score-check-source
       perform 2900-find-source thru 2900-find-source-ex
       if score-sub > zero
          add piece-adjustments to sc-adjustments( score-sub )
       end-if
    end-if
    end-if.

2180-commit-piece-ex.
    exit.

2200-count-rejects.

    move "N" to file-eof-switch.
    open input rejects.
    if rejects-status not = "00" and rejects-status not = "05"
       display "PARTNER-SCORECARD: REJECTS UNAVAILABLE (STATUS "
               rejects-status ") - NO REJECT DETAIL"
       go to 2200-count-rejects-ex
    end-if.
    perform 2250-count-one-reject thru 2250-count-one-reject-ex
        until end-of-file-read or scorecard-stopped.
    close rejects.

2200-count-rejects-ex.
    exit.

2250-count-one-reject.

    read rejects
        at end
            set end-of-file-read to true
    end-read.
    if end-of-file-read or rj-source-system = spaces
       go to 2250-count-one-reject-ex
    end-if.

    if rj-feed-date >= score-start-date
             and rj-feed-date <= score-end-date
       move rj-source-system to score-check-source
       perform 2900-find-source thru 2900-find-source-ex
       if score-sub = zero
          go to 2250-count-one-reject-ex
       end-if

*>--- the field is what convert-detail names ahead of the ": " in the
*>--- reason; a reason without one failed the record, not a field
       move spaces to reject-field-work reject-rest-work
       move zero   to reject-field-tally
       unstring rj-reason delimited by ": "
           into reject-field-work reject-rest-work
           tallying in reject-field-tally
       end-unstring
       move 6 to field-sub
       if reject-field-tally > 1
          perform varying measure-sub from 1 by 1
                  until measure-sub > 5
             if field-name( measure-sub ) = reject-field-work
                move measure-sub to field-sub
             end-if
          end-perform
       end-if
       add 1 to sc-field-rejects( score-sub field-sub )

       if rj-record-image(1:1) = "A"
          add 1 to sc-adjustments( score-sub )
       end-if
       if rj-status-workable
          add 1 to sc-rejects-open( score-sub )
       end-if
    end-if.

*>--- days to correct count for the month the correction was made in,
*>--- whatever night the reject came from
    if rj-status-corrected
             and rj-status-date >= score-start-date
             and rj-status-date <= score-end-date
             and rj-feed-date numeric and rj-status-date numeric
       if function test-date-yyyymmdd(
                function numval( rj-feed-date ) ) = 0
                and function test-date-yyyymmdd(
                function numval( rj-status-date ) ) = 0
          move rj-source-system to score-check-source
          perform 2900-find-source thru 2900-find-source-ex
          if score-sub > zero
             compute repair-days
                   = function integer-of-date(
                         function numval( rj-status-date ) )
                   - function integer-of-date(
                         function numval( rj-feed-date ) )
             if repair-days < zero
                move zero to repair-days
             end-if
             if repair-days > 366
                move 366 to repair-days
             end-if
             compute repair-day-sub = repair-days + 1
             add 1 to rp-days-count( score-sub repair-day-sub )
             add 1 to sc-rejects-corrected( score-sub )
          end-if
       end-if
    end-if.

2250-count-one-reject-ex.
    exit.

2300-count-alerts.

    move "N" to file-eof-switch.
    open input alert-queue.
    if alert-queue-status not = "00" and alert-queue-status not = "05"
       display "PARTNER-SCORECARD: ALERTQ UNAVAILABLE (STATUS "
               alert-queue-status ") - NO ALERTS COUNTED"
       go to 2300-count-alerts-ex
    end-if.
    perform 2350-count-one-alert thru 2350-count-one-alert-ex
        until end-of-file-read or scorecard-stopped.
    close alert-queue.

2300-count-alerts-ex.
    exit.

2350-count-one-alert.

    read alert-queue
        at end
            set end-of-file-read to true
    end-read.
    if end-of-file-read or aq-source-system = spaces
             or aq-alert-date < score-start-date
             or aq-alert-date > score-end-date
       go to 2350-count-one-alert-ex
    end-if.
    if aq-condition not = "FEED-LATE"
             and aq-condition not = "REJECT-RATE"
       go to 2350-count-one-alert-ex
    end-if.

    move aq-source-system to score-check-source.
    perform 2900-find-source thru 2900-find-source-ex.
    if score-sub = zero
       go to 2350-count-one-alert-ex
    end-if.

*>--- the watchdog re-raises on every pass while a feed is missing -
*>--- the queue is in time order, so a partner's day counts once
    if aq-condition = "FEED-LATE"
       if aq-alert-date not = sc-last-late( score-sub )
          add 1 to sc-feeds-late( score-sub )
          move aq-alert-date to sc-last-late( score-sub )
       end-if
    else
       if aq-alert-date not = sc-last-reject-alert( score-sub )
          add 1 to sc-reject-alerts( score-sub )
          move aq-alert-date to sc-last-reject-alert( score-sub )
       end-if
    end-if.

2350-count-one-alert-ex.
    exit.

2400-count-overrides.

    move "N" to file-eof-switch.
    open input override-log.
    if override-log-status not = "00" and override-log-status not = "05"
       display "PARTNER-SCORECARD: OVERLOG UNAVAILABLE (STATUS "
               override-log-status ") - NO OVERRIDES COUNTED"
       go to 2400-count-overrides-ex
    end-if.
    perform 2450-count-one-override thru 2450-count-one-override-ex
        until end-of-file-read or scorecard-stopped.
    close override-log.

2400-count-overrides-ex.
    exit.

2450-count-one-override.

    read override-log
        at end
            set end-of-file-read to true
    end-read.
    if end-of-file-read or ov-source-system = spaces
             or ov-disposition not = "APPLIED"
             or ov-log-date < score-start-date
             or ov-log-date > score-end-date
       go to 2450-count-one-override-ex
    end-if.

    move ov-source-system to score-check-source.
    perform 2900-find-source thru 2900-find-source-ex.
    if score-sub > zero
       add 1 to sc-overrides( score-sub )
    end-if.

2450-count-one-override-ex.
    exit.

2500-count-recalls.

    move "N" to file-eof-switch.
    open input backout-log.
    if backout-log-status not = "00" and backout-log-status not = "05"
       display "PARTNER-SCORECARD: BACKLOG UNAVAILABLE (STATUS "
               backout-log-status ") - NO RECALLS COUNTED"
       go to 2500-count-recalls-ex
    end-if.
    perform 2550-count-one-recall thru 2550-count-one-recall-ex
        until end-of-file-read or scorecard-stopped.
    close backout-log.

2500-count-recalls-ex.
    exit.

2550-count-one-recall.

    read backout-log
        at end
            set end-of-file-read to true
    end-read.
    if end-of-file-read or bl-source-system = spaces
             or not bl-feed-removed
             or bl-log-date < score-start-date
             or bl-log-date > score-end-date
       go to 2550-count-one-recall-ex
    end-if.

    move bl-source-system to score-check-source.
    perform 2900-find-source thru 2900-find-source-ex.
    if score-sub > zero
       add 1 to sc-recalls( score-sub )
    end-if.

2550-count-one-recall-ex.
    exit.

2600-count-breaks.

    move "N" to file-eof-switch.
    open input confirm-log.
    if confirm-log-status not = "00" and confirm-log-status not = "05"
       display "PARTNER-SCORECARD: CONFLOG UNAVAILABLE (STATUS "
               confirm-log-status ") - NO BREAKS COUNTED"
       go to 2600-count-breaks-ex
    end-if.
    perform 2650-count-one-break thru 2650-count-one-break-ex
        until end-of-file-read or scorecard-stopped.
    close confirm-log.

2600-count-breaks-ex.
    exit.

2650-count-one-break.

    read confirm-log
        at end
            set end-of-file-read to true
    end-read.
    if end-of-file-read
             or cl-run-date < score-start-date
             or cl-run-date > score-end-date
       go to 2650-count-one-break-ex
    end-if.

*>--- a break neither side named a partner for is shown apart
    if cl-source-system = spaces
       add 1 to unattributed-breaks
       go to 2650-count-one-break-ex
    end-if.

    move cl-source-system to score-check-source.
    perform 2900-find-source thru 2900-find-source-ex.
    if score-sub > zero
       add 1 to sc-conf-breaks( score-sub )
    end-if.

2650-count-one-break-ex.
    exit.

2700-load-calendar.

    move "N" to file-eof-switch.
    open input calendar-file.
    if calendar-status not = "00" and calendar-status not = "05"
       display "PARTNER-SCORECARD: CALENDAR UNAVAILABLE (STATUS "
               calendar-status ") - NO FEEDS EXPECTED"
       go to 2700-load-calendar-ex
    end-if.
    perform 2750-load-one-calendar thru 2750-load-one-calendar-ex
        until end-of-file-read or scorecard-stopped.
    close calendar-file.

2700-load-calendar-ex.
    exit.

2750-load-one-calendar.

    read calendar-file
        at end
            set end-of-file-read to true
    end-read.
    if end-of-file-read or cal-source-system = spaces
             or cal-run-date < score-start-date
             or cal-run-date > score-end-date
       go to 2750-load-one-calendar-ex
    end-if.

    if calendar-count >= 3000
       move "*** CALENDAR TABLE FULL - NOTHING SCORED ***"
            to report-line
       write scorecard-report-record from report-line
       set scorecard-stopped to true
       move 12 to return-code
       go to 2750-load-one-calendar-ex
    end-if.

*>--- a partner the calendar names expects its feeds even if it is not
*>--- on the master
    if cal-source-system not = "*"
       move cal-source-system to score-check-source
       perform 2900-find-source thru 2900-find-source-ex
    end-if.

    add 1 to calendar-count.
    move cal-run-date      to ce-run-date( calendar-count ).
    move cal-source-system to ce-source-system( calendar-count ).

2750-load-one-calendar-ex.
    exit.

2900-find-source.

*>--- score-sub comes back on the source's entry, a new one when it is
*>--- not yet there; zero only when the table is full, which stops
*>--- the scorecard - a partner left off would be ranked wrongly
    move zero to score-found-sub.
    perform varying score-sub from 1 by 1
            until score-sub > score-count or score-found-sub > zero
       if sc-source-system( score-sub ) = score-check-source
          move score-sub to score-found-sub
       end-if
    end-perform.
    move score-found-sub to score-sub.
    if score-sub > zero
       go to 2900-find-source-ex
    end-if.

    if score-count >= 100
       move zero to score-sub
       if not scorecard-stopped
          move "*** SOURCE TABLE FULL - NOTHING SCORED ***"
               to report-line
          write scorecard-report-record from report-line
          set scorecard-stopped to true
          move 12 to return-code
       end-if
       go to 2900-find-source-ex
    end-if.

    add 1 to score-count.
    move score-count to score-sub.
    move score-check-source to sc-source-system( score-sub ).
    move spaces to sc-partner-status( score-sub )
                   sc-effective-date( score-sub )
                   sc-last-expected( score-sub )
                   sc-last-late( score-sub )
                   sc-last-reject-alert( score-sub )
                   sc-rating( score-sub ).
    move zero to sc-feeds-expected( score-sub )
                 sc-feeds-received( score-sub )
                 sc-feeds-late( score-sub )
                 sc-feeds-on-time( score-sub )
                 sc-reject-alerts( score-sub )
                 sc-items-received( score-sub )
                 sc-items-rejected( score-sub )
                 sc-rejects-corrected( score-sub )
                 sc-rejects-open( score-sub )
                 sc-conf-breaks( score-sub )
                 sc-adjustments( score-sub )
                 sc-overrides( score-sub )
                 sc-recalls( score-sub )
                 sc-judged-count( score-sub )
                 sc-amber-count( score-sub )
                 sc-red-count( score-sub )
                 sc-score-pct( score-sub )
                 sc-rank( score-sub ).
    perform varying field-sub from 1 by 1 until field-sub > 6
       move zero to sc-field-rejects( score-sub field-sub )
    end-perform.
    perform varying measure-sub from 1 by 1 until measure-sub > 7
       move zero  to sc-measure-value( score-sub measure-sub )
       move "N"   to sc-measure-taken( score-sub measure-sub )
       move space to sc-measure-status( score-sub measure-sub )
    end-perform.
    perform varying repair-day-sub from 1 by 1
            until repair-day-sub > 367
       move zero to rp-days-count( score-sub repair-day-sub )
    end-perform.

2900-find-source-ex.
    exit.

3000-judge-one-source.

*>--- feeds expected: each run date the calendar expects the partner -
*>--- by name, or under "*" when it is an active partner by then. the
*>--- calendar is in run-date order, so a date counts once
    perform varying calendar-sub from 1 by 1
            until calendar-sub > calendar-count
       if ce-source-system( calendar-sub ) = sc-source-system( score-sub )
                or ( ce-source-system( calendar-sub ) = "*"
                     and sc-partner-status( score-sub ) = "A"
                     and sc-effective-date( score-sub )
                         <= ce-run-date( calendar-sub ) )
          if ce-run-date( calendar-sub ) not = sc-last-expected( score-sub )
             add 1 to sc-feeds-expected( score-sub )
             move ce-run-date( calendar-sub )
               to sc-last-expected( score-sub )
          end-if
       end-if
    end-perform.

*>--- on time: received, less the days the watchdog called it late
    if sc-feeds-received( score-sub ) > sc-feeds-expected( score-sub )
       move sc-feeds-expected( score-sub ) to sc-feeds-on-time( score-sub )
    else
       move sc-feeds-received( score-sub ) to sc-feeds-on-time( score-sub )
    end-if.
    if sc-feeds-late( score-sub ) >= sc-feeds-on-time( score-sub )
       move zero to sc-feeds-on-time( score-sub )
    else
       subtract sc-feeds-late( score-sub ) from sc-feeds-on-time( score-sub )
    end-if.

    move "N" to sc-measure-taken( score-sub 1 ).
    if sc-feeds-expected( score-sub ) > zero
       compute sc-measure-value( score-sub 1 ) rounded
             = sc-feeds-on-time( score-sub ) * 100
             / sc-feeds-expected( score-sub )
       move "Y" to sc-measure-taken( score-sub 1 )
    end-if.

    move "N" to sc-measure-taken( score-sub 2 ).
    if sc-items-received( score-sub ) > zero
       compute sc-measure-value( score-sub 2 ) rounded
             = sc-items-rejected( score-sub ) * 100
             / sc-items-received( score-sub )
       move "Y" to sc-measure-taken( score-sub 2 )
    end-if.

    move "N" to sc-measure-taken( score-sub 3 ).
    if sc-rejects-corrected( score-sub ) > zero
       perform 3100-median-repair-days thru 3100-median-repair-days-ex
       move "Y" to sc-measure-taken( score-sub 3 )
    end-if.

    move sc-conf-breaks( score-sub ) to sc-measure-value( score-sub 4 ).
    move sc-adjustments( score-sub ) to sc-measure-value( score-sub 5 ).
    move sc-overrides( score-sub )   to sc-measure-value( score-sub 6 ).
    move sc-recalls( score-sub )     to sc-measure-value( score-sub 7 ).
    move "Y" to sc-measure-taken( score-sub 4 ).
    move "Y" to sc-measure-taken( score-sub 5 ).
    move "Y" to sc-measure-taken( score-sub 6 ).
    move "Y" to sc-measure-taken( score-sub 7 ).

*>--- a partner with nothing all month - no feed due, none sent - has
*>--- nothing to rate
    if sc-feeds-expected( score-sub ) = zero
             and sc-feeds-received( score-sub ) = zero
             and sc-conf-breaks( score-sub ) = zero
             and sc-overrides( score-sub ) = zero
             and sc-recalls( score-sub ) = zero
       move "N" to sc-measure-taken( score-sub 4 )
       move "N" to sc-measure-taken( score-sub 5 )
       move "N" to sc-measure-taken( score-sub 6 )
       move "N" to sc-measure-taken( score-sub 7 )
    end-if.

    move zero to sc-judged-count( score-sub ) sc-amber-count( score-sub )
                 sc-red-count( score-sub ) points-earned.
    perform 3200-judge-one-measure thru 3200-judge-one-measure-ex
        varying measure-sub from 1 by 1
        until measure-sub > 7.

    if sc-judged-count( score-sub ) = zero
       move "-"  to sc-rating( score-sub )
       move zero to sc-score-pct( score-sub )
    else
       compute sc-score-pct( score-sub )
             = points-earned * 100 / ( sc-judged-count( score-sub ) * 2 )
       if sc-red-count( score-sub ) > 1
          move "D" to sc-rating( score-sub )
       else
       if sc-red-count( score-sub ) = 1
          move "C" to sc-rating( score-sub )
       else
       if sc-amber-count( score-sub ) > zero
          move "B" to sc-rating( score-sub )
       else
          move "A" to sc-rating( score-sub )
       end-if
       end-if
       end-if
    end-if.

3000-judge-one-source-ex.
    exit.

3100-median-repair-days.

*>--- the middle of the ordered days - the mean of the two middle ones
*>--- when the count is even
    compute median-rank-low  = ( sc-rejects-corrected( score-sub ) + 1 ) / 2.
    compute median-rank-high = ( sc-rejects-corrected( score-sub ) + 2 ) / 2.
    move zero to repair-cumulative median-day-low median-day-high.
    move "N"  to median-low-switch median-high-switch.
    perform varying repair-day-sub from 1 by 1
            until repair-day-sub > 367 or median-high-found
       add rp-days-count( score-sub repair-day-sub ) to repair-cumulative
       if repair-cumulative >= median-rank-low and not median-low-found
          compute median-day-low = repair-day-sub - 1
          set median-low-found to true
       end-if
       if repair-cumulative >= median-rank-high
          compute median-day-high = repair-day-sub - 1
          set median-high-found to true
       end-if
    end-perform.
    compute sc-measure-value( score-sub 3 )
          = ( median-day-low + median-day-high ) / 2.

3100-median-repair-days-ex.
    exit.

3200-judge-one-measure.

    move space to sc-measure-status( score-sub measure-sub ).
    if sc-measure-taken( score-sub measure-sub ) not = "Y"
       go to 3200-judge-one-measure-ex
    end-if.

*>--- the partner's own limit, else the "*" default
    move zero to threshold-found-sub threshold-default-sub.
    perform varying threshold-sub from 1 by 1
            until threshold-sub > threshold-count
       if th-measure-sub( threshold-sub ) = measure-sub
          if th-source-system( threshold-sub )
                   = sc-source-system( score-sub )
             move threshold-sub to threshold-found-sub
          end-if
          if th-source-system( threshold-sub ) = "*"
             move threshold-sub to threshold-default-sub
          end-if
       end-if
    end-perform.
    if threshold-found-sub = zero
       move threshold-default-sub to threshold-found-sub
    end-if.
    if threshold-found-sub = zero
       go to 3200-judge-one-measure-ex
    end-if.

    add 1 to sc-judged-count( score-sub ).
    if measure-sub = 1
       if sc-measure-value( score-sub measure-sub )
                < th-red-limit( threshold-found-sub )
          move "R" to sc-measure-status( score-sub measure-sub )
       else
       if sc-measure-value( score-sub measure-sub )
                < th-amber-limit( threshold-found-sub )
          move "A" to sc-measure-status( score-sub measure-sub )
       else
          move "G" to sc-measure-status( score-sub measure-sub )
       end-if
       end-if
    else
       if sc-measure-value( score-sub measure-sub )
                > th-red-limit( threshold-found-sub )
          move "R" to sc-measure-status( score-sub measure-sub )
       else
       if sc-measure-value( score-sub measure-sub )
                > th-amber-limit( threshold-found-sub )
          move "A" to sc-measure-status( score-sub measure-sub )
       else
          move "G" to sc-measure-status( score-sub measure-sub )
       end-if
       end-if
    end-if.

    if sc-measure-status( score-sub measure-sub ) = "G"
       add 2 to points-earned
    else
    if sc-measure-status( score-sub measure-sub ) = "A"
       add 1 to points-earned
       add 1 to sc-amber-count( score-sub )
    else
       add 1 to sc-red-count( score-sub )
    end-if
    end-if.

3200-judge-one-measure-ex.
    exit.

4000-rank-sources.

*>--- best first: rated partners by score, then on-time rate, then
*>--- reject rate; the unrated trail the list
    move spaces to report-line.
    string "COBOL2XML PARTNER DATA-QUALITY SUMMARY - PERIOD "
                            delimited by size
           score-period     delimited by size
           " ("             delimited by size
           score-start-date delimited by size
           " TO "           delimited by size
           score-end-date   delimited by size
           ")  RUN "        delimited by size
           score-run-date   delimited by size
           into report-line
    end-string.
    write summary-report-record from report-line.
    move spaces to report-line.
    write summary-report-record from report-line.

    move spaces         to report-line.
    move "RANK"         to report-line(1:4).
    move "SOURCE"       to report-line(7:6).
    move "RATING"       to report-line(17:6).
    move "SCORE"        to report-line(25:5).
    move "ON-TIME%"     to report-line(32:8).
    move "REJECT%"      to report-line(42:7).
    move "REPAIR DAYS"  to report-line(51:11).
    move "BREAKS"       to report-line(67:6).
    move "ADJUSTMENTS"  to report-line(77:11).
    move "OVERRIDES"    to report-line(92:9).
    move "RECALLS"      to report-line(106:7).
    write summary-report-record from report-line.

    move spaces to score-extract-record.
    set sx-header-record  to true.
    move score-run-date   to sx-run-date.
    move score-period     to sx-period-id.
    move score-start-date to sx-period-start.
    move score-end-date   to sx-period-end.
    move "C2X"            to sx-origin.
    write score-extract-record.

    sort sort-work
        on ascending key sr-unrated
        on descending key sr-score-pct sr-ontime-pct
        on ascending key sr-reject-pct sr-source-system
        input procedure is 4100-release-sources
                      thru 4100-release-sources-ex
        output procedure is 4300-rank-and-list
                       thru 4300-rank-and-list-ex.

    move spaces to report-line.
    write summary-report-record from report-line.
    move spaces to report-line.
    string "RATING A = EVERY RATED MEASURE WITHIN ITS AMBER LIMIT;  "
                                  delimited by size
           "B = AMBER, NONE RED;  C = ONE RED;  D = TWO OR MORE RED"
                                  delimited by size
           into report-line
    end-string.
    write summary-report-record from report-line.
    move spaces to report-line.
    string "       - = NOTHING TO RATE (NO ACTIVITY, OR NO THRESHOLDS).  "
                                  delimited by size
           "SCORE = 2 POINTS PER GREEN, 1 PER AMBER, AS % OF THE MAXIMUM"
                                  delimited by size
           into report-line
    end-string.
    write summary-report-record from report-line.
    if unattributed-breaks > zero
       move spaces to report-line
       string "CONFIRMATION BREAKS NOT CHARGED TO ANY PARTNER: "
                                   delimited by size
              unattributed-breaks  delimited by size
              into report-line
       end-string
       write summary-report-record from report-line
    end-if.

    move spaces to score-extract-record.
    set sx-trailer-record  to true.
    move extract-line-count to sx-line-count.
    write score-extract-record.

4000-rank-sources-ex.
    exit.

4100-release-sources.

    perform varying score-sub from 1 by 1
            until score-sub > score-count
       if sc-rating( score-sub ) = "-"
          move 1 to sr-unrated
       else
          move 0 to sr-unrated
       end-if
       move sc-score-pct( score-sub )          to sr-score-pct
       move sc-measure-value( score-sub 1 )    to sr-ontime-pct
       move sc-measure-value( score-sub 2 )    to sr-reject-pct
       move sc-source-system( score-sub )      to sr-source-system
       move score-sub                          to sr-score-sub
       release sort-record
    end-perform.

4100-release-sources-ex.
    exit.

4300-rank-and-list.

    move "N"  to sort-eof-switch.
    move zero to rank-counter.
    perform 4350-rank-one-source thru 4350-rank-one-source-ex
        until end-of-sort.

4300-rank-and-list-ex.
    exit.

4350-rank-one-source.

    return sort-work
        at end
            set end-of-sort to true
    end-return.
    if end-of-sort
       go to 4350-rank-one-source-ex
    end-if.

    move sr-score-sub to score-sub.
    add 1 to rank-counter.
    move rank-counter to sc-rank( score-sub ).

    move rank-counter                    to rank-edited.
    move sc-score-pct( score-sub )       to score-edited.
    move sc-measure-value( score-sub 1 ) to pct-edited.
    move sc-measure-value( score-sub 2 ) to pct-edited-2.
    move sc-measure-value( score-sub 3 ) to days-edited.
    move spaces to report-line.
    move rank-edited                     to report-line(2:3).
    move sc-source-system( score-sub )   to report-line(7:8).
    move sc-rating( score-sub )          to report-line(19:1).
    if sc-rating( score-sub ) not = "-"
       move score-edited                 to report-line(26:3)
       move "%"                          to report-line(29:1)
    end-if.
    if sc-measure-taken( score-sub 1 ) = "Y"
       move pct-edited                   to report-line(33:6)
    else
       move "-"                          to report-line(38:1)
    end-if.
    if sc-measure-taken( score-sub 2 ) = "Y"
       move pct-edited-2                 to report-line(42:6)
    else
       move "-"                          to report-line(47:1)
    end-if.
    if sc-measure-taken( score-sub 3 ) = "Y"
       move days-edited                  to report-line(55:6)
    else
       move "-"                          to report-line(60:1)
    end-if.
    move sc-conf-breaks( score-sub ) to count-edited.
    move count-edited                    to report-line(64:9).
    move sc-adjustments( score-sub ) to count-edited.
    move count-edited                    to report-line(79:9).
    move sc-overrides( score-sub )   to count-edited.
    move count-edited                    to report-line(92:9).
    move sc-recalls( score-sub )     to count-edited.
    move count-edited                    to report-line(104:9).
    write summary-report-record from report-line.

    perform 4400-write-extract-line thru 4400-write-extract-line-ex.

4350-rank-one-source-ex.
    exit.

4400-write-extract-line.

    add 1 to extract-line-count.
    move spaces to score-extract-record.
    set sx-detail-record to true.
    move sc-source-system( score-sub )     to sx-source-system.
    move sc-rank( score-sub )              to sx-rank.
    move sc-rating( score-sub )            to sx-rating.
    move sc-score-pct( score-sub )         to sx-score-pct.
    move sc-feeds-expected( score-sub )    to sx-feeds-expected.
    move sc-feeds-received( score-sub )    to sx-feeds-received.
    move sc-feeds-late( score-sub )        to sx-feeds-late.
    move sc-feeds-on-time( score-sub )     to sx-feeds-on-time.
    move sc-measure-value( score-sub 1 )   to sx-ontime-pct.
    move sc-items-received( score-sub )    to sx-items-received.
    move sc-items-rejected( score-sub )    to sx-items-rejected.
    move sc-measure-value( score-sub 2 )   to sx-reject-pct.
    perform varying field-sub from 1 by 1 until field-sub > 6
       move sc-field-rejects( score-sub field-sub )
         to sx-field-rejects( field-sub )
    end-perform.
    move sc-rejects-corrected( score-sub ) to sx-rejects-corrected.
    move sc-measure-value( score-sub 3 )   to sx-repair-days.
    move sc-rejects-open( score-sub )      to sx-rejects-open.
    move sc-conf-breaks( score-sub )       to sx-conf-breaks.
    move sc-adjustments( score-sub )       to sx-adjustments.
    move sc-overrides( score-sub )         to sx-overrides.
    move sc-recalls( score-sub )           to sx-recalls.
    move sc-reject-alerts( score-sub )     to sx-reject-alerts.
    perform varying measure-sub from 1 by 1 until measure-sub > 7
       move sc-measure-status( score-sub measure-sub )
         to sx-measure-status( measure-sub )
    end-perform.
    write score-extract-record.

4400-write-extract-line-ex.
    exit.

5000-report-one-source.

    move spaces to report-line.
    write scorecard-report-record from report-line.
    move sc-rank( score-sub )      to rank-edited.
    move sc-score-pct( score-sub ) to score-edited.
    move score-count               to score-count-edited.
    move spaces to report-line.
    string "SOURCE "                    delimited by size
           sc-source-system( score-sub ) delimited by size
           "  PARTNER STATUS "          delimited by size
           sc-partner-status( score-sub ) delimited by size
           "  RATING "                  delimited by size
           sc-rating( score-sub )       delimited by size
           "  SCORE "                   delimited by size
           score-edited                 delimited by size
           "%  RANK "                   delimited by size
           rank-edited                  delimited by size
           " OF "                       delimited by size
           score-count-edited           delimited by size
           into report-line
    end-string.
    write scorecard-report-record from report-line.

    move sc-feeds-expected( score-sub ) to count-edited.
    move sc-feeds-received( score-sub ) to count-edited-2.
    move sc-feeds-late( score-sub )     to count-edited-3.
    move sc-feeds-on-time( score-sub )  to count-edited-4.
    move sc-measure-value( score-sub 1 ) to pct-edited.
    move 1 to measure-sub.
    perform 5900-status-word thru 5900-status-word-ex.
    move spaces to report-line.
    string "  FEEDS    EXPECTED " delimited by size
           count-edited           delimited by size
           "  RECEIVED "          delimited by size
           count-edited-2         delimited by size
           "  LATE "              delimited by size
           count-edited-3         delimited by size
           "  ON TIME "           delimited by size
           count-edited-4         delimited by size
           "  ON-TIME % "         delimited by size
           pct-edited             delimited by size
           "  "                   delimited by size
           status-word            delimited by size
           into report-line
    end-string.
    write scorecard-report-record from report-line.

    move sc-items-received( score-sub ) to count-edited.
    move sc-items-rejected( score-sub ) to count-edited-2.
    move sc-reject-alerts( score-sub )  to count-edited-3.
    move sc-measure-value( score-sub 2 ) to pct-edited.
    move 2 to measure-sub.
    perform 5900-status-word thru 5900-status-word-ex.
    move spaces to report-line.
    string "  ITEMS    RECEIVED " delimited by size
           count-edited           delimited by size
           "  REJECTED "          delimited by size
           count-edited-2         delimited by size
           "  REJECT % "          delimited by size
           pct-edited             delimited by size
           "  "                   delimited by size
           status-word            delimited by size
           "  REJECT-RATE ALERTS" delimited by size
           count-edited-3         delimited by size
           into report-line
    end-string.
    write scorecard-report-record from report-line.

    perform 5100-report-one-field thru 5100-report-one-field-ex
        varying field-sub from 1 by 1
        until field-sub > 6.

    move sc-rejects-corrected( score-sub ) to count-edited.
    move sc-rejects-open( score-sub )      to count-edited-2.
    move sc-measure-value( score-sub 3 )   to days-edited.
    move 3 to measure-sub.
    perform 5900-status-word thru 5900-status-word-ex.
    move spaces to report-line.
    string "  REPAIR   CORRECTED" delimited by size
           count-edited           delimited by size
           "  MEDIAN DAYS TO CORRECT " delimited by size
           days-edited            delimited by size
           "  "                   delimited by size
           status-word            delimited by size
           "  STILL OPEN"         delimited by size
           count-edited-2         delimited by size
           into report-line
    end-string.
    write scorecard-report-record from report-line.

    move sc-conf-breaks( score-sub ) to count-edited.
    move 4 to measure-sub.
    perform 5900-status-word thru 5900-status-word-ex.
    move status-word to status-word-2.
    move sc-adjustments( score-sub ) to count-edited-2.
    move 5 to measure-sub.
    perform 5900-status-word thru 5900-status-word-ex.
    move spaces to report-line.
    string "  CONFIRMATION BREAKS " delimited by size
           count-edited             delimited by size
           "  "                     delimited by size
           status-word-2            delimited by size
           "    ADJUSTMENTS SENT "  delimited by size
           count-edited-2           delimited by size
           "  "                     delimited by size
           status-word              delimited by size
           into report-line
    end-string.
    write scorecard-report-record from report-line.

    move sc-overrides( score-sub ) to count-edited.
    move 6 to measure-sub.
    perform 5900-status-word thru 5900-status-word-ex.
    move status-word to status-word-2.
    move sc-recalls( score-sub ) to count-edited-2.
    move 7 to measure-sub.
    perform 5900-status-word thru 5900-status-word-ex.
    move spaces to report-line.
    string "  OVERRIDES NEEDED    " delimited by size
           count-edited             delimited by size
           "  "                     delimited by size
           status-word-2            delimited by size
           "    RECALLS (BACKOUTS)" delimited by size
           count-edited-2           delimited by size
           "  "                     delimited by size
           status-word              delimited by size
           into report-line
    end-string.
    write scorecard-report-record from report-line.

5000-report-one-source-ex.
    exit.

5100-report-one-field.

    if sc-field-rejects( score-sub field-sub ) = zero
       go to 5100-report-one-field-ex
    end-if.

    move sc-field-rejects( score-sub field-sub ) to count-edited.
    move zero to pct-edited.
    if sc-items-received( score-sub ) > zero
       compute pct-edited rounded
             = sc-field-rejects( score-sub field-sub ) * 100
             / sc-items-received( score-sub )
    end-if.
    move spaces to report-line.
    string "           FAILING "  delimited by size
           field-name( field-sub ) delimited by size
           count-edited           delimited by size
           "  "                   delimited by size
           pct-edited             delimited by size
           "% OF ITEMS"           delimited by size
           into report-line
    end-string.
    write scorecard-report-record from report-line.

5100-report-one-field-ex.
    exit.

5900-status-word.

    if sc-measure-status( score-sub measure-sub ) = "G"
       move "GREEN" to status-word
    else
    if sc-measure-status( score-sub measure-sub ) = "A"
       move "AMBER" to status-word
    else
    if sc-measure-status( score-sub measure-sub ) = "R"
       move "RED"   to status-word
    else
       move "-"     to status-word
    end-if
    end-if
    end-if.

5900-status-word-ex.
    exit.

9000-terminate.

    if not scorecard-stopped
       move spaces to report-line
       write scorecard-report-record from report-line
       move spaces to report-line
       string "PARTNERS SCORED:               " delimited by size
              score-count                         delimited by size
              into report-line
       end-string
       write scorecard-report-record from report-line
       move spaces to report-line
       string "BREAKS NOT CHARGED TO A PARTNER: " delimited by size
              unattributed-breaks                 delimited by size
              into report-line
       end-string
       write scorecard-report-record from report-line
    end-if.

    close scorecard-report.
    close summary-report.
    close score-extract.

9000-terminate-ex.
    exit.

copy "period-check.cbl".

end program partner-scorecard.
