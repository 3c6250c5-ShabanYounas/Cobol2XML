identification division.
program-id. lineage-history.

*>--- printed item history for a partner dispute file: for each item
*>--- asked about, the whole chain the LINEAGE history holds for it,
*>--- in date order - first arrival and its disposition, rejection
*>--- and reason, correction and reprocess, holds and their release,
*>--- any adjustment that superseded it with the original's reversal,
*>--- any backout, and whether and when it reached RELOUT. the same
*>--- chain result-inquiry's lineage choice shows on the screen, on
*>--- paper. RC=4 means some item asked about has no history; RC=8
*>--- means no item card, or no history file - nothing printed.
*>--- SYSIN control cards:
*>---     CASE=text            the dispute reference, printed at the
*>---                          head of every history
*>---     FEED=YYYYMMDD        an item by the feed date it arrived in
*>---     POSITION=nnnnnnn     and its place in the partner's feed,
*>---                          as the ack numbers it (seven digits)
*>---     SOURCE=xxxxxxxx      the partner - blank looks in every
*>---                          source's feed that date
*>---     ACCOUNT=xxxxxxxxxx   or an item by the partner's account
*>---     REFERENCE=xxxxxxxx   and reference - no reference lists
*>---                          every item on the account
*>--- a FEED or ACCOUNT card starts the next item; the cards after it
*>--- complete it. any number of items, one history each
environment division.
input-output section.
file-control.
    select lineage-file
        assign to "LINEAGE"
        organization is indexed
        access mode is dynamic
        record key is ln-event-key
        alternate record key is ln-item-key
            with duplicates
        file status is chain-file-status.

    select history-parms
        assign to "SYSIN"
        organization is line sequential
        file status is history-parms-status.

    select history-report
        assign to "LINRPT"
        organization is line sequential.

data division.
file section.
fd  lineage-file.
copy "lineage-record.cbl".

fd  history-parms.
01  history-parms-record         pic x(80).

fd  history-report.
01  history-report-record        pic x(132).

working-storage section.
copy "lineage-chain-work.cbl".

01  history-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  history-failed-switch    pic x(01)  value "N".
        88  history-failed                  value "Y".

01  history-parms-status         pic x(02)  value spaces.

01  history-run-date             pic x(08)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(60)  value spaces.
01  case-reference               pic x(40)  value spaces.

*>--- the items the cards ask about, in card order
01  query-count                  pic 9(03)  value zero.
01  query-sub                    pic 9(03)  value zero.
01  query-table.
    05  query-entry              occurs 100 times.
        10  qy-feed-date         pic x(08).
        10  qy-sequence          pic 9(07).
        10  qy-source-system     pic x(08).
        10  qy-account-id        pic x(18).
        10  qy-reference         pic x(32).

01  histories-printed            pic 9(03)  value zero.
01  not-found-count              pic 9(03)  value zero.
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not history-failed
       perform 2000-print-history thru 2000-print-history-ex
           varying query-sub from 1 by 1
           until query-sub > query-count
       close lineage-file
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to history-run-date.

    open output history-report.

    perform 1100-read-parms thru 1100-read-parms-ex.

    move spaces to report-line.
    string "COBOL2XML ITEM LINEAGE HISTORY - " delimited by size
           history-run-date                   delimited by size
           into report-line
    end-string.
    write history-report-record from report-line.

    if query-count = 0
       move "*** NO FEED= OR ACCOUNT= CARD - NO ITEM TO TRACE"
            to report-line
       write history-report-record from report-line
       set history-failed to true
       go to 1000-initialize-ex
    end-if.

    open input lineage-file.
    if chain-file-status not = "00"
       move spaces to report-line
       string "*** LINEAGE HISTORY UNAVAILABLE (STATUS "
                                       delimited by size
              chain-file-status        delimited by size
              ") - NOTHING PRINTED"    delimited by size
              into report-line
       end-string
       write history-report-record from report-line
       display "LINEAGE-HISTORY: LINEAGE UNAVAILABLE (STATUS "
               chain-file-status ")"
       set history-failed to true
    end-if.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input history-parms.
    if history-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if history-parms-status = "00" or history-parms-status = "10"
       close history-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read history-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and history-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring history-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "CASE"
               move parm-value(1:40) to case-reference
          when "FEED"
          when "ACCOUNT"
               if query-count < 100
                  add 1 to query-count
                  move spaces to query-entry( query-count )
                  move zero   to qy-sequence( query-count )
                  if parm-keyword = "FEED"
                     move parm-value(1:8)  to qy-feed-date( query-count )
                  else
                     move parm-value(1:18) to qy-account-id( query-count )
                  end-if
               else
                  display "LINEAGE-HISTORY: CARD IGNORED: "
                          history-parms-record
               end-if
          when "POSITION"
               if query-count > 0
                        and qy-feed-date( query-count ) not = spaces
                        and parm-value(1:7) numeric
                  move parm-value(1:7) to qy-sequence( query-count )
               else
                  display "LINEAGE-HISTORY: CARD IGNORED: "
                          history-parms-record
               end-if
          when "SOURCE"
               if query-count > 0
                        and qy-feed-date( query-count ) not = spaces
                  move parm-value(1:8) to qy-source-system( query-count )
               else
                  display "LINEAGE-HISTORY: CARD IGNORED: "
                          history-parms-record
               end-if
          when "REFERENCE"
               if query-count > 0
                        and qy-account-id( query-count ) not = spaces
                  move parm-value(1:32) to qy-reference( query-count )
               else
                  display "LINEAGE-HISTORY: CARD IGNORED: "
                          history-parms-record
               end-if
          when other
               display "LINEAGE-HISTORY: UNRECOGNIZED CONTROL CARD: "
                       history-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

2000-print-history.

    move spaces to report-line.
    write history-report-record from report-line.
    move all "-" to report-line(1:80).
    write history-report-record from report-line.

    move spaces to report-line.
    if qy-feed-date( query-sub ) not = spaces
       string "ITEM ASKED ABOUT: FEED "     delimited by size
              qy-feed-date( query-sub )     delimited by size
              " POSITION "                  delimited by size
              qy-sequence( query-sub )      delimited by size
              " SOURCE "                    delimited by size
              qy-source-system( query-sub ) delimited by size
              into report-line
       end-string
       if qy-source-system( query-sub ) = spaces
          move "(ANY)" to report-line(57:5)
       end-if
    else
       string "ITEM ASKED ABOUT: ACCOUNT "  delimited by size
              qy-account-id( query-sub )    delimited by size
              " REF "                       delimited by size
              qy-reference( query-sub )     delimited by size
              into report-line
       end-string
       if qy-reference( query-sub ) = spaces
          move "(ALL)" to report-line(50:5)
       end-if
    end-if.
    write history-report-record from report-line.
    if case-reference not = spaces
       move spaces to report-line
       string "DISPUTE CASE:     "  delimited by size
              case-reference        delimited by size
              into report-line
       end-string
       write history-report-record from report-line
    end-if.
    move spaces to report-line.
    write history-report-record from report-line.

    move qy-feed-date( query-sub )     to chain-query-feed-date.
    move qy-sequence( query-sub )      to chain-query-sequence.
    move qy-source-system( query-sub ) to chain-query-source.
    move qy-account-id( query-sub )    to chain-query-account.
    move qy-reference( query-sub )     to chain-query-reference.
    perform find-lineage-chain thru find-lineage-chain-ex.

    if chain-event-count = 0
       add 1 to not-found-count
       move "*** NO LINEAGE HISTORY FOR THIS ITEM - IT ARRIVED BEFORE"
            to report-line
       write history-report-record from report-line
       move "*** ITEMS CARRIED ONE, OR THE FEED DATE/POSITION IS WRONG"
            to report-line
       write history-report-record from report-line
       go to 2000-print-history-ex
    end-if.

    add 1 to histories-printed.
    perform varying chain-id-idx from 1 by 1
            until chain-id-idx > chain-id-count
       perform format-chain-item thru format-chain-item-ex
       write history-report-record from chain-line
       write history-report-record from chain-line-2
    end-perform.

    move spaces to report-line.
    write history-report-record from report-line.
    perform varying chain-ev-idx from 1 by 1
            until chain-ev-idx > chain-event-count
       perform format-chain-event thru format-chain-event-ex
       write history-report-record from chain-line
       if chain-line-2 not = spaces
          write history-report-record from chain-line-2
       end-if
    end-perform.

    move spaces to report-line.
    write history-report-record from report-line.
    perform format-chain-summary thru format-chain-summary-ex.
    write history-report-record from chain-line.
    if chain-line-2 not = spaces
       write history-report-record from chain-line-2
    end-if.
    if chain-line-3 not = spaces
       write history-report-record from chain-line-3
    end-if.

2000-print-history-ex.
    exit.

9000-terminate.

    move spaces to report-line.
    write history-report-record from report-line.
    move spaces to report-line.
    string "ITEMS ASKED ABOUT:  "  delimited by size
           query-count             delimited by size
           "   HISTORIES PRINTED: " delimited by size
           histories-printed       delimited by size
           "   NOT FOUND: "        delimited by size
           not-found-count         delimited by size
           into report-line
    end-string.
    write history-report-record from report-line.

    close history-report.

    if history-failed
       move 8 to return-code
    else
    if not-found-count > 0
       move 4 to return-code
    end-if
    end-if.

9000-terminate-ex.
    exit.

copy "lineage-chain.cbl".

end program lineage-history.
