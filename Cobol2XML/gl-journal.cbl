identification division.
program-id. gl-journal.

*>--- general-ledger journal interface off the night's RELEASED file
*>--- (after the release gate and the position update - only what
*>--- posting can see is journalled): every released item is looked
*>--- up on the GLMAP account-to-GL table by account id or prefix,
*>--- source system and currency, and booked as a balanced debit/
*>--- credit pair to the GL accounts the rule names. reversal entries
*>--- book the pair the opposite way, bypassed items carried no value
*>--- and post nothing, and an item no rule covers goes to the
*>--- journal-suspense report instead of being dropped - the postings
*>--- team stops keying journals by hand from the daily report.
*>--- the journal is framed H/D/T; the trailer carries the line count
*>--- and the debit and credit totals, which must net to zero, so the
*>--- GL load can prove it received the whole batch. RC=4 when items
*>--- went to suspense, RC=12 when the released file or the mapping
*>--- table cannot be read (no journal is cut)
environment division.
input-output section.
file-control.
    select released-in
        assign to "RELOUT"
        organization is line sequential
        file status is released-status.

    select gl-map-file
        assign to "GLMAP"
        organization is line sequential
        file status is gl-map-status.

    select gl-journal
        assign to "GLJRNL"
        organization is line sequential.

    select gl-suspense
        assign to "GLSUSP"
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
fd  released-in.
copy "transout-record.cbl".

fd  gl-map-file.
copy "glmap-record.cbl".

fd  gl-journal.
copy "gljrnl-record.cbl".

fd  gl-suspense.
01  gl-suspense-record           pic x(132).

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

fd  cycle-status.
copy "cyclestat-record.cbl".

working-storage section.
copy "cycle-work.cbl".
copy "alert-work.cbl".

01  journal-switches.
    05  released-eof-switch      pic x(01)  value "N".
        88  end-of-released                 value "Y".
    05  gl-map-eof-switch        pic x(01)  value "N".
        88  end-of-gl-map                   value "Y".
    05  journal-open-switch      pic x(01)  value "N".
        88  journal-opened                  value "Y".
    05  mapping-found-switch     pic x(01)  value "N".
        88  mapping-found                   value "Y".

01  released-status              pic x(02)  value spaces.
01  gl-map-status                pic x(02)  value spaces.

01  journal-run-date             pic x(08)  value spaces.
01  journal-batch-id             pic x(12)  value spaces.

*>--- the mapping table, loaded whole; a rule's score is how specific
*>--- it is, and the highest-scoring rule that matches an item wins
01  gl-map-count                 pic 9(03)  value zero.
01  gl-map-table.
    05  gl-map-entry             occurs 500 times.
        10  gt-account-key       pic x(18).
        10  gt-key-length        pic 9(02).
        10  gt-source-system     pic x(08).
        10  gt-currency-code     pic x(03).
        10  gt-debit-gl          pic x(12).
        10  gt-credit-gl         pic x(12).
01  gl-map-sub                   pic 9(03)  value zero.
01  gl-map-best-sub              pic 9(03)  value zero.
01  gl-map-score                 pic 9(03)  value zero.
01  gl-map-best-score            pic 9(03)  value zero.
01  gl-key-length-work           pic 9(02)  value zero.
01  gl-source-match-switch       pic x(01)  value "N".
    88  gl-source-matches                   value "Y".
01  gl-currency-match-switch     pic x(01)  value "N".
    88  gl-currency-matches                 value "Y".

01  entry-debit-gl               pic x(12)  value spaces.
01  entry-credit-gl              pic x(12)  value spaces.
01  entry-type-work              pic x(01)  value space.

01  records-read-count           pic 9(07)  value zero.
01  items-posted-count           pic 9(07)  value zero.
01  reversals-posted-count       pic 9(07)  value zero.
01  bypassed-skip-count          pic 9(07)  value zero.
01  suspense-item-count          pic 9(07)  value zero.
01  journal-line-count           pic 9(07)  value zero.
01  journal-debit-total          pic s9(30)v9(08) value zero.
01  journal-credit-total         pic s9(30)v9(08) value zero.
01  journal-net-total            pic s9(30)v9(08) value zero.
01  suspense-amount-total        pic s9(30)v9(08) value zero.

01  amount-edited                pic -(29)9.9(08).
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    perform 2000-journal-one-record thru 2000-journal-one-record-ex
        until end-of-released.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to journal-run-date.
    move spaces to journal-batch-id.
    string "C2X"            delimited by size
           journal-run-date delimited by size
           into journal-batch-id
    end-string.

    move "GLJRNL" to cycle-job-name.
    perform 9010-stamp-cycle-start thru 9010-stamp-cycle-start-ex.

    move "GLJRNL" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    open output gl-suspense.

    move spaces to report-line.
    string "COBOL2XML GL JOURNAL SUSPENSE - " delimited by size
           journal-run-date                   delimited by size
           "  BATCH "                         delimited by size
           journal-batch-id                   delimited by size
           into report-line
    end-string.
    write gl-suspense-record from report-line.

    move spaces to report-line.
    write gl-suspense-record from report-line.

    move "FEED DT  SOURCE   ACCOUNT ID         CUR" to report-line.
    move "AMOUNT"                  to report-line(68:6).
    move "REFERENCE / REASON"      to report-line(82:18).
    write gl-suspense-record from report-line.

    perform 1100-load-gl-map thru 1100-load-gl-map-ex.

    if gl-map-count = 0
       move "*** NO GL MAPPING TABLE - NO JOURNAL CUT ***"
            to report-line
       write gl-suspense-record from report-line
       display "GL-JOURNAL: MAPPING TABLE EMPTY OR UNAVAILABLE "
               "(STATUS " gl-map-status ") - RUN STOPPED"
       set end-of-released to true
       move 12 to return-code
    else
       open input released-in
       if released-status not = "00"
          move "*** NO RELEASED FILE - HAS THE GATE RUN? ***"
               to report-line
          write gl-suspense-record from report-line
          display "GL-JOURNAL: NO RELEASED FILE (STATUS "
                  released-status ") - RUN STOPPED"
          set end-of-released to true
          move 12 to return-code
       else
          open output gl-journal
          set journal-opened to true
          perform 1200-write-journal-header
             thru 1200-write-journal-header-ex
          perform 2100-read-released thru 2100-read-released-ex
       end-if
    end-if.

1000-initialize-ex.
    exit.

1100-load-gl-map.

    open input gl-map-file.
    if gl-map-status = "00"
       perform 1150-load-one-mapping thru 1150-load-one-mapping-ex
           until end-of-gl-map
       close gl-map-file
    end-if.

1100-load-gl-map-ex.
    exit.

1150-load-one-mapping.

    read gl-map-file
        at end
            set end-of-gl-map to true
    end-read.

    if not end-of-gl-map
       if gl-map-count >= 500
          display "GL MAPPING TABLE OVERFLOWS 500 RULES - REST IGNORED"
          set end-of-gl-map to true
       else
       if gm-account-key = spaces or gm-key-length not numeric
                or gm-debit-gl = spaces or gm-credit-gl = spaces
          display "GL MAPPING RECORD SKIPPED: " gl-map-record
       else
          add 1 to gl-map-count
          move gm-account-key   to gt-account-key( gl-map-count )
          move gm-key-length    to gt-key-length( gl-map-count )
          if gm-key-length = 0 or gm-key-length > 18
             move 18 to gt-key-length( gl-map-count )
          end-if
          move gm-source-system to gt-source-system( gl-map-count )
          move gm-currency-code to gt-currency-code( gl-map-count )
          move gm-debit-gl      to gt-debit-gl( gl-map-count )
          move gm-credit-gl     to gt-credit-gl( gl-map-count )
       end-if
       end-if
    end-if.

1150-load-one-mapping-ex.
    exit.

1200-write-journal-header.

    move spaces to gl-journal-record.
    move "H" to gj-record-type.
    move journal-run-date to gj-journal-date.
    move journal-batch-id to gj-batch-id.
    move "COBOL2XM"       to gj-origin.
    write gl-journal-record.

1200-write-journal-header-ex.
    exit.

2000-journal-one-record.

    add 1 to records-read-count.

*>--- bypassed items carried no converted value and post nothing;
*>--- everything else is journalled or, with no rule, suspended
    if to-status(1:8) = "BYPASSED"
       add 1 to bypassed-skip-count
    else
       perform 2200-find-mapping thru 2200-find-mapping-ex
       if mapping-found
          perform 2300-write-entry-pair thru 2300-write-entry-pair-ex
       else
          perform 2400-write-suspense thru 2400-write-suspense-ex
       end-if
    end-if.

    perform 2100-read-released thru 2100-read-released-ex.

2000-journal-one-record-ex.
    exit.

2100-read-released.

    read released-in
        at end
            set end-of-released to true
    end-read.

2100-read-released-ex.
    exit.

2200-find-mapping.

*>--- score = key length x 4, plus 2 for an exact source, plus 1 for
*>--- an exact currency - so a whole-account rule always beats any
*>--- prefix, and among equal keys the narrower rule wins
    move "N"  to mapping-found-switch.
    move zero to gl-map-best-sub gl-map-best-score.

    perform varying gl-map-sub from 1 by 1
            until gl-map-sub > gl-map-count
       move gt-key-length( gl-map-sub ) to gl-key-length-work
       move "N" to gl-source-match-switch gl-currency-match-switch
       if gt-source-system( gl-map-sub ) = "*"
                or gt-source-system( gl-map-sub ) = to-source-system
          set gl-source-matches to true
       end-if
       if gt-currency-code( gl-map-sub ) = "*"
                or gt-currency-code( gl-map-sub ) = to-currency-code
          set gl-currency-matches to true
       end-if
       if gl-source-matches and gl-currency-matches
                and to-account-id(1:gl-key-length-work)
                  = gt-account-key( gl-map-sub )(1:gl-key-length-work)
          compute gl-map-score = gl-key-length-work * 4
          if gt-source-system( gl-map-sub ) not = "*"
             add 2 to gl-map-score
          end-if
          if gt-currency-code( gl-map-sub ) not = "*"
             add 1 to gl-map-score
          end-if
          if gl-map-score > gl-map-best-score
             move gl-map-score to gl-map-best-score
             move gl-map-sub   to gl-map-best-sub
          end-if
       end-if
    end-perform.

    if gl-map-best-sub > 0
       set mapping-found to true
       move gt-debit-gl( gl-map-best-sub )  to entry-debit-gl
       move gt-credit-gl( gl-map-best-sub ) to entry-credit-gl
    end-if.

2200-find-mapping-ex.
    exit.

2300-write-entry-pair.

*>--- a reversal undoes an earlier booking: the rule's debit account
*>--- is credited and its credit account debited
    if to-status(1:8) = "REVERSAL"
       add 1 to reversals-posted-count
       move "R" to entry-type-work
       move entry-debit-gl  to gj-gl-account
       move entry-credit-gl to entry-debit-gl
       move gj-gl-account   to entry-credit-gl
    else
       move "N" to entry-type-work
    end-if.
    add 1 to items-posted-count.

    move spaces to gl-journal-record.
    move "D" to gj-record-type.
    add 1 to journal-line-count.
    move journal-line-count to gj-line-sequence.
    move entry-debit-gl     to gj-gl-account.
    move "D"                to gj-debit-credit.
    perform 2350-fill-entry-line thru 2350-fill-entry-line-ex.
    write gl-journal-record.
    add to-amount-scaled to journal-debit-total.

    move spaces to gl-journal-record.
    move "D" to gj-record-type.
    add 1 to journal-line-count.
    move journal-line-count to gj-line-sequence.
    move entry-credit-gl    to gj-gl-account.
    move "C"                to gj-debit-credit.
    perform 2350-fill-entry-line thru 2350-fill-entry-line-ex.
    write gl-journal-record.
    add to-amount-scaled to journal-credit-total.

2300-write-entry-pair-ex.
    exit.

2350-fill-entry-line.

*>--- the amount in its currency's own scale - what the GL books
    move to-currency-code   to gj-currency-code.
    move to-amount-scaled   to gj-amount.
    move to-feed-date       to gj-feed-date.
    move to-source-system   to gj-source-system.
    move to-account-id      to gj-account-id.
    move to-reference       to gj-reference.
    move entry-type-work    to gj-entry-type.

2350-fill-entry-line-ex.
    exit.

2400-write-suspense.

    add 1 to suspense-item-count.
    if to-status(1:8) = "REVERSAL"
       subtract to-amount-scaled from suspense-amount-total
    else
       add to-amount-scaled to suspense-amount-total
    end-if.

    move to-amount-scaled to amount-edited.
    move spaces to report-line.
    move to-feed-date       to report-line(1:8).
    move to-source-system   to report-line(10:8).
    move to-account-id      to report-line(19:18).
    move to-currency-code   to report-line(38:3).
    move amount-edited      to report-line(42:39).
    move to-reference       to report-line(82:32).
    write gl-suspense-record from report-line.

    move spaces to report-line.
    move "NO GL MAPPING FOR ACCOUNT/SOURCE/CURRENCY - NOT JOURNALLED"
         to report-line(82:50).
    if to-status(1:8) = "REVERSAL"
       move "(REVERSAL ENTRY)" to report-line(19:16)
    end-if.
    write gl-suspense-record from report-line.

2400-write-suspense-ex.
    exit.

9000-terminate.

    if journal-opened
       close released-in
       compute journal-net-total
             = journal-debit-total - journal-credit-total
       move spaces to gl-journal-record
       move "T" to gj-record-type
       move journal-line-count   to gj-line-count
       move journal-debit-total  to gj-debit-total
       move journal-credit-total to gj-credit-total
       move journal-net-total    to gj-net-total
       write gl-journal-record
       close gl-journal
    end-if.

    move spaces to report-line.
    write gl-suspense-record from report-line.

    move spaces to report-line.
    string "RELEASED ITEMS READ: " delimited by size
           records-read-count      delimited by size
           "  JOURNALLED: "        delimited by size
           items-posted-count      delimited by size
           "  (REVERSALS "         delimited by size
           reversals-posted-count  delimited by size
           ")  BYPASSED: "         delimited by size
           bypassed-skip-count     delimited by size
           into report-line
    end-string.
    write gl-suspense-record from report-line.

    move journal-debit-total to amount-edited.
    move spaces to report-line.
    string "JOURNAL LINES: "       delimited by size
           journal-line-count      delimited by size
           "  DEBITS "             delimited by size
           amount-edited           delimited by size
           into report-line
    end-string.
    write gl-suspense-record from report-line.

    move journal-credit-total to amount-edited.
    move spaces to report-line.
    string "                        CREDITS " delimited by size
           amount-edited                       delimited by size
           into report-line
    end-string.
    write gl-suspense-record from report-line.

    move suspense-amount-total to amount-edited.
    move spaces to report-line.
    string "SUSPENDED ITEMS: "     delimited by size
           suspense-item-count     delimited by size
           "  NET AMOUNT "         delimited by size
           amount-edited           delimited by size
           into report-line
    end-string.
    write gl-suspense-record from report-line.

    close gl-suspense.

    if return-code < 12 and suspense-item-count > 0
       move 4 to return-code
       move "GL-SUSPENSE"  to alert-condition
       move spaces         to alert-source
       move "WARN"         to alert-severity
       move "TICKET"       to alert-action
       move zero           to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string suspense-item-count delimited by size
              " RELEASED ITEM(S) WITH NO GL MAPPING - SEE GLSUSP"
                                  delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

    move records-read-count  to cycle-record-count.
    move suspense-item-count to cycle-reject-count.
    if return-code >= 12
       move "GL JOURNAL COULD NOT RUN" to cycle-message
    else
    if suspense-item-count > 0
       move "GL JOURNAL CUT - ITEMS IN SUSPENSE" to cycle-message
    else
       move "GL JOURNAL CUT AND BALANCED" to cycle-message
    end-if
    end-if.
    perform 9020-stamp-cycle-end thru 9020-stamp-cycle-end-ex.

9000-terminate-ex.
    exit.

copy "alert-queue.cbl".
copy "cycle-stamp.cbl".

end program gl-journal.
