identification division.
program-id. night-archive.

*>--- end-of-cycle archive of the night's outputs. TRANSOUT, XMLDOC
*>--- and ACKOUT are cut again every night, CTLTOTAL is rewritten and
*>--- REJECTS keeps growing - none of them can answer for a night six
*>--- weeks gone. this run files each feed's slice of every output
*>--- on the OUTARCH store under its feed date and source system (the
*>--- feeds are the night's CTLTOTAL records):
*>---   TRANSOUT  the feed's converted records
*>---   XMLDOC    the feed's conversion-run element, inside the
*>---             night's own prolog, root and closing control lines
*>---   ACKOUT    the feed's framed H/D/T acknowledgment section
*>---   CTLTOTAL  the feed's balancing record
*>---   REJECTS   the suspense records stamped with the feed
*>--- and puts one OUTCAT catalog record per piece with its record
*>--- count and image hash (see imghash-accumulate). a feed already
*>--- filed tonight is not filed twice. then every piece older than
*>--- its output type's retention leaves the store; its catalog
*>--- record stays, marked aged off. night-retrieve rebuilds a
*>--- feed's files from the store.
*>--- SYSIN control cards (all optional) - retention in days of feed
*>--- date, per output type:
*>---     RETAIN-TRANSOUT=nnnn     (default 400)
*>---     RETAIN-XMLDOC=nnnn       (default 400)
*>---     RETAIN-ACKOUT=nnnn       (default 90)
*>---     RETAIN-CTLTOTAL=nnnn     (default 2555 - never less than
*>---                              TRANSOUT's: the retrieval re-proves
*>---                              TRANSOUT against it)
*>---     RETAIN-REJECTS=nnnn      (default 400)
*>--- RC=0 filed; RC=4 a feed was already filed tonight, or there was
*>--- nothing to file; RC=12 the store, the catalog or CTLTOTAL could
*>--- not be used - nothing filed.
environment division.
input-output section.
file-control.
    select control-total
        assign to "CTLTOTAL"
        organization is line sequential
        file status is control-total-status.

    select trans-out
        assign to "TRANSOUT"
        organization is line sequential
        file status is trans-out-status.

    select xml-doc
        assign to "XMLDOC"
        organization is line sequential
        file status is xml-doc-status.

    select ack-out
        assign to "ACKOUT"
        organization is line sequential
        file status is ack-out-status.

    select rejects
        assign to "REJECTS"
        organization is line sequential
        file status is rejects-status.

    select output-archive
        assign to "OUTARCH"
        organization is indexed
        access mode is dynamic
        record key is oa-archive-key
        file status is output-archive-status.

    select output-catalog
        assign to "OUTCAT"
        organization is indexed
        access mode is dynamic
        record key is oc-catalog-key
        file status is output-catalog-status.

    select archive-parms
        assign to "SYSIN"
        organization is line sequential
        file status is archive-parms-status.

    select archive-report
        assign to "ARCRPT"
        organization is line sequential.

*>--- the shared night-cycle status board (see cycle-stamp); optional
*>--- so the first night of a new cycle starts the board itself
    select optional cycle-status
        assign to "CYCLESTA"
        organization is line sequential
        file status is cycle-status-status.

data division.
file section.
fd  control-total.
copy "ctltotal-record.cbl".

fd  trans-out.
copy "transout-record.cbl".

fd  xml-doc.
01  xml-doc-record               pic x(250).

fd  ack-out.
copy "ackout-record.cbl".

fd  rejects.
copy "reject-record.cbl".

fd  output-archive.
copy "outarch-record.cbl".

fd  output-catalog.
copy "outcat-record.cbl".

fd  archive-parms.
01  archive-parms-record         pic x(80).

fd  archive-report.
01  archive-report-record        pic x(100).

fd  cycle-status.
copy "cyclestat-record.cbl".

working-storage section.
copy "cycle-work.cbl".
copy "imghash-work.cbl".

01  archive-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  archive-stopped-switch   pic x(01)  value "N".
        88  archive-stopped                 value "Y".
    05  input-eof-switch         pic x(01)  value "N".
        88  end-of-input                    value "Y".
    05  store-open-switch        pic x(01)  value "N".
        88  store-opened                    value "Y".
    05  catalog-open-switch      pic x(01)  value "N".
        88  catalog-opened                  value "Y".
    05  catalog-eof-switch       pic x(01)  value "N".
        88  end-of-catalog                  value "Y".
    05  piece-done-switch        pic x(01)  value "N".
        88  piece-done                      value "Y".
    05  xml-run-seen-switch      pic x(01)  value "N".
        88  xml-run-seen                    value "Y".
    05  xml-in-run-switch        pic x(01)  value "N".
        88  xml-in-run                      value "Y".

01  control-total-status         pic x(02)  value spaces.
01  trans-out-status             pic x(02)  value spaces.
01  xml-doc-status               pic x(02)  value spaces.
01  ack-out-status               pic x(02)  value spaces.
01  rejects-status               pic x(02)  value spaces.
01  output-archive-status        pic x(02)  value spaces.
01  output-catalog-status        pic x(02)  value spaces.
01  archive-parms-status         pic x(02)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.

01  archive-run-date             pic x(08)  value spaces.

*>--- the five outputs, in the order the store and catalog name them,
*>--- with the retention each is kept for
01  output-type-values.
    05  filler                   pic x(08)  value "TRANSOUT".
    05  filler                   pic x(08)  value "XMLDOC".
    05  filler                   pic x(08)  value "ACKOUT".
    05  filler                   pic x(08)  value "CTLTOTAL".
    05  filler                   pic x(08)  value "REJECTS".
01  output-type-table redefines output-type-values.
    05  output-type-name         pic x(08)  occurs 5 times.
01  retain-days-values.
    05  filler                   pic 9(04)  value 400.
    05  filler                   pic 9(04)  value 400.
    05  filler                   pic 9(04)  value 90.
    05  filler                   pic 9(04)  value 2555.
    05  filler                   pic 9(04)  value 400.
01  retain-days-table redefines retain-days-values.
    05  retain-days              pic 9(04)  occurs 5 times.
01  cutoff-dates.
    05  cutoff-date              pic x(08)  occurs 5 times.
01  type-sub                     pic 9(01)  value zero.
01  retain-card-days             pic 9(04)  value zero.
01  cutoff-integer               pic 9(08)  value zero.
01  cutoff-date-number           pic 9(08)  value zero.

*>--- the night's feeds, off CTLTOTAL (the same limit the reject
*>--- reprocess job holds to), with each output piece's running
*>--- record count and image hash
01  feed-count                   pic 9(02)  value zero.
01  feed-table.
    05  feed-entry               occurs 20 times.
        10  af-feed-date         pic x(08).
        10  af-source-system     pic x(08).
        10  af-control-image     pic x(44).
        10  af-skip              pic x(01).
        10  af-piece             occurs 5 times.
            15  af-piece-count   pic 9(07).
            15  af-piece-hash    pic 9(16).
01  feed-sub                     pic 9(02)  value zero.
01  route-feed-date              pic x(08)  value spaces.
01  route-source-system          pic x(08)  value spaces.

*>--- the night-level lines of the XML document, which every feed's
*>--- XML piece carries around its own conversion-run element
01  xml-head-count               pic 9(02)  value zero.
01  xml-head-table.
    05  xml-head-line            pic x(250) occurs 10 times.
01  xml-tail-count               pic 9(02)  value zero.
01  xml-tail-table.
    05  xml-tail-line            pic x(250) occurs 10 times.
01  xml-sub                      pic 9(02)  value zero.
01  xml-feed-sub                 pic 9(02)  value zero.
01  xml-split-lead               pic x(40)  value spaces.
01  xml-split-date               pic x(08)  value spaces.
01  xml-split-mid                pic x(20)  value spaces.
01  xml-split-source             pic x(08)  value spaces.

01  ack-feed-sub                 pic 9(02)  value zero.

01  archive-image                pic x(480) value spaces.
01  archive-image-length         pic 9(03)  value zero.

01  feeds-filed-count            pic 9(02)  value zero.
01  feeds-skipped-count          pic 9(02)  value zero.
01  records-filed-count          pic 9(09)  value zero.
01  pieces-aged-count            pic 9(07)  value zero.
01  records-aged-count           pic 9(09)  value zero.
01  piece-records-aged           pic 9(07)  value zero.
01  report-line                  pic x(100).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not archive-stopped
       perform 2000-file-control-totals thru 2000-file-control-totals-ex
       perform 2100-file-trans-out thru 2100-file-trans-out-ex
       perform 2200-file-xml-doc thru 2200-file-xml-doc-ex
       perform 2300-file-ack-out thru 2300-file-ack-out-ex
       perform 2400-file-rejects thru 2400-file-rejects-ex
       perform 3000-catalog-one-feed thru 3000-catalog-one-feed-ex
           varying feed-sub from 1 by 1
           until feed-sub > feed-count
       perform 4000-age-off-pieces thru 4000-age-off-pieces-ex
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to archive-run-date.

    move "NITEARC" to cycle-job-name.
    perform 9010-stamp-cycle-start thru 9010-stamp-cycle-start-ex.

    perform 1100-read-parms thru 1100-read-parms-ex.

*>--- TRANSOUT is re-proved against its CTLTOTAL record, so the
*>--- control record has to outlive the file it proves
    if retain-days(4) < retain-days(1)
       display "NIGHT-ARCHIVE: CTLTOTAL RETENTION RAISED TO "
               retain-days(1) " DAYS TO COVER TRANSOUT"
       move retain-days(1) to retain-days(4)
    end-if.

    perform varying type-sub from 1 by 1 until type-sub > 5
       compute cutoff-integer
             = function integer-of-date(
                   function numval( archive-run-date ) )
             - retain-days( type-sub )
       compute cutoff-date-number
             = function date-of-integer( cutoff-integer )
       move cutoff-date-number to cutoff-date( type-sub )
    end-perform.

    open output archive-report.
    move spaces to report-line.
    string "COBOL2XML NIGHT OUTPUT ARCHIVE - " delimited by size
           archive-run-date                    delimited by size
           into report-line
    end-string.
    write archive-report-record from report-line.
    move "RETENTION (DAYS OF FEED DATE):" to report-line.
    perform varying type-sub from 1 by 1 until type-sub > 5
       move output-type-name( type-sub )
         to report-line(32 + (type-sub - 1) * 14:8)
       move retain-days( type-sub )
         to report-line(41 + (type-sub - 1) * 14:4)
    end-perform.
    write archive-report-record from report-line.
    move spaces to report-line.
    write archive-report-record from report-line.

    open i-o output-archive.
    if output-archive-status not = "00"
       open output output-archive
       close output-archive
       open i-o output-archive
    end-if.
    if output-archive-status not = "00"
       display "NIGHT-ARCHIVE: ARCHIVE STORE UNAVAILABLE (STATUS "
               output-archive-status ") - NOTHING FILED"
       set archive-stopped to true
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.
    set store-opened to true.

    open i-o output-catalog.
    if output-catalog-status not = "00"
       open output output-catalog
       close output-catalog
       open i-o output-catalog
    end-if.
    if output-catalog-status not = "00"
       display "NIGHT-ARCHIVE: ARCHIVE CATALOG UNAVAILABLE (STATUS "
               output-catalog-status ") - NOTHING FILED"
       set archive-stopped to true
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.
    set catalog-opened to true.

    perform 1200-load-feeds thru 1200-load-feeds-ex.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input archive-parms.
    if archive-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if archive-parms-status = "00" or archive-parms-status = "10"
       close archive-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read archive-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and archive-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring archive-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       move zero to type-sub
       if parm-keyword(1:7) = "RETAIN-"
          perform varying feed-sub from 1 by 1 until feed-sub > 5
             if output-type-name( feed-sub ) = parm-keyword(8:8)
                move feed-sub to type-sub
             end-if
          end-perform
       end-if

       if type-sub = zero
          display "NIGHT-ARCHIVE: UNRECOGNIZED CONTROL CARD: "
                  archive-parms-record
       else
          call "c$justify" using parm-value, "R"
          inspect parm-value replacing leading " " by "0"
          if parm-value(17:4) numeric and parm-value(17:4) > "0000"
             move parm-value(17:4) to retain-card-days
             move retain-card-days to retain-days( type-sub )
          else
             display "NIGHT-ARCHIVE: RETENTION NOT 1-9999 DAYS: "
                     archive-parms-record " - DEFAULT KEPT"
          end-if
       end-if
    end-if.

1150-read-one-parm-ex.
    exit.

1200-load-feeds.

    open input control-total.
    if control-total-status not = "00"
       display "NIGHT-ARCHIVE: CTLTOTAL UNAVAILABLE (STATUS "
               control-total-status ") - NOTHING FILED"
       set archive-stopped to true
       move 12 to return-code
       go to 1200-load-feeds-ex
    end-if.

    move "N" to input-eof-switch.
    perform 1250-load-one-feed thru 1250-load-one-feed-ex
        until end-of-input.
    close control-total.

1200-load-feeds-ex.
    exit.

1250-load-one-feed.

    read control-total
        at end
            set end-of-input to true
    end-read.

    if end-of-input
       go to 1250-load-one-feed-ex
    end-if.
    if feed-count >= 20
       display "NIGHT-ARCHIVE: CTLTOTAL OVERFLOWS 20 FEEDS - "
               ct-source-system " " ct-feed-date " NOT FILED"
       if return-code < 4
          move 4 to return-code
       end-if
       go to 1250-load-one-feed-ex
    end-if.

    add 1 to feed-count.
    move ct-feed-date         to af-feed-date( feed-count ).
    move ct-source-system     to af-source-system( feed-count ).
    move control-total-record to af-control-image( feed-count ).
    move "N"                  to af-skip( feed-count ).
    perform varying type-sub from 1 by 1 until type-sub > 5
       move zero to af-piece-count( feed-count, type-sub )
                    af-piece-hash( feed-count, type-sub )
    end-perform.

*>--- a feed filed once tonight stays as first filed
    move ct-feed-date     to oc-feed-date.
    move ct-source-system to oc-source-system.
    move "TRANSOUT"       to oc-output-type.
    move archive-run-date to oc-archive-date.
    read output-catalog
        invalid key
            continue
        not invalid key
            move "Y" to af-skip( feed-count )
    end-read.

    move spaces to report-line.
    if af-skip( feed-count ) = "Y"
       add 1 to feeds-skipped-count
       string "  "                 delimited by size
              ct-feed-date         delimited by size
              " "                  delimited by size
              ct-source-system     delimited by size
              "  ALREADY FILED TONIGHT - NOT FILED AGAIN"
                                   delimited by size
              into report-line
       end-string
       if return-code < 4
          move 4 to return-code
       end-if
    else
       add 1 to feeds-filed-count
       string "  "                 delimited by size
              ct-feed-date         delimited by size
              " "                  delimited by size
              ct-source-system     delimited by size
              "  FILED"            delimited by size
              into report-line
       end-string
    end-if.
    write archive-report-record from report-line.

1250-load-one-feed-ex.
    exit.

2000-file-control-totals.

    move 4 to type-sub.
    move 44 to archive-image-length.
    perform varying feed-sub from 1 by 1 until feed-sub > feed-count
       if af-skip( feed-sub ) not = "Y"
          move af-control-image( feed-sub ) to archive-image
          perform 8000-store-image thru 8000-store-image-ex
       end-if
    end-perform.

2000-file-control-totals-ex.
    exit.

2100-file-trans-out.

    open input trans-out.
    if trans-out-status not = "00"
       display "NIGHT-ARCHIVE: TRANSOUT UNAVAILABLE (STATUS "
               trans-out-status ") - NONE FILED"
       go to 2100-file-trans-out-ex
    end-if.

    move 1   to type-sub.
    move "N" to input-eof-switch.
    perform 2150-file-one-trans-out thru 2150-file-one-trans-out-ex
        until end-of-input.
    close trans-out.

2100-file-trans-out-ex.
    exit.

2150-file-one-trans-out.

    read trans-out
        at end
            set end-of-input to true
    end-read.

    if not end-of-input
       move to-feed-date     to route-feed-date
       move to-source-system to route-source-system
       perform 8100-route-to-feed thru 8100-route-to-feed-ex
       if feed-sub > zero
          move trans-out-record to archive-image
*>--- a record from before lineage ids were carried hashes at its
*>--- old width, so archives filed then still prove on retrieval
          if to-lineage-id = spaces
             move 457 to archive-image-length
          else
             move 480 to archive-image-length
          end-if
          perform 8000-store-image thru 8000-store-image-ex
       end-if
    end-if.

2150-file-one-trans-out-ex.
    exit.

2200-file-xml-doc.

*>--- first pass: the night-level lines - everything before the first
*>--- conversion-run element and everything outside one after it
    open input xml-doc.
    if xml-doc-status not = "00"
       display "NIGHT-ARCHIVE: XMLDOC UNAVAILABLE (STATUS "
               xml-doc-status ") - NONE FILED"
       go to 2200-file-xml-doc-ex
    end-if.
    move "N" to input-eof-switch xml-run-seen-switch xml-in-run-switch.
    perform 2210-scan-one-xml-line thru 2210-scan-one-xml-line-ex
        until end-of-input.
    close xml-doc.

*>--- second pass: each feed's conversion-run element, with the
*>--- night's opening lines ahead of it
    move 2   to type-sub.
    move 250 to archive-image-length.
    open input xml-doc.
    move "N" to input-eof-switch xml-in-run-switch.
    move zero to xml-feed-sub.
    perform 2220-file-one-xml-line thru 2220-file-one-xml-line-ex
        until end-of-input.
    close xml-doc.

*>--- and the night's closing lines behind it
    perform varying feed-sub from 1 by 1 until feed-sub > feed-count
       if af-skip( feed-sub ) not = "Y"
                and af-piece-count( feed-sub, 2 ) > zero
          perform varying xml-sub from 1 by 1
                  until xml-sub > xml-tail-count
             move xml-tail-line( xml-sub ) to archive-image
             perform 8000-store-image thru 8000-store-image-ex
          end-perform
       end-if
    end-perform.

2200-file-xml-doc-ex.
    exit.

2210-scan-one-xml-line.

    read xml-doc
        at end
            set end-of-input to true
    end-read.

    if end-of-input
       go to 2210-scan-one-xml-line-ex
    end-if.

    if xml-doc-record(1:17) = "  <conversion-run"
       set xml-run-seen to true
       set xml-in-run to true
       go to 2210-scan-one-xml-line-ex
    end-if.
    if xml-doc-record(1:19) = "  </conversion-run>"
       move "N" to xml-in-run-switch
       go to 2210-scan-one-xml-line-ex
    end-if.
    if xml-in-run
       go to 2210-scan-one-xml-line-ex
    end-if.

    if not xml-run-seen
       if xml-head-count < 10
          add 1 to xml-head-count
          move xml-doc-record to xml-head-line( xml-head-count )
       end-if
    else
       if xml-tail-count < 10
          add 1 to xml-tail-count
          move xml-doc-record to xml-tail-line( xml-tail-count )
       end-if
    end-if.

2210-scan-one-xml-line-ex.
    exit.

2220-file-one-xml-line.

    read xml-doc
        at end
            set end-of-input to true
    end-read.

    if end-of-input
       go to 2220-file-one-xml-line-ex
    end-if.

    if xml-doc-record(1:17) = "  <conversion-run"
       set xml-in-run to true
       move spaces to xml-split-lead xml-split-date
                      xml-split-mid  xml-split-source
       unstring xml-doc-record delimited by '"'
           into xml-split-lead xml-split-date
                xml-split-mid  xml-split-source
       end-unstring
       move xml-split-date   to route-feed-date
       move xml-split-source to route-source-system
       perform 8100-route-to-feed thru 8100-route-to-feed-ex
       move feed-sub to xml-feed-sub
       if xml-feed-sub > zero
                and af-piece-count( xml-feed-sub, 2 ) = zero
          perform varying xml-sub from 1 by 1
                  until xml-sub > xml-head-count
             move xml-head-line( xml-sub ) to archive-image
             perform 8000-store-image thru 8000-store-image-ex
          end-perform
          move xml-doc-record to archive-image
       end-if
    end-if.

    if xml-in-run and xml-feed-sub > zero
       move xml-feed-sub   to feed-sub
       move xml-doc-record to archive-image
       perform 8000-store-image thru 8000-store-image-ex
    end-if.

    if xml-doc-record(1:19) = "  </conversion-run>"
       move "N" to xml-in-run-switch
       move zero to xml-feed-sub
    end-if.

2220-file-one-xml-line-ex.
    exit.

2300-file-ack-out.

    open input ack-out.
    if ack-out-status not = "00"
       display "NIGHT-ARCHIVE: ACKOUT UNAVAILABLE (STATUS "
               ack-out-status ") - NONE FILED"
       go to 2300-file-ack-out-ex
    end-if.

    move 3   to type-sub.
    move 111 to archive-image-length.
    move zero to ack-feed-sub.
    move "N" to input-eof-switch.
    perform 2350-file-one-ack thru 2350-file-one-ack-ex
        until end-of-input.
    close ack-out.

2300-file-ack-out-ex.
    exit.

2350-file-one-ack.

    read ack-out
        at end
            set end-of-input to true
    end-read.

    if end-of-input
       go to 2350-file-one-ack-ex
    end-if.

*>--- each framed section belongs to the feed its header names
    if ak-header-record
       move ak-feed-date     to route-feed-date
       move ak-source-system to route-source-system
       perform 8100-route-to-feed thru 8100-route-to-feed-ex
       move feed-sub to ack-feed-sub
    end-if.

    if ack-feed-sub > zero
       move ack-feed-sub to feed-sub
       move ack-record   to archive-image
       perform 8000-store-image thru 8000-store-image-ex
    end-if.

2350-file-one-ack-ex.
    exit.

2400-file-rejects.

    open input rejects.
    if rejects-status not = "00"
       display "NIGHT-ARCHIVE: REJECTS UNAVAILABLE (STATUS "
               rejects-status ") - NONE FILED"
       go to 2400-file-rejects-ex
    end-if.

    move 5   to type-sub.
    move "N" to input-eof-switch.
    perform 2450-file-one-reject thru 2450-file-one-reject-ex
        until end-of-input.
    close rejects.

2400-file-rejects-ex.
    exit.

2450-file-one-reject.

    read rejects
        at end
            set end-of-input to true
    end-read.

    if not end-of-input
       move rj-feed-date     to route-feed-date
       move rj-source-system to route-source-system
       perform 8100-route-to-feed thru 8100-route-to-feed-ex
       if feed-sub > zero
          move reject-record to archive-image
          if rj-lineage-id = spaces
             move 190 to archive-image-length
          else
             move 213 to archive-image-length
          end-if
          perform 8000-store-image thru 8000-store-image-ex
       end-if
    end-if.

2450-file-one-reject-ex.
    exit.

3000-catalog-one-feed.

*>--- one catalog record per output, an empty piece included - a
*>--- feed with no rejects is a fact the retrieval rebuilds too
    if af-skip( feed-sub ) = "Y"
       go to 3000-catalog-one-feed-ex
    end-if.

    perform varying type-sub from 1 by 1 until type-sub > 5
       move af-feed-date( feed-sub )     to oc-feed-date
       move af-source-system( feed-sub ) to oc-source-system
       move output-type-name( type-sub ) to oc-output-type
       move archive-run-date             to oc-archive-date
       move af-piece-count( feed-sub, type-sub ) to oc-record-count
       move af-piece-hash( feed-sub, type-sub )  to oc-hash-total
       set oc-archived to true
       move spaces to oc-aged-off-date
       move zero   to oc-retain-days
       write output-catalog-record
           invalid key
               display "NIGHT-ARCHIVE: CATALOG WRITE FAILED, STATUS "
                       output-catalog-status " KEY " oc-catalog-key
       end-write
    end-perform.

    move spaces to report-line.
    string "  "                           delimited by size
           af-feed-date( feed-sub )       delimited by size
           " "                            delimited by size
           af-source-system( feed-sub )   delimited by size
           "  TRANSOUT "                  delimited by size
           af-piece-count( feed-sub, 1 )  delimited by size
           " XMLDOC "                     delimited by size
           af-piece-count( feed-sub, 2 )  delimited by size
           " ACKOUT "                     delimited by size
           af-piece-count( feed-sub, 3 )  delimited by size
           " REJECTS "                    delimited by size
           af-piece-count( feed-sub, 5 )  delimited by size
           into report-line
    end-string.
    write archive-report-record from report-line.

3000-catalog-one-feed-ex.
    exit.

4000-age-off-pieces.

*>--- the catalog leads with the feed date, so the old end comes
*>--- first; a piece past its type's retention leaves the store
    move low-values to oc-catalog-key.
    start output-catalog key is >= oc-catalog-key
        invalid key
            go to 4000-age-off-pieces-ex
    end-start.

    move "N" to catalog-eof-switch.
    perform 4100-age-one-piece thru 4100-age-one-piece-ex
        until end-of-catalog.

    if pieces-aged-count > zero
       move spaces to report-line
       write archive-report-record from report-line
    end-if.

4000-age-off-pieces-ex.
    exit.

4100-age-one-piece.

    read output-catalog next
        at end
            set end-of-catalog to true
    end-read.

    if end-of-catalog or not oc-archived
       go to 4100-age-one-piece-ex
    end-if.

    move zero to type-sub.
    perform varying feed-sub from 1 by 1 until feed-sub > 5
       if output-type-name( feed-sub ) = oc-output-type
          move feed-sub to type-sub
       end-if
    end-perform.
    if type-sub = zero
       go to 4100-age-one-piece-ex
    end-if.
    if oc-feed-date >= cutoff-date( type-sub )
       go to 4100-age-one-piece-ex
    end-if.

*>--- the piece's records, by key, out of the store
    move zero to piece-records-aged.
    move oc-feed-date     to oa-feed-date.
    move oc-source-system to oa-source-system.
    move oc-output-type   to oa-output-type.
    move oc-archive-date  to oa-archive-date.
    move zero             to oa-sequence.
    move "N" to piece-done-switch.
    start output-archive key is >= oa-archive-key
        invalid key
            set piece-done to true
    end-start.
    perform 4200-delete-one-image thru 4200-delete-one-image-ex
        until piece-done.

    add 1 to pieces-aged-count.
    add piece-records-aged to records-aged-count.
    set oc-aged-off to true.
    move archive-run-date          to oc-aged-off-date.
    move retain-days( type-sub )   to oc-retain-days.
    rewrite output-catalog-record
        invalid key
            display "NIGHT-ARCHIVE: CATALOG REWRITE FAILED, STATUS "
                    output-catalog-status " KEY " oc-catalog-key
    end-rewrite.

    if pieces-aged-count = 1
       move spaces to report-line
       write archive-report-record from report-line
       move "AGED OFF (CATALOG RECORDS KEPT, MARKED AGED OFF):"
            to report-line
       write archive-report-record from report-line
    end-if.
    move spaces to report-line.
    string "  "                delimited by size
           oc-feed-date        delimited by size
           " "                 delimited by size
           oc-source-system    delimited by size
           " "                 delimited by size
           oc-output-type      delimited by size
           " FILED "           delimited by size
           oc-archive-date     delimited by size
           "  RECORDS "        delimited by size
           piece-records-aged  delimited by size
           into report-line
    end-string.
    write archive-report-record from report-line.

4100-age-one-piece-ex.
    exit.

4200-delete-one-image.

    read output-archive next
        at end
            set piece-done to true
    end-read.

    if piece-done
       go to 4200-delete-one-image-ex
    end-if.
    if oa-feed-date     not = oc-feed-date
             or oa-source-system not = oc-source-system
             or oa-output-type   not = oc-output-type
             or oa-archive-date  not = oc-archive-date
       set piece-done to true
       go to 4200-delete-one-image-ex
    end-if.

    delete output-archive record
        invalid key
            display "NIGHT-ARCHIVE: STORE DELETE FAILED, STATUS "
                    output-archive-status " KEY " oa-archive-key
        not invalid key
            add 1 to piece-records-aged
    end-delete.

4200-delete-one-image-ex.
    exit.

8000-store-image.

*>--- one record image into the store, next in its piece, and into
*>--- the piece's hash (feed-sub, type-sub and the image set by the
*>--- caller)
    add 1 to af-piece-count( feed-sub, type-sub ).
    move af-feed-date( feed-sub )      to oa-feed-date.
    move af-source-system( feed-sub )  to oa-source-system.
    move output-type-name( type-sub )  to oa-output-type.
    move archive-run-date              to oa-archive-date.
    move af-piece-count( feed-sub, type-sub ) to oa-sequence.
    move archive-image                 to oa-record-image.
    write output-archive-record
        invalid key
            display "NIGHT-ARCHIVE: STORE WRITE FAILED, STATUS "
                    output-archive-status " KEY " oa-archive-key
    end-write.
    add 1 to records-filed-count.

    move af-piece-hash( feed-sub, type-sub ) to image-hash-total.
    move archive-image        to image-hash-record.
    move archive-image-length to image-hash-length.
    perform 9660-accumulate-image-hash
       thru 9660-accumulate-image-hash-ex.
    move image-hash-total to af-piece-hash( feed-sub, type-sub ).

8000-store-image-ex.
    exit.

8100-route-to-feed.

*>--- which of tonight's feeds (not already filed) a record belongs
*>--- to - zero for none
    move zero to feed-sub.
    perform varying xml-sub from 1 by 1 until xml-sub > feed-count
       if af-feed-date( xml-sub ) = route-feed-date
                and af-source-system( xml-sub ) = route-source-system
                and af-skip( xml-sub ) not = "Y"
          move xml-sub to feed-sub
       end-if
    end-perform.

8100-route-to-feed-ex.
    exit.

9000-terminate.

    if store-opened
       close output-archive
    end-if.
    if catalog-opened
       close output-catalog
    end-if.

    move spaces to report-line.
    write archive-report-record from report-line.
    if archive-stopped
       move "*** ARCHIVE COULD NOT RUN - NOTHING FILED OR AGED OFF ***"
            to report-line
       write archive-report-record from report-line
    else
       if feed-count = zero
          move "NO FEEDS ON CTLTOTAL - NOTHING TO FILE" to report-line
          write archive-report-record from report-line
          if return-code < 4
             move 4 to return-code
          end-if
       end-if
       move spaces to report-line
       string "FEEDS FILED: "      delimited by size
              feeds-filed-count    delimited by size
              "  ALREADY FILED: "  delimited by size
              feeds-skipped-count  delimited by size
              "  RECORDS FILED: "  delimited by size
              records-filed-count  delimited by size
              into report-line
       end-string
       write archive-report-record from report-line
       move spaces to report-line
       string "PIECES AGED OFF: "  delimited by size
              pieces-aged-count    delimited by size
              "  RECORDS REMOVED: " delimited by size
              records-aged-count   delimited by size
              into report-line
       end-string
       write archive-report-record from report-line
    end-if.

    close archive-report.

    move records-filed-count to cycle-record-count.
    if archive-stopped
       move "NIGHT ARCHIVE COULD NOT RUN" to cycle-message
    else
       move "NIGHT OUTPUTS ARCHIVED" to cycle-message
    end-if.
    perform 9020-stamp-cycle-end thru 9020-stamp-cycle-end-ex.

9000-terminate-ex.
    exit.

copy "imghash-accumulate.cbl".
copy "cycle-stamp.cbl".

end program night-archive.
