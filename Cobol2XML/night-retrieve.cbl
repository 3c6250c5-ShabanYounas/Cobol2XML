identification division.
program-id. night-retrieve.

*>--- reproduces one feed's night from the output archive (see
*>--- night-archive). every catalog entry for the feed is listed,
*>--- aged off or not, and the feed's files are rebuilt from the store
*>--- exactly as they went out:
*>---   RTVOUT  the feed's TRANSOUT records
*>---   RTVXML  the feed's XML document
*>---   RTVACK  the feed's acknowledgment section
*>---   RTVCTL  the feed's CTLTOTAL record
*>---   RTVREJ  the feed's suspense records
*>--- each rebuilt piece is proved against its catalog record count
*>--- and image hash, and the rebuilt TRANSOUT is re-balanced against
*>--- the archived CTLTOTAL record the same way balance-check proves
*>--- the live file.
*>--- SYSIN control cards:
*>---     FEEDDATE=YYYYMMDD        (required)
*>---     SOURCE=xxxxxxxx          (required)
*>---     ARCHDATE=YYYYMMDD        (optional - the night the feed was
*>---                              filed; default the latest filing)
*>--- RC=0 rebuilt and proved; RC=4 a piece has aged off or was never
*>--- filed - rebuilt short; RC=8 a rebuilt piece does not prove;
*>--- RC=12 the archive could not be used, the feed is not on it, or
*>--- the cards are missing.
environment division.
input-output section.
file-control.
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

    select retrieved-trans-out
        assign to "RTVOUT"
        organization is line sequential.

    select retrieved-xml-doc
        assign to "RTVXML"
        organization is line sequential.

    select retrieved-ack-out
        assign to "RTVACK"
        organization is line sequential.

    select retrieved-control-total
        assign to "RTVCTL"
        organization is line sequential.

    select retrieved-rejects
        assign to "RTVREJ"
        organization is line sequential.

    select retrieve-parms
        assign to "SYSIN"
        organization is line sequential
        file status is retrieve-parms-status.

    select retrieve-report
        assign to "RTVRPT"
        organization is line sequential.

data division.
file section.
fd  output-archive.
copy "outarch-record.cbl".

fd  output-catalog.
copy "outcat-record.cbl".

fd  retrieved-trans-out.
copy "transout-record.cbl".

fd  retrieved-xml-doc.
01  retrieved-xml-record         pic x(250).

fd  retrieved-ack-out.
01  retrieved-ack-record         pic x(111).

fd  retrieved-control-total.
copy "ctltotal-record.cbl".

fd  retrieved-rejects.
01  retrieved-reject-record      pic x(213).

fd  retrieve-parms.
01  retrieve-parms-record        pic x(80).

fd  retrieve-report.
01  retrieve-report-record       pic x(100).

working-storage section.
copy "hash-work.cbl".
copy "imghash-work.cbl".

01  retrieve-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  retrieve-stopped-switch  pic x(01)  value "N".
        88  retrieve-stopped                value "Y".
    05  catalog-eof-switch       pic x(01)  value "N".
        88  end-of-catalog                  value "Y".
    05  piece-done-switch        pic x(01)  value "N".
        88  piece-done                      value "Y".
    05  store-open-switch        pic x(01)  value "N".
        88  store-opened                    value "Y".
    05  catalog-open-switch      pic x(01)  value "N".
        88  catalog-opened                  value "Y".
    05  control-found-switch     pic x(01)  value "N".
        88  control-found                   value "Y".

01  output-archive-status        pic x(02)  value spaces.
01  output-catalog-status        pic x(02)  value spaces.
01  retrieve-parms-status        pic x(02)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.

01  retrieve-feed-date           pic x(08)  value spaces.
01  retrieve-source-system       pic x(08)  value spaces.
01  retrieve-archive-date        pic x(08)  value spaces.
01  latest-archive-date          pic x(08)  value spaces.
01  catalog-entry-count          pic 9(05)  value zero.

*>--- the five outputs, in the order the store and catalog name them,
*>--- with what the catalog holds for each on the chosen night and
*>--- what the rebuild comes to
01  output-type-values.
    05  filler                   pic x(08)  value "TRANSOUT".
    05  filler                   pic x(08)  value "XMLDOC".
    05  filler                   pic x(08)  value "ACKOUT".
    05  filler                   pic x(08)  value "CTLTOTAL".
    05  filler                   pic x(08)  value "REJECTS".
01  output-type-table redefines output-type-values.
    05  output-type-name         pic x(08)  occurs 5 times.
01  piece-table.
    05  piece-entry              occurs 5 times.
        10  rp-catalog-state     pic x(01).
        10  rp-catalog-count     pic 9(07).
        10  rp-catalog-hash      pic 9(16).
        10  rp-aged-off-date     pic x(08).
        10  rp-rebuilt-count     pic 9(07).
        10  rp-rebuilt-hash      pic 9(16).
01  type-sub                     pic 9(01)  value zero.

01  archived-control-image       pic x(44)  value spaces.
01  archived-control-view redefines archived-control-image.
    05  ac-feed-date             pic x(08).
    05  ac-source-system         pic x(08).
    05  ac-record-count          pic 9(07).
    05  ac-reject-count          pic 9(05).
    05  ac-hash-total            pic 9(16).
01  expected-record-count        pic 9(07)  value zero.
01  rebuilt-record-count         pic 9(07)  value zero.

01  proof-result                 pic x(30)  value spaces.
01  report-line                  pic x(100).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not retrieve-stopped
       perform 2000-list-catalog thru 2000-list-catalog-ex
    end-if.
    if not retrieve-stopped
       perform 3000-rebuild-piece thru 3000-rebuild-piece-ex
           varying type-sub from 1 by 1
           until type-sub > 5
       perform 4000-prove-trans-out thru 4000-prove-trans-out-ex
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    open output retrieve-report.

    perform 1100-read-parms thru 1100-read-parms-ex.

    move spaces to report-line.
    string "COBOL2XML NIGHT REPRODUCTION - FEED " delimited by size
           retrieve-feed-date                     delimited by size
           " "                                    delimited by size
           retrieve-source-system                 delimited by size
           into report-line
    end-string.
    write retrieve-report-record from report-line.
    move spaces to report-line.
    write retrieve-report-record from report-line.

    if retrieve-feed-date = spaces or retrieve-source-system = spaces
       display "NIGHT-RETRIEVE: FEEDDATE= AND SOURCE= ARE BOTH REQUIRED"
       move "*** FEEDDATE= AND SOURCE= ARE BOTH REQUIRED ***"
            to report-line
       write retrieve-report-record from report-line
       set retrieve-stopped to true
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.

    open input output-catalog.
    if output-catalog-status not = "00"
       display "NIGHT-RETRIEVE: ARCHIVE CATALOG UNAVAILABLE (STATUS "
               output-catalog-status ")"
       set retrieve-stopped to true
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.
    set catalog-opened to true.

    open input output-archive.
    if output-archive-status not = "00"
       display "NIGHT-RETRIEVE: ARCHIVE STORE UNAVAILABLE (STATUS "
               output-archive-status ")"
       set retrieve-stopped to true
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.
    set store-opened to true.

    perform varying type-sub from 1 by 1 until type-sub > 5
       move spaces to rp-catalog-state( type-sub )
                      rp-aged-off-date( type-sub )
       move zero   to rp-catalog-count( type-sub )
                      rp-catalog-hash( type-sub )
                      rp-rebuilt-count( type-sub )
                      rp-rebuilt-hash( type-sub )
    end-perform.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input retrieve-parms.
    if retrieve-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if retrieve-parms-status = "00" or retrieve-parms-status = "10"
       close retrieve-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read retrieve-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and retrieve-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring retrieve-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring
       if parm-keyword = "FEEDDATE"
          move parm-value to retrieve-feed-date
       else if parm-keyword = "SOURCE"
          move parm-value to retrieve-source-system
       else if parm-keyword = "ARCHDATE"
          move parm-value to retrieve-archive-date
       else
          display "NIGHT-RETRIEVE: UNRECOGNIZED CONTROL CARD: "
                  retrieve-parms-record
       end-if
       end-if
       end-if
    end-if.

1150-read-one-parm-ex.
    exit.

2000-list-catalog.

*>--- every filing of the feed, the aged-off ones with them, so the
*>--- report shows what the archive no longer holds
    move "CATALOG ENTRIES FOR THE FEED:" to report-line.
    write retrieve-report-record from report-line.

    move retrieve-feed-date     to oc-feed-date.
    move retrieve-source-system to oc-source-system.
    move low-values             to oc-output-type oc-archive-date.
    move "N" to catalog-eof-switch.
    start output-catalog key is >= oc-catalog-key
        invalid key
            set end-of-catalog to true
    end-start.
    perform 2100-list-one-entry thru 2100-list-one-entry-ex
        until end-of-catalog.

    if catalog-entry-count = zero
       move "  NONE - THE FEED WAS NEVER FILED" to report-line
       write retrieve-report-record from report-line
       display "NIGHT-RETRIEVE: FEED " retrieve-feed-date " "
               retrieve-source-system " IS NOT ON THE ARCHIVE"
       set retrieve-stopped to true
       move 12 to return-code
       go to 2000-list-catalog-ex
    end-if.

    if retrieve-archive-date = spaces
       move latest-archive-date to retrieve-archive-date
    end-if.

*>--- the chosen night's catalog records
    perform varying type-sub from 1 by 1 until type-sub > 5
       move retrieve-feed-date         to oc-feed-date
       move retrieve-source-system     to oc-source-system
       move output-type-name( type-sub ) to oc-output-type
       move retrieve-archive-date      to oc-archive-date
       read output-catalog
           invalid key
               move "N" to rp-catalog-state( type-sub )
           not invalid key
               move oc-state         to rp-catalog-state( type-sub )
               move oc-record-count  to rp-catalog-count( type-sub )
               move oc-hash-total    to rp-catalog-hash( type-sub )
               move oc-aged-off-date to rp-aged-off-date( type-sub )
       end-read
    end-perform.

    if rp-catalog-state(1) = "N" and rp-catalog-state(2) = "N"
             and rp-catalog-state(3) = "N" and rp-catalog-state(4) = "N"
             and rp-catalog-state(5) = "N"
       move spaces to report-line
       string "  NOT FILED ON "        delimited by size
              retrieve-archive-date    delimited by size
              into report-line
       end-string
       write retrieve-report-record from report-line
       display "NIGHT-RETRIEVE: FEED " retrieve-feed-date " "
               retrieve-source-system " NOT FILED ON "
               retrieve-archive-date
       set retrieve-stopped to true
       move 12 to return-code
       go to 2000-list-catalog-ex
    end-if.

    move spaces to report-line.
    write retrieve-report-record from report-line.
    move spaces to report-line.
    string "REBUILT AS FILED ON "  delimited by size
           retrieve-archive-date   delimited by size
           ":"                     delimited by size
           into report-line
    end-string.
    write retrieve-report-record from report-line.

2000-list-catalog-ex.
    exit.

2100-list-one-entry.

    read output-catalog next
        at end
            set end-of-catalog to true
    end-read.

    if end-of-catalog
       go to 2100-list-one-entry-ex
    end-if.
    if oc-feed-date not = retrieve-feed-date
             or oc-source-system not = retrieve-source-system
       set end-of-catalog to true
       go to 2100-list-one-entry-ex
    end-if.

    add 1 to catalog-entry-count.
    if oc-archive-date > latest-archive-date
             or latest-archive-date = spaces
       move oc-archive-date to latest-archive-date
    end-if.

    move spaces to report-line.
    if oc-aged-off
       string "  "               delimited by size
              oc-output-type     delimited by size
              " FILED "          delimited by size
              oc-archive-date    delimited by size
              " RECORDS "        delimited by size
              oc-record-count    delimited by size
              "  AGED OFF "      delimited by size
              oc-aged-off-date   delimited by size
              " AFTER "          delimited by size
              oc-retain-days     delimited by size
              " DAYS"            delimited by size
              into report-line
       end-string
    else
       string "  "               delimited by size
              oc-output-type     delimited by size
              " FILED "          delimited by size
              oc-archive-date    delimited by size
              " RECORDS "        delimited by size
              oc-record-count    delimited by size
              "  HASH "          delimited by size
              oc-hash-total      delimited by size
              into report-line
       end-string
    end-if.
    write retrieve-report-record from report-line.

2100-list-one-entry-ex.
    exit.

3000-rebuild-piece.

*>--- every rebuilt file is cut, empty when its piece is gone, so the
*>--- job's outputs always stand for the night asked for
    evaluate type-sub
       when 1
          open output retrieved-trans-out
       when 2
          open output retrieved-xml-doc
       when 3
          open output retrieved-ack-out
       when 4
          open output retrieved-control-total
       when 5
          open output retrieved-rejects
    end-evaluate.

    if rp-catalog-state( type-sub ) = "A"
       move retrieve-feed-date           to oa-feed-date
       move retrieve-source-system       to oa-source-system
       move output-type-name( type-sub ) to oa-output-type
       move retrieve-archive-date        to oa-archive-date
       move zero                         to oa-sequence
       move "N" to piece-done-switch
       start output-archive key is >= oa-archive-key
           invalid key
               set piece-done to true
       end-start
       move zero to image-hash-total
       perform 3100-rebuild-one-record thru 3100-rebuild-one-record-ex
           until piece-done
       move image-hash-total to rp-rebuilt-hash( type-sub )
    end-if.

    evaluate type-sub
       when 1
          close retrieved-trans-out
       when 2
          close retrieved-xml-doc
       when 3
          close retrieved-ack-out
       when 4
          close retrieved-control-total
       when 5
          close retrieved-rejects
    end-evaluate.

    move spaces to proof-result.
    evaluate true
       when rp-catalog-state( type-sub ) = "N"
          move "NOT FILED - NONE REBUILT" to proof-result
          if return-code < 4
             move 4 to return-code
          end-if
       when rp-catalog-state( type-sub ) = "P"
          move "AGED OFF - NONE REBUILT" to proof-result
          if return-code < 4
             move 4 to return-code
          end-if
       when rp-rebuilt-count( type-sub ) = rp-catalog-count( type-sub )
            and rp-rebuilt-hash( type-sub ) = rp-catalog-hash( type-sub )
          move "PROVED" to proof-result
       when other
          move "*** DOES NOT PROVE ***" to proof-result
          if return-code < 8
             move 8 to return-code
          end-if
    end-evaluate.

    move spaces to report-line.
    string "  "                              delimited by size
           output-type-name( type-sub )      delimited by size
           " RECORDS "                       delimited by size
           rp-rebuilt-count( type-sub )      delimited by size
           " OF "                            delimited by size
           rp-catalog-count( type-sub )      delimited by size
           "  HASH "                         delimited by size
           rp-rebuilt-hash( type-sub )       delimited by size
           "  "                              delimited by size
           proof-result                      delimited by size
           into report-line
    end-string.
    write retrieve-report-record from report-line.

3000-rebuild-piece-ex.
    exit.

3100-rebuild-one-record.

    read output-archive next
        at end
            set piece-done to true
    end-read.

    if piece-done
       go to 3100-rebuild-one-record-ex
    end-if.
    if oa-feed-date     not = retrieve-feed-date
             or oa-source-system not = retrieve-source-system
             or oa-output-type   not = output-type-name( type-sub )
             or oa-archive-date  not = retrieve-archive-date
       set piece-done to true
       go to 3100-rebuild-one-record-ex
    end-if.

    add 1 to rp-rebuilt-count( type-sub ).
    move oa-record-image to image-hash-record.
    evaluate type-sub
       when 1
*>--- hashed at the width it was filed at (see night-archive)
          if oa-record-image(458:23) = spaces
             move 457 to image-hash-length
          else
             move 480 to image-hash-length
          end-if
          move oa-record-image to trans-out-record
          add 1 to rebuilt-record-count
          perform 9650-accumulate-hash thru 9650-accumulate-hash-ex
          write trans-out-record
       when 2
          move 250 to image-hash-length
          write retrieved-xml-record from oa-record-image
       when 3
          move 111 to image-hash-length
          write retrieved-ack-record from oa-record-image
       when 4
          move 44 to image-hash-length
          write control-total-record from oa-record-image
          move oa-record-image to archived-control-image
          set control-found to true
       when 5
          if oa-record-image(191:23) = spaces
             move 190 to image-hash-length
          else
             move 213 to image-hash-length
          end-if
          write retrieved-reject-record from oa-record-image
    end-evaluate.
    perform 9660-accumulate-image-hash
       thru 9660-accumulate-image-hash-ex.

3100-rebuild-one-record-ex.
    exit.

4000-prove-trans-out.

*>--- the rebuilt TRANSOUT balanced against the archived control
*>--- record, as balance-check balanced it the night it went out
    move spaces to report-line.
    write retrieve-report-record from report-line.

    if not control-found or rp-catalog-state(1) not = "A"
       move "TRANSOUT NOT RE-BALANCED - FILE OR CONTROL RECORD GONE"
            to report-line
       write retrieve-report-record from report-line
       go to 4000-prove-trans-out-ex
    end-if.

    compute expected-record-count
          = ac-record-count - ac-reject-count.

    move spaces to report-line.
    string "TRANSOUT AGAINST CTLTOTAL - RECORDS EXPECTED: "
                                  delimited by size
           expected-record-count  delimited by size
           "  REBUILT: "          delimited by size
           rebuilt-record-count   delimited by size
           into report-line
    end-string.
    write retrieve-report-record from report-line.
    move spaces to report-line.
    string "HASH EXPECTED: "      delimited by size
           ac-hash-total          delimited by size
           "  COMPUTED: "         delimited by size
           control-hash-total     delimited by size
           into report-line
    end-string.
    write retrieve-report-record from report-line.

    if rebuilt-record-count not = expected-record-count
             or control-hash-total not = ac-hash-total
       move "*** REBUILT TRANSOUT DOES NOT BALANCE ***" to report-line
       if return-code < 8
          move 8 to return-code
       end-if
    else
       move "REBUILT TRANSOUT BALANCES" to report-line
    end-if.
    write retrieve-report-record from report-line.

4000-prove-trans-out-ex.
    exit.

9000-terminate.

    if store-opened
       close output-archive
    end-if.
    if catalog-opened
       close output-catalog
    end-if.

    move spaces to report-line.
    write retrieve-report-record from report-line.
    evaluate true
       when retrieve-stopped
          move "*** NIGHT NOT REPRODUCED ***" to report-line
       when return-code = 0
          move "NIGHT REPRODUCED AND PROVED" to report-line
       when return-code = 4
          move "NIGHT REPRODUCED SHORT - SEE AGED-OFF PIECES ABOVE"
               to report-line
       when other
          move "*** REPRODUCTION DOES NOT PROVE - DO NOT RELY ON IT ***"
               to report-line
    end-evaluate.
    write retrieve-report-record from report-line.

    close retrieve-report.

9000-terminate-ex.
    exit.

copy "hash-accumulate.cbl".
copy "imghash-accumulate.cbl".

end program night-retrieve.
