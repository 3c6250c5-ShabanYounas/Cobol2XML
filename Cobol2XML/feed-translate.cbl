identification division.
program-id. feed-translate.

*>--- inbound translator, run ahead of BATCHCNV for a partner that
*>--- cannot produce the fixed-position TRANSIN layout: reads the
*>--- partner's own delimited (CSV) or XML file through its XLATMAP
*>--- mapping definition - which column or element carries which
*>--- field, the base each value is written in, the partner's date
*>--- layout, its currency - and writes one properly framed TRANSIN
*>--- section to XLATOUT: the "H" header (feed date, source, code
*>--- page), a "D" detail or "A" adjustment per item with its LRC
*>--- check digit computed, and the "T" trailer count. the arrival
*>--- step concatenates XLATOUT with the other partners' files like
*>--- any fixed-layout feed.
*>--- the translated item count is reconciled against the total the
*>--- partner's own file carries, where it carries one. the file is
*>--- translated whole or not at all: every item is staged on the
*>--- XLATWORK scratch file first, and XLATOUT is written only once
*>--- the whole file has translated and reconciled clean. anything
*>--- that does not translate - a missing or over-long field, a date
*>--- not in the partner's layout, an unclosed item, a count that
*>--- disagrees - is listed on the XLATERR report by partner line and
*>--- the file is rejected whole, leaving XLATOUT empty, so a half-
*>--- translated feed never reaches the conversion run. whether a
*>--- value's digits are good for its base is left to the conversion
*>--- edits, which reject such an item on its own like any other.
*>--- SYSIN control cards:
*>---     SOURCE=xxxxxxxx     the partner - its XLATMAP definition and
*>---                         the source stamped on the header
*>---     FEEDDATE=YYYYMMDD   the feed date, where the partner's file
*>---                         does not carry one (or carries it wrong)
*>--- RC=0 translated; RC=8 rejected whole - see XLATERR, nothing
*>--- written; RC=12 no SOURCE card, no usable mapping, or no partner
*>--- file - nothing translated.
environment division.
input-output section.
file-control.
    select partner-file
        assign to "PARTIN"
        organization is line sequential
        file status is partner-file-status.

    select xlate-map
        assign to "XLATMAP"
        organization is line sequential
        file status is xlate-map-status.

    select xlate-work
        assign to "XLATWORK"
        organization is line sequential.

    select xlate-out
        assign to "XLATOUT"
        organization is line sequential.

    select xlate-report
        assign to "XLATERR"
        organization is line sequential.

    select xlate-parms
        assign to "SYSIN"
        organization is line sequential
        file status is xlate-parms-status.

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

data division.
file section.
fd  partner-file.
01  partner-record               pic x(512).

fd  xlate-map.
copy "xlatmap-record.cbl".

fd  xlate-work.
01  xlate-work-record            pic x(90).

fd  xlate-out.
01  xlate-out-record             pic x(90).

fd  xlate-report.
01  xlate-report-record          pic x(132).

fd  xlate-parms.
01  xlate-parms-record           pic x(80).

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

working-storage section.
copy "hex_dec_data.cbl".
copy "hex_decimal_table.cbl".
copy "conv-work.cbl".
copy "alert-work.cbl".
copy "transin-record.cbl".

01  xlate-switches.
    05  partner-eof-switch       pic x(01)  value "N".
        88  end-of-partner-file             value "Y".
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  map-eof-switch           pic x(01)  value "N".
        88  end-of-map                      value "Y".
    05  work-eof-switch          pic x(01)  value "N".
        88  end-of-work                     value "Y".
    05  format-found-switch      pic x(01)  value "N".
        88  format-found                    value "Y".
    05  xlate-unavailable-switch pic x(01)  value "N".
        88  xlate-unavailable               value "Y".
    05  xlate-failed-switch      pic x(01)  value "N".
        88  xlate-failed                    value "Y".
    05  partner-open-switch      pic x(01)  value "N".
        88  partner-file-open               value "Y".
    05  control-row-switch       pic x(01)  value "N".
        88  control-row-seen                value "Y".
    05  in-quote-switch          pic x(01)  value "N".
        88  in-quote                        value "Y".
    05  skip-char-switch         pic x(01)  value "N".
        88  skip-next-char                  value "Y".
    05  extra-column-switch      pic x(01)  value "N".
        88  extra-columns                   value "Y".
    05  in-item-switch           pic x(01)  value "N".
        88  in-item                         value "Y".
    05  in-tag-switch            pic x(01)  value "N".
        88  in-tag                          value "Y".
    05  self-close-switch        pic x(01)  value "N".
        88  self-closing-tag                value "Y".
    05  item-error-switch        pic x(01)  value "N".
        88  item-error                      value "Y".
    05  date-error-switch        pic x(01)  value "N".
        88  date-error                      value "Y".

01  partner-file-status          pic x(02)  value spaces.
01  xlate-map-status             pic x(02)  value spaces.
01  xlate-parms-status           pic x(02)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.

01  xlate-run-date               pic x(08)  value spaces.
01  xlate-source                 pic x(08)  value spaces.
01  feed-date-override           pic x(08)  value spaces.
01  xlate-feed-date              pic x(08)  value spaces.

*>--- the partner's format record, as loaded
01  fmt-file-format              pic x(03)  value spaces.
    88  fmt-csv                             value "CSV".
    88  fmt-xml                             value "XML".
01  fmt-delimiter                pic x(01)  value ",".
01  fmt-skip-lines               pic 9(01)  value zero.
01  fmt-control-tag              pic x(10)  value spaces.
01  fmt-item-element             pic x(60)  value spaces.
01  fmt-date-format              pic x(10)  value spaces.
01  fmt-adjust-value             pic x(10)  value spaces.
01  fmt-thousands-char           pic x(01)  value space.
01  fmt-code-page                pic x(08)  value spaces.

*>--- the partner's field records, and where each TRANSIN field's
*>--- record sits in the table (zero - the partner does not carry it).
*>--- FEEDDATE and ITEMCOUNT are feed-level; the rest are per item
01  map-field-count              pic 9(02)  value zero.
01  map-sub                      pic 9(02)  value zero.
01  map-field-table.
    05  map-field-entry          occurs 12 times.
        10  mf-target            pic x(10).
        10  mf-column            pic 9(02).
        10  mf-element           pic x(60).
        10  mf-base              pic 9(02).
        10  mf-default           pic x(10).
        10  mf-level             pic x(01).
            88  mf-feed-level               value "F".
01  map-account-sub              pic 9(02)  value zero.
01  map-amount-sub               pic 9(02)  value zero.
01  map-reference-sub            pic 9(02)  value zero.
01  map-currency-sub             pic 9(02)  value zero.
01  map-valuedate-sub            pic 9(02)  value zero.
01  map-targetbase-sub           pic 9(02)  value zero.
01  map-rectype-sub              pic 9(02)  value zero.
01  map-origdate-sub             pic 9(02)  value zero.
01  map-feeddate-sub             pic 9(02)  value zero.
01  map-itemcount-sub            pic 9(02)  value zero.
01  map-found-sub                pic 9(02)  value zero.
01  map-error-message            pic x(60)  value spaces.

*>--- the values picked up for the item (or the feed) in hand, one
*>--- per field record; a length past 60 means the value overflowed
01  item-value-table.
    05  item-value-entry         occurs 12 times.
        10  iv-text              pic x(60).
        10  iv-length            pic 9(03).

*>--- one partner line split into its delimited columns
01  partner-line-number          pic 9(07)  value zero.
01  line-length                  pic 9(03)  value zero.
01  scan-pos                     pic 9(03)  value zero.
01  scan-char                    pic x(01)  value space.
01  csv-column-count             pic 9(02)  value zero.
01  csv-col                      pic 9(02)  value zero.
01  csv-column-table.
    05  csv-column-entry         occurs 30 times.
        10  cc-text              pic x(60).
        10  cc-length            pic 9(03).

*>--- XML scan state, carried from line to line
01  tag-text                     pic x(60)  value spaces.
01  tag-length                   pic 9(03)  value zero.
01  text-buffer                  pic x(60)  value spaces.
01  text-length                  pic 9(03)  value zero.
01  element-name                 pic x(60)  value spaces.
01  item-start-line              pic 9(07)  value zero.
01  decode-work                  pic x(60)  value spaces.
01  decode-pos                   pic 9(03)  value zero.
01  decode-out                   pic 9(03)  value zero.

*>--- one value on its way into the TRANSIN record
01  field-sub                    pic 9(02)  value zero.
01  field-value                  pic x(60)  value spaces.
01  field-length                 pic 9(03)  value zero.
01  field-clean                  pic x(60)  value spaces.
01  field-clean-length           pic 9(03)  value zero.
01  clean-pos                    pic 9(03)  value zero.
01  field-label                  pic x(12)  value spaces.
01  number-work-7                pic x(07)  value spaces.
01  number-work-2                pic x(02)  value spaces.

*>--- partner date to YYYYMMDD
01  date-result                  pic x(08)  value spaces.
01  date-format-length           pic 9(02)  value zero.
01  date-year-offset             pic 9(02)  value zero.
01  date-month-offset            pic 9(02)  value zero.
01  date-day-offset              pic 9(02)  value zero.
01  date-pattern-count           pic 9(02)  value zero.

*>--- check-digit compute: the three value fields in LRC order
01  check-account-field          pic x(32)  value spaces.
01  check-amount-field           pic x(32)  value spaces.
01  check-reference-field        pic x(32)  value spaces.
01  check-digit-result           pic x(01)  value space.

01  error-line-number            pic 9(07)  value zero.
01  error-message                pic x(80)  value spaces.
01  error-count                  pic 9(05)  value zero.
01  items-found-count            pic 9(07)  value zero.
01  detail-count                 pic 9(07)  value zero.
01  adjustment-count             pic 9(07)  value zero.
01  translated-count             pic 9(07)  value zero.
01  partner-total                pic 9(07)  value zero.
01  partner-total-switch         pic x(01)  value "N".
    88  partner-total-carried               value "Y".
01  report-line                  pic x(132) value spaces.

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not xlate-unavailable
       if fmt-csv
          perform 2000-read-csv thru 2000-read-csv-ex
              until end-of-partner-file
       else
          perform 3000-read-xml thru 3000-read-xml-ex
              until end-of-partner-file
       end-if
       perform 5000-finish-feed thru 5000-finish-feed-ex
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to xlate-run-date.

    open output xlate-report.
    move spaces to report-line.
    string "COBOL2XML PARTNER FEED TRANSLATION - " delimited by size
           xlate-run-date                         delimited by size
           into report-line
    end-string.
    write xlate-report-record from report-line.

    perform 1100-read-parms thru 1100-read-parms-ex.

    move "FEEDXLAT" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    if xlate-source = spaces
       move "NO SOURCE= CARD - NOTHING TRANSLATED" to error-message
       perform 8100-flag-unavailable thru 8100-flag-unavailable-ex
       go to 1000-initialize-ex
    end-if.

    perform 1200-load-mapping thru 1200-load-mapping-ex.
    if xlate-unavailable
       go to 1000-initialize-ex
    end-if.

    open input partner-file.
    if partner-file-status not = "00"
       move spaces to error-message
       string "PARTNER FILE UNAVAILABLE (STATUS " delimited by size
              partner-file-status                delimited by size
              ") - NOTHING TRANSLATED"           delimited by size
              into error-message
       end-string
       perform 8100-flag-unavailable thru 8100-flag-unavailable-ex
       go to 1000-initialize-ex
    end-if.
    set partner-file-open to true.

    open output xlate-work.

    move spaces to report-line.
    string "SOURCE "       delimited by size
           xlate-source    delimited by size
           "  FORMAT "     delimited by size
           fmt-file-format delimited by size
           "  DATES "      delimited by size
           fmt-date-format delimited by size
           into report-line
    end-string.
    write xlate-report-record from report-line.
    move spaces to report-line.
    write xlate-report-record from report-line.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input xlate-parms.
    if xlate-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if xlate-parms-status = "00" or xlate-parms-status = "10"
       close xlate-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read xlate-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and xlate-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring xlate-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "SOURCE"
               move parm-value(1:8) to xlate-source
          when "FEEDDATE"
               if parm-value(1:8) numeric
                  move parm-value(1:8) to feed-date-override
               else
                  display "FEED-TRANSLATE: FEED DATE NOT NUMERIC: "
                          xlate-parms-record " - IGNORED"
               end-if
          when other
               display "FEED-TRANSLATE: UNRECOGNIZED CONTROL CARD: "
                       xlate-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1200-load-mapping.

*>--- the partner's definition is read whole; a definition that
*>--- cannot be followed translates nothing - a wrong guess at a
*>--- partner's layout would post wrong items, not reject them
    open input xlate-map.
    if xlate-map-status not = "00"
       move spaces to error-message
       string "XLATMAP UNAVAILABLE (STATUS " delimited by size
              xlate-map-status              delimited by size
              ") - NOTHING TRANSLATED"      delimited by size
              into error-message
       end-string
       perform 8100-flag-unavailable thru 8100-flag-unavailable-ex
       go to 1200-load-mapping-ex
    end-if.

    perform 1250-read-one-map thru 1250-read-one-map-ex
        until end-of-map.
    close xlate-map.

    if not xlate-unavailable
       perform 1300-check-mapping thru 1300-check-mapping-ex
    end-if.

1200-load-mapping-ex.
    exit.

1250-read-one-map.

    read xlate-map
        at end
            set end-of-map to true
    end-read.

    if end-of-map or xm-source-system not = xlate-source
       go to 1250-read-one-map-ex
    end-if.

    if xm-format-record
       set format-found to true
       move xm-file-format     to fmt-file-format
       move xm-delimiter       to fmt-delimiter
       if xm-skip-lines numeric
          move xm-skip-lines   to fmt-skip-lines
       end-if
       move xm-control-tag     to fmt-control-tag
       move xm-item-element    to fmt-item-element
       move xm-date-format     to fmt-date-format
       move xm-adjust-value    to fmt-adjust-value
       move xm-thousands-char  to fmt-thousands-char
       move xm-code-page       to fmt-code-page
    else
    if xm-field-record
       perform 1260-add-map-field thru 1260-add-map-field-ex
    end-if
    end-if.

1250-read-one-map-ex.
    exit.

1260-add-map-field.

    if map-field-count >= 12
       move "MORE THAN 12 FIELD RECORDS" to map-error-message
       perform 8200-mapping-error thru 8200-mapping-error-ex
       go to 1260-add-map-field-ex
    end-if.

    add 1 to map-field-count.
    move map-field-count to map-sub.
    move zero to map-found-sub.

    evaluate xm-target-field
       when "ACCOUNT"
            move map-account-sub to map-found-sub
            move map-sub to map-account-sub
       when "AMOUNT"
            move map-amount-sub to map-found-sub
            move map-sub to map-amount-sub
       when "REFERENCE"
            move map-reference-sub to map-found-sub
            move map-sub to map-reference-sub
       when "CURRENCY"
            move map-currency-sub to map-found-sub
            move map-sub to map-currency-sub
       when "VALUEDATE"
            move map-valuedate-sub to map-found-sub
            move map-sub to map-valuedate-sub
       when "TARGETBASE"
            move map-targetbase-sub to map-found-sub
            move map-sub to map-targetbase-sub
       when "RECTYPE"
            move map-rectype-sub to map-found-sub
            move map-sub to map-rectype-sub
       when "ORIGDATE"
            move map-origdate-sub to map-found-sub
            move map-sub to map-origdate-sub
       when "FEEDDATE"
            move map-feeddate-sub to map-found-sub
            move map-sub to map-feeddate-sub
       when "ITEMCOUNT"
            move map-itemcount-sub to map-found-sub
            move map-sub to map-itemcount-sub
       when other
            move spaces to map-error-message
            string "UNKNOWN FIELD "  delimited by size
                   xm-target-field   delimited by size
                   into map-error-message
            end-string
            perform 8200-mapping-error thru 8200-mapping-error-ex
            go to 1260-add-map-field-ex
    end-evaluate.

    if map-found-sub > 0
       move spaces to map-error-message
       string xm-target-field       delimited by space
              " IS MAPPED TWICE"    delimited by size
              into map-error-message
       end-string
       perform 8200-mapping-error thru 8200-mapping-error-ex
    end-if.

    move xm-target-field  to mf-target( map-sub ).
    move xm-element       to mf-element( map-sub ).
    move xm-default-value to mf-default( map-sub ).
    if xm-column numeric
       move xm-column     to mf-column( map-sub )
    else
       move zero          to mf-column( map-sub )
    end-if.
    if xm-field-base numeric
       move xm-field-base to mf-base( map-sub )
    else
       move zero          to mf-base( map-sub )
    end-if.
    if xm-target-field = "FEEDDATE" or xm-target-field = "ITEMCOUNT"
       move "F" to mf-level( map-sub )
    else
       move "I" to mf-level( map-sub )
    end-if.

1260-add-map-field-ex.
    exit.

1300-check-mapping.

    if not format-found
       move "NO F FORMAT RECORD FOR THIS SOURCE" to map-error-message
       perform 8200-mapping-error thru 8200-mapping-error-ex
       go to 1300-check-mapping-ex
    end-if.
    if not fmt-csv and not fmt-xml
       move "FORMAT MUST BE CSV OR XML" to map-error-message
       perform 8200-mapping-error thru 8200-mapping-error-ex
    end-if.
    if map-account-sub = 0 or map-amount-sub = 0
             or map-reference-sub = 0
       move "ACCOUNT, AMOUNT AND REFERENCE MUST ALL BE MAPPED"
            to map-error-message
       perform 8200-mapping-error thru 8200-mapping-error-ex
    end-if.

    if fmt-delimiter = space
       move "," to fmt-delimiter
    else
    if fmt-delimiter = "T"
       move x"09" to fmt-delimiter
    end-if
    end-if.
    if fmt-date-format = spaces
       move "YYYYMMDD" to fmt-date-format
    end-if.
    move zero to date-pattern-count.
    inspect fmt-date-format tallying date-pattern-count for all "YYYY"
                                     date-pattern-count for all "MM"
                                     date-pattern-count for all "DD".
    if date-pattern-count not = 3
       move "DATE FORMAT NEEDS ONE YYYY, ONE MM AND ONE DD"
            to map-error-message
       perform 8200-mapping-error thru 8200-mapping-error-ex
    end-if.
    move function length( function trim( fmt-date-format trailing ) )
      to date-format-length.

    if fmt-xml and fmt-item-element = spaces
       move "XML FORMAT NEEDS THE ITEM ELEMENT NAME"
            to map-error-message
       perform 8200-mapping-error thru 8200-mapping-error-ex
    end-if.
    if fmt-csv and fmt-control-tag = spaces
             and ( map-feeddate-sub > 0 or map-itemcount-sub > 0 )
       move "FEEDDATE/ITEMCOUNT ON A CSV FILE NEED A CONTROL-ROW TAG"
            to map-error-message
       perform 8200-mapping-error thru 8200-mapping-error-ex
    end-if.

    perform varying map-sub from 1 by 1
            until map-sub > map-field-count
       if fmt-csv and ( mf-column( map-sub ) < 1
                        or mf-column( map-sub ) > 30 )
                  and ( mf-default( map-sub ) = spaces
                        or mf-feed-level( map-sub ) )
          move spaces to map-error-message
          string mf-target( map-sub )       delimited by space
                 " NEEDS A COLUMN 01-30"    delimited by size
                 into map-error-message
          end-string
          perform 8200-mapping-error thru 8200-mapping-error-ex
       end-if
       if fmt-xml and mf-element( map-sub ) = spaces
                  and ( mf-default( map-sub ) = spaces
                        or mf-feed-level( map-sub ) )
          move spaces to map-error-message
          string mf-target( map-sub )       delimited by space
                 " NEEDS AN ELEMENT NAME"   delimited by size
                 into map-error-message
          end-string
          perform 8200-mapping-error thru 8200-mapping-error-ex
       end-if
       if ( map-sub = map-account-sub or map-sub = map-amount-sub
            or map-sub = map-reference-sub )
                and ( mf-base( map-sub ) < 2 or mf-base( map-sub ) > 36 )
          move spaces to map-error-message
          string mf-target( map-sub )          delimited by space
                 " NEEDS ITS BASE, 02 THRU 36" delimited by size
                 into map-error-message
          end-string
          perform 8200-mapping-error thru 8200-mapping-error-ex
       end-if
    end-perform.

1300-check-mapping-ex.
    exit.

2000-read-csv.

    read partner-file
        at end
            set end-of-partner-file to true
    end-read.
    if end-of-partner-file
       go to 2000-read-csv-ex
    end-if.

    add 1 to partner-line-number.
    if partner-line-number <= fmt-skip-lines
             or partner-record = spaces
       go to 2000-read-csv-ex
    end-if.

    perform 2100-split-csv-line thru 2100-split-csv-line-ex.

    if fmt-control-tag not = spaces
             and cc-text( 1 ) = fmt-control-tag
       perform 2300-take-control-row thru 2300-take-control-row-ex
    else
       perform 2200-take-csv-item thru 2200-take-csv-item-ex
    end-if.

2000-read-csv-ex.
    exit.

2100-split-csv-line.

*>--- a delimiter inside double quotes is data, and a doubled quote
*>--- inside quotes is one quote character; unquoted values lose
*>--- their surrounding spaces
    perform varying csv-col from 1 by 1 until csv-col > 30
       move spaces to cc-text( csv-col )
       move zero   to cc-length( csv-col )
    end-perform.
    move 1   to csv-column-count.
    move "N" to in-quote-switch skip-char-switch extra-column-switch.

    move function length( function trim( partner-record trailing ) )
      to line-length.
    perform 2110-scan-csv-char thru 2110-scan-csv-char-ex
        varying scan-pos from 1 by 1
        until scan-pos > line-length.

    perform 2130-trim-csv-column thru 2130-trim-csv-column-ex
        varying csv-col from 1 by 1
        until csv-col > csv-column-count.

2100-split-csv-line-ex.
    exit.

2110-scan-csv-char.

    if skip-next-char
       move "N" to skip-char-switch
       go to 2110-scan-csv-char-ex
    end-if.

    move partner-record(scan-pos:1) to scan-char.

    if scan-char = quote
       if in-quote and scan-pos < line-length
                and partner-record(scan-pos + 1:1) = quote
          perform 2120-append-csv-char thru 2120-append-csv-char-ex
          set skip-next-char to true
       else
       if in-quote
          move "N" to in-quote-switch
       else
          set in-quote to true
       end-if
       end-if
       go to 2110-scan-csv-char-ex
    end-if.

    if scan-char = fmt-delimiter and not in-quote
       if csv-column-count < 30
          add 1 to csv-column-count
       else
          set extra-columns to true
       end-if
       go to 2110-scan-csv-char-ex
    end-if.

    perform 2120-append-csv-char thru 2120-append-csv-char-ex.

2110-scan-csv-char-ex.
    exit.

2120-append-csv-char.

    if not extra-columns
       add 1 to cc-length( csv-column-count )
       if cc-length( csv-column-count ) <= 60
          move scan-char
            to cc-text( csv-column-count )
                      ( cc-length( csv-column-count ) : 1 )
       end-if
    end-if.

2120-append-csv-char-ex.
    exit.

2130-trim-csv-column.

*>--- an over-long value keeps its full length so the field edit can
*>--- report it; the rest are measured again once trimmed
    if cc-length( csv-col ) <= 60
       if cc-text( csv-col ) = spaces
          move zero to cc-length( csv-col )
       else
          move function trim( cc-text( csv-col ) ) to field-clean
          move field-clean to cc-text( csv-col )
          move function length( function trim( field-clean trailing ) )
            to cc-length( csv-col )
       end-if
    end-if.

2130-trim-csv-column-ex.
    exit.

2200-take-csv-item.

    move partner-line-number to error-line-number.
    perform 2900-clear-item-values thru 2900-clear-item-values-ex.
    perform varying map-sub from 1 by 1
            until map-sub > map-field-count
       if not mf-feed-level( map-sub )
                and mf-column( map-sub ) > 0
                and mf-column( map-sub ) <= csv-column-count
          move cc-text( mf-column( map-sub ) )   to iv-text( map-sub )
          move cc-length( mf-column( map-sub ) ) to iv-length( map-sub )
       end-if
    end-perform.

    perform 4000-build-item thru 4000-build-item-ex.

2200-take-csv-item-ex.
    exit.

2300-take-control-row.

    move partner-line-number to error-line-number.
    if control-row-seen
       move "A SECOND CONTROL ROW - THE FILE IS TWO FILES JOINED?"
            to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
       go to 2300-take-control-row-ex
    end-if.
    set control-row-seen to true.

    perform varying map-sub from 1 by 1
            until map-sub > map-field-count
       if mf-feed-level( map-sub )
                and mf-column( map-sub ) <= csv-column-count
          move cc-text( mf-column( map-sub ) )   to iv-text( map-sub )
          move cc-length( mf-column( map-sub ) ) to iv-length( map-sub )
       end-if
    end-perform.

2300-take-control-row-ex.
    exit.

2900-clear-item-values.

*>--- the feed-level values survive from item to item
    perform varying map-sub from 1 by 1
            until map-sub > map-field-count
       if not mf-feed-level( map-sub )
          move spaces to iv-text( map-sub )
          move zero   to iv-length( map-sub )
       end-if
    end-perform.

2900-clear-item-values-ex.
    exit.

3000-read-xml.

    read partner-file
        at end
            set end-of-partner-file to true
    end-read.
    if end-of-partner-file
       go to 3000-read-xml-ex
    end-if.

    add 1 to partner-line-number.
    if partner-record = spaces
       go to 3000-read-xml-ex
    end-if.

    inspect partner-record replacing all x"09" by space.
    move function length( function trim( partner-record trailing ) )
      to line-length.
    perform 3100-scan-xml-char thru 3100-scan-xml-char-ex
        varying scan-pos from 1 by 1
        until scan-pos > line-length.

3000-read-xml-ex.
    exit.

3100-scan-xml-char.

*>--- a plain tag scan, enough for a partner's small item document:
*>--- start and end tags, self-closing tags, text between them. the
*>--- prolog, comments and attributes are passed over; the scan state
*>--- carries across lines
    move partner-record(scan-pos:1) to scan-char.

    if in-tag
       if scan-char = ">"
          move "N" to in-tag-switch
          perform 3200-process-tag thru 3200-process-tag-ex
       else
          add 1 to tag-length
          if tag-length <= 60
             move scan-char to tag-text(tag-length:1)
          end-if
       end-if
       go to 3100-scan-xml-char-ex
    end-if.

    if scan-char = "<"
       set in-tag to true
       move spaces to tag-text
       move zero   to tag-length
       go to 3100-scan-xml-char-ex
    end-if.

    add 1 to text-length.
    if text-length <= 60
       move scan-char to text-buffer(text-length:1)
    end-if.

3100-scan-xml-char-ex.
    exit.

3200-process-tag.

    if tag-text(1:1) = "?" or tag-text(1:1) = "!"
       go to 3200-process-tag-ex
    end-if.
    if tag-length > 60
       move 60 to tag-length
    end-if.

    move "N" to self-close-switch.
    if tag-length > 0 and tag-text(tag-length:1) = "/"
       set self-closing-tag to true
       move space to tag-text(tag-length:1)
    end-if.

    move spaces to element-name.
    if tag-text(1:1) = "/"
       unstring tag-text(2:59) delimited by all space
           into element-name
       end-unstring
       perform 3300-end-element thru 3300-end-element-ex
       go to 3200-process-tag-ex
    end-if.

    unstring tag-text delimited by all space
        into element-name
    end-unstring.
    perform 3250-start-element thru 3250-start-element-ex.
    if self-closing-tag
       perform 3300-end-element thru 3300-end-element-ex
    end-if.

3200-process-tag-ex.
    exit.

3250-start-element.

    if element-name = fmt-item-element
       if in-item
          move item-start-line to error-line-number
          move "ITEM NOT CLOSED BEFORE THE NEXT ONE OPENS"
               to error-message
          perform 8000-translation-error
             thru 8000-translation-error-ex
       end-if
       set in-item to true
       move partner-line-number to item-start-line
       perform 2900-clear-item-values thru 2900-clear-item-values-ex
    end-if.

    move spaces to text-buffer.
    move zero   to text-length.

3250-start-element-ex.
    exit.

3300-end-element.

    if element-name = fmt-item-element
       if not in-item
          move partner-line-number to error-line-number
          move "ITEM CLOSED THAT WAS NEVER OPENED" to error-message
          perform 8000-translation-error
             thru 8000-translation-error-ex
       else
          move "N" to in-item-switch
          move item-start-line to error-line-number
          perform 4000-build-item thru 4000-build-item-ex
       end-if
       go to 3300-end-element-ex
    end-if.

    perform 3400-decode-text thru 3400-decode-text-ex.

*>--- an item's fields only count inside an item, the feed's only
*>--- outside one
    perform varying map-sub from 1 by 1
            until map-sub > map-field-count
       if mf-element( map-sub ) = element-name
          if ( in-item and not mf-feed-level( map-sub ) )
             or ( not in-item and mf-feed-level( map-sub ) )
             move field-value  to iv-text( map-sub )
             move field-length to iv-length( map-sub )
          end-if
       end-if
    end-perform.

    move spaces to text-buffer.
    move zero   to text-length.

3300-end-element-ex.
    exit.

3400-decode-text.

*>--- element text, trimmed, with the five predefined entities turned
*>--- back into their characters
    if text-length > 60
       move text-buffer to field-value
       move text-length to field-length
       go to 3400-decode-text-ex
    end-if.

    move spaces to field-value.
    move zero   to field-length.
    if text-buffer = spaces
       go to 3400-decode-text-ex
    end-if.

    move function trim( text-buffer ) to decode-work.
    move zero to decode-out.
    perform 3410-decode-char thru 3410-decode-char-ex
        varying decode-pos from 1 by 1
        until decode-pos > 60.
    if field-value not = spaces
       move function length( function trim( field-value trailing ) )
         to field-length
    end-if.

3400-decode-text-ex.
    exit.

3410-decode-char.

    add 1 to decode-out.
    if decode-work(decode-pos:1) not = "&"
       move decode-work(decode-pos:1) to field-value(decode-out:1)
       go to 3410-decode-char-ex
    end-if.

    if decode-pos <= 56 and decode-work(decode-pos:5) = "&amp;"
       move "&" to field-value(decode-out:1)
       add 4 to decode-pos
    else
    if decode-pos <= 57 and decode-work(decode-pos:4) = "&lt;"
       move "<" to field-value(decode-out:1)
       add 3 to decode-pos
    else
    if decode-pos <= 57 and decode-work(decode-pos:4) = "&gt;"
       move ">" to field-value(decode-out:1)
       add 3 to decode-pos
    else
    if decode-pos <= 55 and decode-work(decode-pos:6) = "&quot;"
       move quote to field-value(decode-out:1)
       add 5 to decode-pos
    else
    if decode-pos <= 55 and decode-work(decode-pos:6) = "&apos;"
       move "'" to field-value(decode-out:1)
       add 5 to decode-pos
    else
       move "&" to field-value(decode-out:1)
    end-if
    end-if
    end-if
    end-if
    end-if.

3410-decode-char-ex.
    exit.

4000-build-item.

*>--- one partner item to one TRANSIN "D" or "A" record. every field
*>--- that will not fit is reported, not just the first, so the
*>--- partner gets the whole list back at once
    add 1 to items-found-count.
    move "N" to item-error-switch.
    move spaces to trans-in-record.

    move "D" to ti-record-type.
    if map-rectype-sub > 0 and fmt-adjust-value not = spaces
       move map-rectype-sub to field-sub
       perform 4100-get-value thru 4100-get-value-ex
       if field-value = fmt-adjust-value
          move "A" to ti-record-type
       end-if
    end-if.

    move map-account-sub to field-sub.
    perform 4100-get-value thru 4100-get-value-ex.
    if field-value = spaces
       move "ACCOUNT MISSING" to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
    else
    if field-length > 18
       move "ACCOUNT LONGER THAN 18 CHARACTERS" to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
    end-if
    end-if.
    move field-value(1:18) to check-account-field.

    move map-amount-sub to field-sub.
    perform 4100-get-value thru 4100-get-value-ex.
    perform 4200-clean-number thru 4200-clean-number-ex.
    if field-value = spaces
       move "AMOUNT MISSING" to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
    else
    if field-length > 16
       move "AMOUNT LONGER THAN 16 CHARACTERS" to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
    else
    if field-value(1:1) = "-"
       move "NEGATIVE AMOUNT - THE LAYOUT CARRIES NO SIGN"
            to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
    end-if
    end-if
    end-if.
    move field-value(1:16) to check-amount-field.

    move map-reference-sub to field-sub.
    perform 4100-get-value thru 4100-get-value-ex.
    if field-length > 32
       move "REFERENCE LONGER THAN 32 CHARACTERS" to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
    end-if.
    move field-value(1:32) to check-reference-field.

    move map-currency-sub to field-sub.
    perform 4100-get-value thru 4100-get-value-ex.
    if field-length > 3
       move "CURRENCY LONGER THAN 3 CHARACTERS" to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
    end-if.

    if ti-adjustment-record
       move check-account-field(1:18)    to tj-account-id
       move check-amount-field(1:16)     to tj-amount
       move check-reference-field        to tj-reference
       move mf-base( map-account-sub )   to tj-account-base
       move mf-base( map-amount-sub )    to tj-amount-base
       move mf-base( map-reference-sub ) to tj-reference-base
       move field-value(1:3)             to tj-currency-code
       perform 4400-adjustment-fields thru 4400-adjustment-fields-ex
    else
       move check-account-field(1:18)    to ti-account-id
       move check-amount-field(1:16)     to ti-amount
       move check-reference-field        to ti-reference
       move mf-base( map-account-sub )   to ti-account-base
       move mf-base( map-amount-sub )    to ti-amount-base
       move mf-base( map-reference-sub ) to ti-reference-base
       move field-value(1:3)             to ti-currency-code
       perform 4500-detail-fields thru 4500-detail-fields-ex
    end-if.

    if item-error
       go to 4000-build-item-ex
    end-if.

    perform 4300-compute-check-digit thru 4300-compute-check-digit-ex.
    if ti-adjustment-record
       move check-digit-result to tj-check-digit
       add 1 to adjustment-count
    else
       move check-digit-result to ti-check-digit
       add 1 to detail-count
    end-if.
    write xlate-work-record from trans-in-record.
    add 1 to translated-count.

4000-build-item-ex.
    exit.

4100-get-value.

*>--- the value the partner gave for the field in field-sub, or the
*>--- mapping's stand-in where it gave none
    move spaces to field-value.
    move zero   to field-length.
    if field-sub = 0
       go to 4100-get-value-ex
    end-if.

    move iv-text( field-sub )   to field-value.
    move iv-length( field-sub ) to field-length.
    if field-value = spaces and mf-default( field-sub ) not = spaces
       move mf-default( field-sub ) to field-value
       move function length( function trim( field-value trailing ) )
         to field-length
    end-if.

4100-get-value-ex.
    exit.

4200-clean-number.

*>--- a partner writes 1,234.50 or +1234.50; the layout wants 1234.50
    if field-value = spaces or field-length > 60
       go to 4200-clean-number-ex
    end-if.

    move spaces to field-clean.
    move zero   to field-clean-length.
    perform varying clean-pos from 1 by 1 until clean-pos > field-length
       if ( fmt-thousands-char = space
            or field-value(clean-pos:1) not = fmt-thousands-char )
          and not ( clean-pos = 1 and field-value(1:1) = "+" )
          add 1 to field-clean-length
          move field-value(clean-pos:1)
            to field-clean(field-clean-length:1)
       end-if
    end-perform.
    move field-clean        to field-value.
    move field-clean-length to field-length.

4200-clean-number-ex.
    exit.

4300-compute-check-digit.

*>--- the LRC convert-detail verifies: every digit of the three value
*>--- fields XORed together, the check character being the digit for
*>--- that value modulo 36
    move 0 to checksum-value.

    move check-account-field to check-scan-field.
    perform 4310-scan-field-lrc thru 4310-scan-field-lrc-ex.
    move check-amount-field to check-scan-field.
    perform 4310-scan-field-lrc thru 4310-scan-field-lrc-ex.
    move check-reference-field to check-scan-field.
    perform 4310-scan-field-lrc thru 4310-scan-field-lrc-ex.

    divide checksum-value by 36 giving check-quotient
           remainder check-mod.
    add 1 to check-mod.
    set hex_idx to check-mod.
    move hex_value( hex_idx ) to check-digit-result.

4300-compute-check-digit-ex.
    exit.

4310-scan-field-lrc.

    call "c$toupper" using check-scan-field, value 32.

    perform varying check-ind from 1 by 1 until check-ind > 32
       if check-scan-field(check-ind:1) not = space
          search all hex_table
             at end
                  continue
             when hex_value( hex_idx ) is
                  = check-scan-field(check-ind:1)
                  move dec_value( hex_idx) to rest_divide
                  perform xor-accumulate thru xor-accumulate-ex
          end-search
       end-if
    end-perform.

4310-scan-field-lrc-ex.
    exit.

4400-adjustment-fields.

*>--- an adjustment names the feed date of the item it supersedes;
*>--- it carries no value date or target base of its own
    move map-origdate-sub to field-sub.
    perform 4100-get-value thru 4100-get-value-ex.
    if field-value = spaces
       move "ADJUSTMENT WITHOUT THE ORIGINAL'S FEED DATE"
            to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
       go to 4400-adjustment-fields-ex
    end-if.

    move "ORIGINAL DATE" to field-label.
    perform 5200-convert-date thru 5200-convert-date-ex.
    move date-result to tj-orig-feed-date.

4400-adjustment-fields-ex.
    exit.

4500-detail-fields.

    move map-valuedate-sub to field-sub.
    perform 4100-get-value thru 4100-get-value-ex.
    if field-value not = spaces
       move "VALUE DATE" to field-label
       perform 5200-convert-date thru 5200-convert-date-ex
       move date-result to ti-value-date
    end-if.

    move zero to ti-target-base.
    move map-targetbase-sub to field-sub.
    perform 4100-get-value thru 4100-get-value-ex.
    if field-value not = spaces
       if field-length > 2
          move "TARGET BASE NOT 02 THRU 36" to error-message
          perform 8000-translation-error thru 8000-translation-error-ex
       else
          move field-value(1:2) to number-work-2
          call "c$justify" using number-work-2, "R"
          inspect number-work-2 replacing leading " " by "0"
          if number-work-2 numeric
                   and number-work-2 >= "02" and number-work-2 <= "36"
             move number-work-2 to ti-target-base
          else
             move "TARGET BASE NOT 02 THRU 36" to error-message
             perform 8000-translation-error
                thru 8000-translation-error-ex
          end-if
       end-if
    end-if.

4500-detail-fields-ex.
    exit.

5000-finish-feed.

    close partner-file.
    move "N" to partner-open-switch.

    if in-item
       move item-start-line to error-line-number
       move "DOCUMENT ENDS INSIDE AN ITEM - FILE TRUNCATED?"
            to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
    else
    if in-tag
       move partner-line-number to error-line-number
       move "DOCUMENT ENDS INSIDE A TAG - FILE TRUNCATED?"
            to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
    end-if
    end-if.

    move zero to error-line-number.
    if fmt-csv and fmt-control-tag not = spaces
             and ( map-feeddate-sub > 0 or map-itemcount-sub > 0 )
             and not control-row-seen
       move spaces to error-message
       string "NO "              delimited by size
              fmt-control-tag    delimited by space
              " CONTROL ROW - FILE TRUNCATED?" delimited by size
              into error-message
       end-string
       perform 8000-translation-error thru 8000-translation-error-ex
    end-if.

*>--- the feed date: the card where one is given, otherwise the
*>--- partner's own
    if feed-date-override not = spaces
       move feed-date-override to xlate-feed-date
       if function test-date-yyyymmdd( function numval( xlate-feed-date ) )
                not = 0
          move "FEEDDATE CARD IS NOT A CALENDAR DATE" to error-message
          perform 8000-translation-error thru 8000-translation-error-ex
       end-if
    else
       move map-feeddate-sub to field-sub
       perform 4100-get-value thru 4100-get-value-ex
       if field-value = spaces
          move "NO FEED DATE - NOT IN THE FILE AND NO FEEDDATE CARD"
               to error-message
          perform 8000-translation-error thru 8000-translation-error-ex
       else
          move "FEED DATE" to field-label
          perform 5200-convert-date thru 5200-convert-date-ex
          move date-result to xlate-feed-date
       end-if
    end-if.

    perform 5300-reconcile-total thru 5300-reconcile-total-ex.

    close xlate-work.

*>--- only a clean file is framed onto XLATOUT; a rejected one
*>--- leaves it empty
    open output xlate-out.
    if not xlate-failed
       move spaces           to trans-in-record
       move "H"              to ti-record-type
       move xlate-feed-date  to ti-feed-date
       move xlate-source     to ti-source-system
       move fmt-code-page    to ti-code-page
       write xlate-out-record from trans-in-record

       open input xlate-work
       perform 5100-copy-work thru 5100-copy-work-ex
           until end-of-work
       close xlate-work

       move spaces           to trans-in-record
       move "T"              to ti-record-type
       move translated-count to ti-trailer-count
       write xlate-out-record from trans-in-record
    end-if.
    close xlate-out.

5000-finish-feed-ex.
    exit.

5100-copy-work.

    read xlate-work
        at end
            set end-of-work to true
    end-read.

    if not end-of-work
       write xlate-out-record from xlate-work-record
    end-if.

5100-copy-work-ex.
    exit.

5200-convert-date.

*>--- the value in field-value, laid out as the partner's date format
*>--- says, to YYYYMMDD in date-result
    move spaces to date-result.
    move "N" to date-error-switch.

    if field-length not = date-format-length
       set date-error to true
    else
       move zero to date-year-offset date-month-offset date-day-offset
       inspect fmt-date-format tallying
               date-year-offset  for characters before initial "YYYY"
       inspect fmt-date-format tallying
               date-month-offset for characters before initial "MM"
       inspect fmt-date-format tallying
               date-day-offset   for characters before initial "DD"
       string field-value(date-year-offset + 1:4)  delimited by size
              field-value(date-month-offset + 1:2) delimited by size
              field-value(date-day-offset + 1:2)   delimited by size
              into date-result
       end-string
       if date-result not numeric
          set date-error to true
       else
       if function test-date-yyyymmdd( function numval( date-result ) )
                not = 0
          set date-error to true
       end-if
       end-if
    end-if.

    if date-error
       move spaces to error-message
       string field-label                delimited by "  "
              " "                        delimited by size
              field-value(1:20)          delimited by "  "
              " IS NOT A "               delimited by size
              fmt-date-format            delimited by space
              " DATE"                    delimited by size
              into error-message
       end-string
       perform 8000-translation-error thru 8000-translation-error-ex
    end-if.

5200-convert-date-ex.
    exit.

5300-reconcile-total.

*>--- every item the partner sent counts, translated or not - the
*>--- question is whether the whole file arrived
    move "N" to partner-total-switch.
    if map-itemcount-sub = 0
       move "FILE CARRIES NO ITEM TOTAL - COUNT NOT RECONCILED"
            to report-line
       write xlate-report-record from report-line
       go to 5300-reconcile-total-ex
    end-if.

    move map-itemcount-sub to field-sub.
    perform 4100-get-value thru 4100-get-value-ex.
    perform 4200-clean-number thru 4200-clean-number-ex.
    if field-value = spaces
       move "PARTNER ITEM TOTAL MISSING - FILE TRUNCATED?"
            to error-message
       perform 8000-translation-error thru 8000-translation-error-ex
       go to 5300-reconcile-total-ex
    end-if.

    move spaces to number-work-7.
    if field-length <= 7
       move field-value(1:7) to number-work-7
       call "c$justify" using number-work-7, "R"
       inspect number-work-7 replacing leading " " by "0"
    end-if.
    if number-work-7 not numeric
       move spaces to error-message
       string "PARTNER ITEM TOTAL "   delimited by size
              field-value(1:20)       delimited by "  "
              " IS NOT A COUNT"       delimited by size
              into error-message
       end-string
       perform 8000-translation-error thru 8000-translation-error-ex
       go to 5300-reconcile-total-ex
    end-if.

    move number-work-7 to partner-total.
    set partner-total-carried to true.
    if partner-total not = items-found-count
       move spaces to error-message
       string "PARTNER TOTAL "        delimited by size
              partner-total           delimited by size
              " BUT "                 delimited by size
              items-found-count       delimited by size
              " ITEMS IN THE FILE"    delimited by size
              into error-message
       end-string
       perform 8000-translation-error thru 8000-translation-error-ex
    end-if.

5300-reconcile-total-ex.
    exit.

8000-translation-error.

*>--- the first 200 are listed by partner line; the file is rejected
*>--- whatever the count
    set xlate-failed to true.
    set item-error to true.
    add 1 to error-count.
    if error-count <= 200
       move spaces to report-line
       if error-line-number > 0
          string "LINE "             delimited by size
                 error-line-number   delimited by size
                 "  "                delimited by size
                 error-message       delimited by size
                 into report-line
          end-string
       else
          string "FILE          "    delimited by size
                 error-message       delimited by size
                 into report-line
          end-string
       end-if
       write xlate-report-record from report-line
    else
    if error-count = 201
       move "... FURTHER ERRORS NOT LISTED" to report-line
       write xlate-report-record from report-line
    end-if
    end-if.

8000-translation-error-ex.
    exit.

8100-flag-unavailable.

    set xlate-unavailable to true.
    move spaces to report-line.
    string "*** " delimited by size
           error-message delimited by size
           into report-line
    end-string.
    write xlate-report-record from report-line.
    display "FEED-TRANSLATE: " error-message.

8100-flag-unavailable-ex.
    exit.

8200-mapping-error.

    move spaces to error-message.
    string "XLATMAP "          delimited by size
           xlate-source        delimited by space
           ": "                delimited by size
           map-error-message   delimited by size
           into error-message
    end-string.
    perform 8100-flag-unavailable thru 8100-flag-unavailable-ex.

8200-mapping-error-ex.
    exit.

9000-terminate.

    if partner-file-open
       close partner-file
    end-if.

    move spaces to report-line.
    write xlate-report-record from report-line.

    if xlate-unavailable
       move "*** NOTHING TRANSLATED - XLATOUT NOT WRITTEN" to report-line
       write xlate-report-record from report-line
       move "NOTHING TRANSLATED - SEE XLATERR" to alert-message
       perform 9100-raise-xlate-alert thru 9100-raise-xlate-alert-ex
       move 12 to return-code
       close xlate-report
       go to 9000-terminate-ex
    end-if.

    move spaces to report-line.
    string "ITEMS IN THE FILE:  "  delimited by size
           items-found-count       delimited by size
           "   TRANSLATED: "       delimited by size
           translated-count        delimited by size
           " ("                    delimited by size
           detail-count            delimited by size
           " DETAIL, "             delimited by size
           adjustment-count        delimited by size
           " ADJUSTMENT)"          delimited by size
           into report-line
    end-string.
    write xlate-report-record from report-line.
    if partner-total-carried
       move spaces to report-line
       string "PARTNER'S OWN TOTAL: " delimited by size
              partner-total           delimited by size
              into report-line
       end-string
       write xlate-report-record from report-line
    end-if.

    if xlate-failed
       move spaces to report-line
       string "*** FILE REJECTED WHOLE - "  delimited by size
              error-count                   delimited by size
              " ERROR(S); NOTHING WRITTEN TO XLATOUT - RETURN IT TO"
                                            delimited by size
              " THE PARTNER"                delimited by size
              into report-line
       end-string
       write xlate-report-record from report-line
       move spaces to alert-message
       string "FEED REJECTED WHOLE - " delimited by size
              error-count              delimited by size
              " ERROR(S), SEE XLATERR" delimited by size
              into alert-message
       end-string
       perform 9100-raise-xlate-alert thru 9100-raise-xlate-alert-ex
       move 8 to return-code
    else
       move spaces to report-line
       string "TRANSLATED CLEAN - FEED DATE "  delimited by size
              xlate-feed-date                  delimited by size
              " FRAMED ONTO XLATOUT"           delimited by size
              into report-line
       end-string
       write xlate-report-record from report-line
       move 0 to return-code
    end-if.

    close xlate-report.

    display "FEED-TRANSLATE: " xlate-source " "
            items-found-count " ITEM(S), " translated-count
            " TRANSLATED, " error-count " ERROR(S)".

9000-terminate-ex.
    exit.

9100-raise-xlate-alert.

    move "XLATE-FAIL" to alert-condition.
    move xlate-source to alert-source.
    move "WARN"       to alert-severity.
    move "TICKET"     to alert-action.
    move zero         to alert-threshold.
    perform find-alert-rule thru find-alert-rule-ex.
    perform raise-alert thru raise-alert-ex.

9100-raise-xlate-alert-ex.
    exit.

copy "xor-accumulate.cbl".
copy "alert-queue.cbl".

end program feed-translate.
