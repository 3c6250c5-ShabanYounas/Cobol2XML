identification division.
program-id. test-data-build.

*>--- builds a test-region copy of one production TRANSIN submission
*>--- instead of a hand-made deck: the real night's volumes, its "A"
*>--- adjustments and its multi-feed framing, with every production
*>--- identifier masked out. runs in production (it reads the real
*>--- feed, the RESULTIDX history and the masking key) and writes only
*>--- masked output:
*>---   TESTIN   the submission, record for record - account ids and
*>---            references masked, amounts optionally perturbed, check
*>---            digits recomputed over the new values (a record the
*>---            source did not checksum stays unchecksummed), every
*>---            feed re-framed with a trailer counting what was copied
*>---   TESTRIX  the RESULTIDX records the adjustments point at, masked
*>---            the same way, for the test region to load into its own
*>---            history so the adjustments still find their originals
*>--- masking is keyed and consistent: the same real account id (or
*>--- reference) in the same base always becomes the same fake one, of
*>--- the same length, in the same base - so repeat customers, feeds
*>--- and adjustments still line up. the key is read from MASKKEY, a
*>--- production-only dataset; it is never written or displayed, and
*>--- without it nothing is built. characters that are not digits of
*>--- the field's base are copied unmasked so a bad production item
*>--- still rejects the same way in test.
*>--- SYSIN control cards:
*>---     PERTURB=nn          move every amount by a pseudo-random
*>---                         amount of up to nn percent, 0-50 (default
*>---                         0 - amounts copied as they are). the
*>---                         integer digits move, the width and any
*>---                         fraction stay
*>---     FEEDDATE=YYYYMMDD   re-date every feed header (default - keep
*>---                         the production date). adjustments keep
*>---                         their original feed dates, which is where
*>---                         TESTRIX carries the originals
*>--- RC=0 built clean; RC=4 built, but an adjustment's original was not
*>--- on the history (it will reject in test as it would have here) or
*>--- the history was unavailable; RC=8 the submission is not cleanly
*>--- framed - the copy is incomplete and must not be shipped; RC=12
*>--- masking key or TRANSIN unavailable - nothing built.
environment division.
input-output section.
file-control.
    select trans-in
        assign to "TRANSIN"
        organization is line sequential
        file status is trans-in-status.

    select result-index
        assign to "RESULTIX"
        organization is indexed
        access mode is dynamic
        record key is ri-result-key
        alternate record key is ri-account-id
            with duplicates
        file status is result-index-status.

    select mask-key-file
        assign to "MASKKEY"
        organization is line sequential
        file status is mask-key-status.

    select test-in
        assign to "TESTIN"
        organization is line sequential.

    select test-result-index
        assign to "TESTRIX"
        organization is line sequential.

*>--- currency rules (see currency-load) - a perturbed original's
*>--- scaled amount is worked out again in its currency's scale
    select currency-file
        assign to "CURRTAB"
        organization is line sequential
        file status is currency-table-status.

    select build-parms
        assign to "SYSIN"
        organization is line sequential
        file status is build-parms-status.

data division.
file section.
fd  trans-in.
copy "transin-record.cbl".

fd  result-index.
copy "residx-record.cbl".

fd  mask-key-file.
01  mask-key-record              pic x(80).

fd  test-in.
01  test-in-record               pic x(90).

fd  test-result-index.
01  test-result-index-record     pic x(373).

fd  currency-file.
01  currency-record.
    05  cur-code                 pic x(03).
    05  cur-decimals             pic 9(01).
    05  cur-round                pic x(01).

fd  build-parms.
01  build-parms-record           pic x(80).

working-storage section.
copy "hex_dec_data.cbl".
copy "hex_decimal_table.cbl".
copy "conv-work.cbl".
copy "currency-work.cbl".

01  build-switches.
    05  trans-in-eof-switch      pic x(01)  value "N".
        88  end-of-trans-in                 value "Y".
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  feed-open-switch         pic x(01)  value "N".
        88  feed-open                       value "Y".
    05  build-failure-switch     pic x(01)  value "N".
        88  build-failure                   value "Y".
    05  build-unavailable-switch pic x(01)  value "N".
        88  build-unavailable               value "Y".
    05  outputs-open-switch      pic x(01)  value "N".
        88  outputs-open                    value "Y".
    05  result-index-open-switch pic x(01)  value "N".
        88  result-index-open               value "Y".
    05  original-found-switch    pic x(01)  value "N".
        88  original-found                  value "Y".
    05  original-browse-switch   pic x(01)  value "N".
        88  original-browse-done            value "Y".

01  trans-in-status              pic x(02)  value spaces.
01  result-index-status          pic x(02)  value spaces.
01  mask-key-status              pic x(02)  value spaces.
01  build-parms-status           pic x(02)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.

01  perturb-percent              pic 9(02)  value zero.
01  header-date-override         pic x(08)  value spaces.
01  build-failure-message        pic x(80)  value spaces.

01  feed-count                   pic 9(03)  value zero.
01  feed-item-count              pic 9(07)  value zero.
01  detail-copied-count          pic 9(07)  value zero.
01  adjustment-copied-count      pic 9(07)  value zero.
01  trailer-supplied-count       pic 9(03)  value zero.
01  trailer-corrected-count      pic 9(03)  value zero.
01  original-extracted-count     pic 9(05)  value zero.
01  original-missing-count       pic 9(05)  value zero.
01  amount-perturbed-count       pic 9(07)  value zero.
01  amount-kept-count            pic 9(07)  value zero.
01  scale-legacy-count           pic 9(05)  value zero.

*>--- the masking key: up to 64 characters, every one a digit 0-9 or
*>--- A-Z, held as its digit values
01  mask-key-text                pic x(64)  value spaces.
01  mask-key-length              pic 9(02)  value zero.
01  mask-key-table.
    05  mask-key-value           pic 9(02)  value zero
                                  occurs 64 times.
01  mask-key-sub                 pic 9(02)  value zero.

*>--- one field to mask: the text, its base, and which kind of
*>--- identifier it is (1 account id, 2 reference, 3 internal account)
*>--- so equal digits in different kinds of field do not mask alike
01  mask-field                   pic x(32)  value spaces.
01  mask-base                    pic 9(02)  value zero.
01  mask-kind                    pic 9(01)  value zero.
01  mask-pos                     pic 9(02)  value zero.
01  mask-digit                   pic 9(02)  value zero.
01  mask-shift                   pic 9(02)  value zero.
01  mask-chain                   pic 9(04)  value zero.
01  mask-work                    pic 9(06)  value zero.
01  mask-quotient                pic 9(06)  value zero.

*>--- amount perturbation scratch
01  perturb-field                pic x(16)  value spaces.
01  perturb-new-field            pic x(16)  value spaces.
01  perturb-base                 pic 9(02)  value zero.
01  perturb-lead                 pic 9(02)  value zero.
01  perturb-int-text             pic x(16)  value spaces.
01  perturb-int-length           pic 9(02)  value zero.
01  perturb-new-lead             pic 9(02)  value zero.
01  perturb-new-length           pic 9(02)  value zero.
01  perturb-width                pic 9(02)  value zero.
01  perturb-start                pic s9(03) value zero.
01  perturb-zero-count           pic 9(02)  value zero.
01  perturb-seed                 pic 9(05)  value zero.
01  perturb-seed-work            pic 9(09)  value zero.
01  perturb-quotient             pic 9(09)  value zero.
01  perturb-factor-raw           pic 9(03)  value zero.
01  perturb-factor               pic s9(03) value zero.
01  perturb-amount               pic s9(30) value zero.
01  perturb-delta                pic s9(30) value zero.

*>--- check-digit recompute: the three value fields in LRC order
01  check-account-field          pic x(32)  value spaces.
01  check-amount-field           pic x(32)  value spaces.
01  check-reference-field        pic x(32)  value spaces.
01  check-digit-result           pic x(01)  value space.

*>--- the RESULTIDX originals already written to TESTRIX, so two
*>--- adjustments to one item load it once
01  extracted-count              pic 9(04)  value zero.
01  extracted-table.
    05  extracted-key            pic x(15)  value spaces
                                  occurs 1000 times.
01  extracted-sub                pic 9(04)  value zero.
01  extracted-found-switch       pic x(01)  value "N".
    88  extracted-found                     value "Y".

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    perform 2000-build-records thru 2000-build-records-ex
        until end-of-trans-in.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    perform 1100-read-parms thru 1100-read-parms-ex.

    if perturb-percent > 50
       display "TEST-DATA-BUILD: PERTURB MUST BE 0-50, NOT "
               perturb-percent " - USING 50"
       move 50 to perturb-percent
    end-if.

    perform 1200-load-mask-key thru 1200-load-mask-key-ex.
    if build-unavailable
       set end-of-trans-in to true
       go to 1000-initialize-ex
    end-if.

    open input trans-in.
    if trans-in-status not = "00"
       set build-unavailable to true
       move spaces to build-failure-message
       string "TRANSIN UNAVAILABLE (STATUS " delimited by size
              trans-in-status               delimited by size
              ") - NOTHING BUILT"           delimited by size
              into build-failure-message
       end-string
       display "TEST-DATA-BUILD: " build-failure-message
       set end-of-trans-in to true
       go to 1000-initialize-ex
    end-if.

*>--- the history is only needed for adjustments; without it the feed
*>--- still copies and each adjustment is counted as having no original
    open input result-index.
    if result-index-status = "00"
       set result-index-open to true
       perform load-currency-table thru load-currency-table-ex
    else
       display "TEST-DATA-BUILD: RESULT INDEX UNAVAILABLE (STATUS "
               result-index-status ") - NO ORIGINALS WILL BE EXTRACTED"
    end-if.

    open output test-in.
    open output test-result-index.
    set outputs-open to true.

    perform 2100-read-trans-in thru 2100-read-trans-in-ex.

*>--- the submission must open with a header, same rule the serial
*>--- run applies
    if end-of-trans-in
       move "FEED FILE IS EMPTY - NO HEADER RECORD"
            to build-failure-message
       perform 8000-flag-build-failure thru 8000-flag-build-failure-ex
    else
    if not ti-header-record
       move "FEED HEADER RECORD MISSING - FILE NOT FRAMED"
            to build-failure-message
       perform 8000-flag-build-failure thru 8000-flag-build-failure-ex
    end-if
    end-if.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input build-parms.
    if build-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if build-parms-status = "00" or build-parms-status = "10"
       close build-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read build-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and build-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring build-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "PERTURB"
               call "c$justify" using parm-value, "R"
               inspect parm-value replacing leading " " by "0"
               if parm-value numeric
                  move parm-value(19:2) to perturb-percent
               else
                  display "TEST-DATA-BUILD: PERTURB NOT NUMERIC: "
                          build-parms-record " - AMOUNTS NOT PERTURBED"
               end-if
          when "FEEDDATE"
               if parm-value(1:8) numeric
                  move parm-value(1:8) to header-date-override
               else
                  display "TEST-DATA-BUILD: FEED DATE NOT NUMERIC: "
                          build-parms-record " - HEADER DATES KEPT"
               end-if
          when other
               display "TEST-DATA-BUILD: UNRECOGNIZED CONTROL CARD: "
                       build-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1200-load-mask-key.

*>--- the key is the first word of the first MASKKEY record. a short
*>--- or malformed key is refused outright - a weak key would mask
*>--- nothing worth the name
    open input mask-key-file.
    if mask-key-status not = "00"
       set build-unavailable to true
       move "MASKING KEY UNAVAILABLE - NOTHING BUILT"
            to build-failure-message
       display "TEST-DATA-BUILD: " build-failure-message
       go to 1200-load-mask-key-ex
    end-if.

    move spaces to mask-key-record.
    read mask-key-file
        at end
            move spaces to mask-key-record
    end-read.
    close mask-key-file.

    move spaces to mask-key-text.
    unstring mask-key-record delimited by all space
        into mask-key-text count in mask-key-length
    end-unstring.
    if mask-key-length > 64
       move 64 to mask-key-length
    end-if.
    call "c$toupper" using mask-key-text, value 64.

    if mask-key-length < 16
       set build-unavailable to true
       move "MASKING KEY SHORTER THAN 16 CHARACTERS - NOTHING BUILT"
            to build-failure-message
       display "TEST-DATA-BUILD: " build-failure-message
       go to 1200-load-mask-key-ex
    end-if.

    move 1 to perturb-seed.
    perform 1250-load-key-value thru 1250-load-key-value-ex
        varying mask-key-sub from 1 by 1
        until mask-key-sub > mask-key-length or build-unavailable.

1200-load-mask-key-ex.
    exit.

1250-load-key-value.

    move 99 to mask-digit.
    search all hex_table
       at end
            continue
       when hex_value( hex_idx ) is = mask-key-text(mask-key-sub:1)
            move dec_value( hex_idx ) to mask-digit
    end-search.

    if mask-digit = 99
       set build-unavailable to true
       move "MASKING KEY MAY HOLD ONLY 0-9 AND A-Z - NOTHING BUILT"
            to build-failure-message
       display "TEST-DATA-BUILD: " build-failure-message
       go to 1250-load-key-value-ex
    end-if.

    move mask-digit to mask-key-value( mask-key-sub ).

*>--- the perturbation sequence starts from the key as well, so a
*>--- rebuild from the same feed perturbs it the same way
    compute perturb-seed-work = perturb-seed * 37 + mask-digit + 1.
    divide perturb-seed-work by 30269 giving perturb-quotient
           remainder perturb-seed.

1250-load-key-value-ex.
    exit.

2000-build-records.

    if ti-header-record
       perform 2200-copy-header thru 2200-copy-header-ex
    else
    if ti-trailer-record
       perform 2500-copy-trailer thru 2500-copy-trailer-ex
    else
    if ti-detail-record and feed-open
       perform 2300-copy-detail thru 2300-copy-detail-ex
    else
    if ti-adjustment-record and feed-open
       perform 2400-copy-adjustment thru 2400-copy-adjustment-ex
    else
       move "RECORD OUT OF FRAME - FEED IS NOT CLEANLY FRAMED"
            to build-failure-message
       perform 8000-flag-build-failure thru 8000-flag-build-failure-ex
    end-if
    end-if
    end-if
    end-if.

    if not end-of-trans-in
       perform 2100-read-trans-in thru 2100-read-trans-in-ex
    end-if.

2000-build-records-ex.
    exit.

2100-read-trans-in.

    read trans-in
        at end
            set end-of-trans-in to true
    end-read.

2100-read-trans-in-ex.
    exit.

2200-copy-header.

*>--- a header while a feed is still open means production lost that
*>--- feed's trailer; the copy closes it with the count it carried
    if feed-open
       display "TEST-DATA-BUILD: FEED " feed-count
               " HAD NO TRAILER - ONE SUPPLIED"
       add 1 to trailer-supplied-count
       perform 2600-write-trailer thru 2600-write-trailer-ex
    end-if.

    set feed-open to true.
    add 1 to feed-count.
    move zero to feed-item-count.

    if header-date-override not = spaces
       move header-date-override to ti-feed-date
    end-if.
    write test-in-record from trans-in-record.

2200-copy-header-ex.
    exit.

2300-copy-detail.

    move ti-account-id   to mask-field.
    move ti-account-base to mask-base.
    move 1               to mask-kind.
    perform 7100-mask-field thru 7100-mask-field-ex.
    move mask-field(1:18) to ti-account-id.

    move ti-reference      to mask-field.
    move ti-reference-base to mask-base.
    move 2                 to mask-kind.
    perform 7100-mask-field thru 7100-mask-field-ex.
    move mask-field to ti-reference.

    move ti-amount      to perturb-field.
    move ti-amount-base to perturb-base.
    perform 7200-perturb-amount thru 7200-perturb-amount-ex.
    move perturb-field to ti-amount.

    if ti-check-digit not = space
       move ti-account-id to check-account-field
       move ti-amount     to check-amount-field
       move ti-reference  to check-reference-field
       perform 7300-compute-check-digit
          thru 7300-compute-check-digit-ex
       move check-digit-result to ti-check-digit
    end-if.

    write test-in-record from trans-in-record.
    add 1 to feed-item-count.
    add 1 to detail-copied-count.

2300-copy-detail-ex.
    exit.

2400-copy-adjustment.

*>--- the original is looked up under its production identifiers,
*>--- before they are masked, and goes to TESTRIX masked by the same
*>--- key - so the masked adjustment finds it in the test history
    perform 2700-extract-original thru 2700-extract-original-ex.

    move tj-account-id   to mask-field.
    move tj-account-base to mask-base.
    move 1               to mask-kind.
    perform 7100-mask-field thru 7100-mask-field-ex.
    move mask-field(1:18) to tj-account-id.

    move tj-reference      to mask-field.
    move tj-reference-base to mask-base.
    move 2                 to mask-kind.
    perform 7100-mask-field thru 7100-mask-field-ex.
    move mask-field to tj-reference.

    move tj-amount      to perturb-field.
    move tj-amount-base to perturb-base.
    perform 7200-perturb-amount thru 7200-perturb-amount-ex.
    move perturb-field to tj-amount.

    if tj-check-digit not = space
       move tj-account-id to check-account-field
       move tj-amount     to check-amount-field
       move tj-reference  to check-reference-field
       perform 7300-compute-check-digit
          thru 7300-compute-check-digit-ex
       move check-digit-result to tj-check-digit
    end-if.

    write test-in-record from trans-in-record.
    add 1 to feed-item-count.
    add 1 to adjustment-copied-count.

2400-copy-adjustment-ex.
    exit.

2500-copy-trailer.

    if not feed-open
       move "TRAILER WITH NO FEED OPEN - FILE IS NOT CLEANLY FRAMED"
            to build-failure-message
       perform 8000-flag-build-failure thru 8000-flag-build-failure-ex
       go to 2500-copy-trailer-ex
    end-if.

    if ti-trailer-count not = feed-item-count
       display "TEST-DATA-BUILD: FEED " feed-count
               " TRAILER COUNT " ti-trailer-count
               " - COPY CARRIES " feed-item-count
       add 1 to trailer-corrected-count
    end-if.
    perform 2600-write-trailer thru 2600-write-trailer-ex.

2500-copy-trailer-ex.
    exit.

2600-write-trailer.

    move spaces          to test-in-record.
    move "T"             to test-in-record(1:1).
    move feed-item-count to test-in-record(2:7).
    write test-in-record.
    move "N" to feed-open-switch.

2600-write-trailer-ex.
    exit.

2700-extract-original.

*>--- same walk batch-convert makes for an adjustment: the account's
*>--- entries on the alternate path, matched on feed date and reference
    move "N" to original-found-switch.
    move "N" to original-browse-switch.

    if not result-index-open
       add 1 to original-missing-count
       go to 2700-extract-original-ex
    end-if.

    move tj-account-id to ri-account-id.
    start result-index key is = ri-account-id
        invalid key
            set original-browse-done to true
    end-start.
    perform 2710-browse-original thru 2710-browse-original-ex
        until original-browse-done.

    if not original-found
       add 1 to original-missing-count
       display "TEST-DATA-BUILD: FEED " feed-count
               " ADJUSTMENT " feed-item-count
               " - ORIGINAL OF " tj-orig-feed-date
               " NOT ON THE HISTORY"
       go to 2700-extract-original-ex
    end-if.

    move "N" to extracted-found-switch.
    perform varying extracted-sub from 1 by 1
            until extracted-sub > extracted-count or extracted-found
       if extracted-key( extracted-sub ) = ri-result-key
          set extracted-found to true
       end-if
    end-perform.
    if extracted-found
       go to 2700-extract-original-ex
    end-if.
    if extracted-count < 1000
       add 1 to extracted-count
       move ri-result-key to extracted-key( extracted-count )
    end-if.

    perform 2750-mask-original thru 2750-mask-original-ex.
    write test-result-index-record from result-index-record.
    add 1 to original-extracted-count.

2700-extract-original-ex.
    exit.

2710-browse-original.

    read result-index next
        at end
            set original-browse-done to true
    end-read.

    if not original-browse-done
       if ri-account-id not = tj-account-id
          set original-browse-done to true
       else
       if ri-feed-date = tj-orig-feed-date
                and ri-reference = tj-reference
          set original-found to true
          set original-browse-done to true
       end-if
       end-if
    end-if.

2710-browse-original-ex.
    exit.

2750-mask-original.

*>--- the history carries the ids as the feed did; they are masked in
*>--- the adjustment's bases (the history keeps no reference base) so
*>--- they come out exactly as the adjustment's will. the numbers
*>--- derived from them are worked out again from the masked text
    move ri-account-id   to mask-field.
    move tj-account-base to mask-base.
    move 1               to mask-kind.
    perform 7100-mask-field thru 7100-mask-field-ex.
    move mask-field(1:18) to ri-account-id.

    move zero to ri-account-number.
    move ri-account-id   to entry_char.
    move ri-account-base to current_base.
    perform base-to-decimal thru base-to-decimal-ex.
    if conv-error-found
       move "N" to conv-error-switch
    else
       move entry_number to ri-account-number
    end-if.

    move ri-reference      to mask-field.
    move tj-reference-base to mask-base.
    move 2                 to mask-kind.
    perform 7100-mask-field thru 7100-mask-field-ex.
    move mask-field to ri-reference.

    if ri-internal-account not = zero
       move spaces              to mask-field
       move ri-internal-account to mask-field(1:12)
       move 10                  to mask-base
       move 3                   to mask-kind
       perform 7100-mask-field thru 7100-mask-field-ex
       move mask-field(1:12)    to ri-internal-account
    end-if.

    move ri-amount      to perturb-field.
    move ri-amount-base to perturb-base.
    perform 7200-perturb-amount thru 7200-perturb-amount-ex.
    if perturb-field not = ri-amount
       move perturb-field  to ri-amount
       move ri-amount      to entry_char
       move ri-amount-base to current_base
       perform base-to-decimal thru base-to-decimal-ex
       if conv-error-found
          move "N" to conv-error-switch
       else
          move entry_number to ri-amount-number
          perform 2760-scale-original thru 2760-scale-original-ex
*>--- a valued original keeps its rate; the reporting amount follows
*>--- the perturbed scaled amount, as the valuation values it, so the
*>--- pair still agrees
          if ri-valuation-state = "V" and ri-fx-rate numeric
             compute ri-reporting-amount rounded
                   = ri-amount-scaled * ri-fx-rate
                 on size error
                     move zero to ri-reporting-amount
             end-compute
          end-if
          move ri-target-base to current_base
          perform decimal-to-base thru decimal-to-base-ex
          if conv-error-found
             move "N" to conv-error-switch
          else
             move entry_char to ri-target-char
          end-if
       end-if
    end-if.

2750-mask-original-ex.
    exit.

2760-scale-original.

*>--- the perturbed number in its currency's scale, the same way the
*>--- conversion scales it (convert-detail 3400) - the reversal of an
*>--- adjustment in test takes back the scaled amount, so it must be
*>--- the perturbed one, never the production figure. a currency the
*>--- rules cannot scale (no table, or the code is not on it) drops
*>--- to the legacy convention, so the reversal still pairs with the
*>--- perturbed number and no production amount leaves
    if ri-currency-code = spaces
       move ri-amount-number to ri-amount-scaled
       go to 2760-scale-original-ex
    end-if.

    move zero to currency-found-sub.
    if currency-rules-loaded
       perform varying currency-sub from 1 by 1
               until currency-sub > currency-entry-count
          if cu-code( currency-sub ) = ri-currency-code
             move currency-sub to currency-found-sub
          end-if
       end-perform
    end-if.

    if currency-found-sub = 0
       add 1 to scale-legacy-count
       move spaces           to ri-currency-code
       move ri-amount-number to ri-amount-scaled
       go to 2760-scale-original-ex
    end-if.

    move currency-found-sub to currency-sub.
    move cu-decimals( currency-sub ) to currency-decimals.
    compute currency-power-sub = currency-decimals + 1.
    move currency-power( currency-power-sub ) to currency-keep-power.
    compute currency-power-sub = 9 - currency-decimals.
    move currency-power( currency-power-sub ) to currency-rest-power.

    move ri-amount-number to currency-amount-int.
    compute currency-fraction
          = ri-amount-number - currency-amount-int.
    compute currency-frac-units = currency-fraction * 100000000.
    divide currency-frac-units by currency-rest-power
           giving currency-kept-units
           remainder currency-rest-units.
    if cu-round-rule( currency-sub ) = "H"
             and currency-rest-units * 2 >= currency-rest-power
       add 1 to currency-kept-units
    end-if.
    compute ri-amount-scaled
          = currency-amount-int
          + currency-kept-units / currency-keep-power.

2760-scale-original-ex.
    exit.

7100-mask-field.

*>--- keyed, format-preserving substitution: each digit of the field's
*>--- base moves by an amount drawn from the key and from every digit
*>--- before it, and stays a digit of that base. the same text, base
*>--- and kind always give the same result; equal tails under
*>--- different leading digits do not. a base outside 2-36 masks as
*>--- base 36
    if mask-base not numeric or mask-base < 2 or mask-base > 36
       move 36 to mask-base
    end-if.
    call "c$toupper" using mask-field, value 32.

    compute mask-chain = mask-base + mask-kind * 37.
    move zero to mask-key-sub.

    perform 7110-mask-one-position thru 7110-mask-one-position-ex
        varying mask-pos from 1 by 1
        until mask-pos > 32.

7100-mask-field-ex.
    exit.

7110-mask-one-position.

    if mask-field(mask-pos:1) = space
       go to 7110-mask-one-position-ex
    end-if.

    move 99 to mask-digit.
    search all hex_table
       at end
            continue
       when hex_value( hex_idx ) is = mask-field(mask-pos:1)
            move dec_value( hex_idx ) to mask-digit
    end-search.
    if mask-digit >= mask-base
       go to 7110-mask-one-position-ex
    end-if.

    add 1 to mask-key-sub.
    if mask-key-sub > mask-key-length
       move 1 to mask-key-sub
    end-if.

    compute mask-work = mask-key-value( mask-key-sub ) + mask-chain.
    divide mask-work by mask-base giving mask-quotient
           remainder mask-shift.
    compute mask-work = mask-digit + mask-shift.
    divide mask-work by mask-base giving mask-quotient
           remainder mask-shift.
    move hex_value( mask-shift + 1 ) to mask-field(mask-pos:1).

    compute mask-work = mask-chain * 7 + mask-digit
                      + mask-key-value( mask-key-sub ) + 1.
    divide mask-work by 1296 giving mask-quotient
           remainder mask-chain.

7110-mask-one-position-ex.
    exit.

7200-perturb-amount.

*>--- moves the integer digits of perturb-field (in perturb-base) by up
*>--- to perturb-percent either way. the width is kept - zero-filled if
*>--- the new value is shorter, one position wider only where the field
*>--- has room in front - and any fraction is carried across as it was.
*>--- an amount that will not convert is left for the run to reject
    if perturb-percent = zero
       go to 7200-perturb-amount-ex
    end-if.
    if perturb-base not numeric or perturb-base < 2 or perturb-base > 36
       add 1 to amount-kept-count
       go to 7200-perturb-amount-ex
    end-if.

    move zero to perturb-lead.
    inspect perturb-field tallying perturb-lead for leading space.
    if perturb-lead >= 16
       add 1 to amount-kept-count
       go to 7200-perturb-amount-ex
    end-if.

    move spaces to perturb-int-text.
    move zero   to perturb-int-length.
    unstring perturb-field(perturb-lead + 1:) delimited by "." or space
        into perturb-int-text count in perturb-int-length
    end-unstring.
    if perturb-int-length = zero
       add 1 to amount-kept-count
       go to 7200-perturb-amount-ex
    end-if.

    move perturb-int-text to entry_char.
    move perturb-base     to current_base.
    perform base-to-decimal thru base-to-decimal-ex.
    if conv-error-found
       move "N" to conv-error-switch
       add 1 to amount-kept-count
       go to 7200-perturb-amount-ex
    end-if.

    perform 7400-next-perturb-factor thru 7400-next-perturb-factor-ex.
    move entry_number to perturb-amount.
    compute perturb-delta
          = perturb-amount * perturb-percent * perturb-factor / 10000.
    if perturb-amount + perturb-delta < zero
       subtract perturb-delta from perturb-amount
    else
       add perturb-delta to perturb-amount
    end-if.

    move perturb-amount to entry_number.
    perform decimal-to-base thru decimal-to-base-ex.
    if conv-error-found
       move "N" to conv-error-switch
       add 1 to amount-kept-count
       go to 7200-perturb-amount-ex
    end-if.

*>--- the integer rendering sits right-justified in the 32-position
*>--- window; a zero value renders as no digits at all
    move zero to perturb-new-lead.
    inspect entry_char(1:32) tallying perturb-new-lead
        for leading space.
    compute perturb-new-length = 32 - perturb-new-lead.
    if perturb-new-length = zero
       move "0" to entry_char(32:1)
       move 1   to perturb-new-length
    end-if.

    if perturb-new-length > perturb-int-length
       move perturb-new-length to perturb-width
    else
       move perturb-int-length to perturb-width
    end-if.
    compute perturb-start
          = perturb-lead + 1 - (perturb-width - perturb-int-length).
    if perturb-start < 1
       add 1 to amount-kept-count
       go to 7200-perturb-amount-ex
    end-if.

    move perturb-field to perturb-new-field.
    compute perturb-zero-count = perturb-width - perturb-new-length.
    if perturb-zero-count > zero
       move all "0"
         to perturb-new-field(perturb-start:perturb-zero-count)
    end-if.
    move entry_char(33 - perturb-new-length:perturb-new-length)
      to perturb-new-field(perturb-start + perturb-zero-count:
                           perturb-new-length).

    move perturb-new-field to perturb-field.
    add 1 to amount-perturbed-count.

7200-perturb-amount-ex.
    exit.

7300-compute-check-digit.

*>--- the LRC convert-detail verifies: every digit of the three value
*>--- fields XORed together, the check character being the digit for
*>--- that value modulo 36
    move 0 to checksum-value.

    move check-account-field to check-scan-field.
    perform 7310-scan-field-lrc thru 7310-scan-field-lrc-ex.
    move check-amount-field to check-scan-field.
    perform 7310-scan-field-lrc thru 7310-scan-field-lrc-ex.
    move check-reference-field to check-scan-field.
    perform 7310-scan-field-lrc thru 7310-scan-field-lrc-ex.

    divide checksum-value by 36 giving check-quotient
           remainder check-mod.
    add 1 to check-mod.
    set hex_idx to check-mod.
    move hex_value( hex_idx ) to check-digit-result.

7300-compute-check-digit-ex.
    exit.

7310-scan-field-lrc.

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

7310-scan-field-lrc-ex.
    exit.

7400-next-perturb-factor.

*>--- next value of the key-seeded sequence, as a factor of -100 to
*>--- +100 (percent of the PERTURB limit)
    compute perturb-seed-work = perturb-seed * 171 + 11213.
    divide perturb-seed-work by 30269 giving perturb-quotient
           remainder perturb-seed.
    divide perturb-seed by 201 giving perturb-quotient
           remainder perturb-factor-raw.
    compute perturb-factor = perturb-factor-raw - 100.

7400-next-perturb-factor-ex.
    exit.

8000-flag-build-failure.

    set build-failure to true.
    display "TEST-DATA-BUILD FAILURE: " build-failure-message.
    set end-of-trans-in to true.

8000-flag-build-failure-ex.
    exit.

9000-terminate.

    if build-unavailable
       move 12 to return-code
       go to 9000-terminate-ex
    end-if.

    if feed-open and not build-failure
       display "TEST-DATA-BUILD: FEED " feed-count
               " HAD NO TRAILER - ONE SUPPLIED"
       add 1 to trailer-supplied-count
       perform 2600-write-trailer thru 2600-write-trailer-ex
    end-if.

    close trans-in.
    if result-index-open
       close result-index
    end-if.
    if outputs-open
       close test-in
       close test-result-index
    end-if.

    display "TEST-DATA-BUILD: " feed-count " FEED(S), "
            detail-copied-count " DETAIL(S), "
            adjustment-copied-count " ADJUSTMENT(S) COPIED MASKED".
    display "TEST-DATA-BUILD: " original-extracted-count
            " ORIGINAL(S) TO TESTRIX, " original-missing-count
            " NOT ON THE HISTORY".
    if perturb-percent > zero
       display "TEST-DATA-BUILD: AMOUNTS PERTURBED UP TO "
               perturb-percent " PERCENT - " amount-perturbed-count
               " MOVED, " amount-kept-count " LEFT AS THEY WERE"
    end-if.
    if scale-legacy-count > zero
       display "TEST-DATA-BUILD: " scale-legacy-count
               " PERTURBED ORIGINAL(S) NOT ON CURRTAB - CURRENCY"
               " BLANKED, REVERSED ON THE FULL NUMBER"
    end-if.
    if trailer-supplied-count > zero or trailer-corrected-count > zero
       display "TEST-DATA-BUILD: " trailer-supplied-count
               " TRAILER(S) SUPPLIED, " trailer-corrected-count
               " RECOUNTED"
    end-if.

    if build-failure
       display "TEST-DATA-BUILD: COPY IS INCOMPLETE - DO NOT SHIP IT"
       move 8 to return-code
    else
    if original-missing-count > zero
       move 4 to return-code
    else
       move 0 to return-code
    end-if
    end-if.

9000-terminate-ex.
    exit.

copy "currency-load.cbl".
copy "base-to-decimal.cbl".
copy "decimal-to-base.cbl".
copy "xor-accumulate.cbl".

end program test-data-build.
