identification division.
program-id. reject-repair.

*>--- the guided way to correct a reject, replacing column-counted
*>--- edits of the REJECTS suspense in a dataset editor: shows one
*>--- workable reject at a time (status new or assigned) with the
*>--- detail or adjustment laid out field by field and the field the
*>--- reject reason names marked, takes a corrected value per field
*>--- and runs the image straight back through the conversion edits
*>--- the nightly run and reject-reprocess use - bases and digits,
*>--- LRC check digit, currency, partner set-up, account resolution,
*>--- part lookup - so a correction that would reject again tomorrow
*>--- is seen now. a correction is saved only once it passes: the
*>--- image is replaced, the reject moves to assigned under the
*>--- repairer's id, every changed field goes on the permanent
*>--- REPRLOG old value and new, and the item's lineage history gets
*>--- the repair. a change to the account id or the amount (or their
*>--- bases) moves money, so it is saved only when a second operator
*>--- confirms it. REJPROC then posts the saved image as before.
*>--- every reject flows to REJREDO - which the job makes the new
*>--- suspense file - repaired or as it stood. display-based like
*>--- state-utility, for a support terminal; the repairer and the
*>--- confirmer must both be active on OPERSEC with the reject-repair
*>--- role, or nothing is changed. an adjustment is laid out and
*>--- validated the same way, but REJPROC still cannot apply one - it
*>--- goes back on a feed as always
environment division.
input-output section.
file-control.
    select rejects
        assign to "REJECTS"
        organization is line sequential
        file status is rejects-status.

    select reject-redo
        assign to "REJREDO"
        organization is line sequential.

*>--- permanent repair trail - extend-only (see replog-record)
    select repair-log
        assign to "REPRLOG"
        organization is line sequential.

    select currency-file
        assign to "CURRTAB"
        organization is line sequential
        file status is currency-table-status.

    select part-master
        assign to "PARTMAST"
        organization is indexed
        access mode is random
        record key is pm-part-code
        file status is part-master-status.

*>--- the repaired item is held to its partner's set-up and resolves
*>--- to its internal account exactly as REJPROC will hold it
    select account-master
        assign to "ACCTMAST"
        organization is indexed
        access mode is random
        record key is am-account-number
        file status is account-master-status.

    select account-xref
        assign to "ACCTXREF"
        organization is indexed
        access mode is random
        record key is ax-xref-key
        file status is account-xref-status.

    select fx-rate-file
        assign to "FXRATES"
        organization is indexed
        access mode is random
        record key is fx-rate-key
        file status is fx-rate-status.

    select optional item-limit-file
        assign to "ITEMLIM"
        organization is line sequential
        file status is item-limit-status.

    select partner-master
        assign to "PARTNERS"
        organization is indexed
        access mode is random
        record key is ps-source-system
        file status is partner-file-status.

*>--- operator security file (see operator-check)
    select operator-file
        assign to "OPERSEC"
        organization is line sequential
        file status is operator-file-status.

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

*>--- item lineage history (see lineage-record) - a saved repair is an
*>--- event in the item's story; optional, never holds up the work
    select optional lineage-file
        assign to "LINEAGE"
        organization is indexed
        access mode is dynamic
        record key is ln-event-key
        alternate record key is ln-item-key
            with duplicates
        file status is lineage-status.

data division.
file section.
fd  rejects.
copy "reject-record.cbl".

fd  reject-redo.
01  redo-record                  pic x(213).

fd  repair-log.
copy "replog-record.cbl".

fd  currency-file.
01  currency-record.
    05  cur-code                 pic x(03).
    05  cur-decimals             pic 9(01).
    05  cur-round                pic x(01).

fd  part-master.
copy "partmast-record.cbl".

fd  partner-master.
copy "partner-record.cbl".

fd  account-master.
copy "acctmast-record.cbl".

fd  account-xref.
copy "acctxref-record.cbl".

fd  fx-rate-file.
copy "fxrate-record.cbl".

fd  item-limit-file.
copy "itemlim-record.cbl".

fd  operator-file.
copy "opersec-record.cbl".

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

fd  lineage-file.
copy "lineage-record.cbl".

working-storage section.
copy "lineage-work.cbl".
copy "hex_dec_data.cbl".
copy "hex_decimal_table.cbl".
copy "ebcdic_dec_data.cbl".
copy "ebcdic_table.cbl".
copy "conv-work.cbl".
copy "currency-work.cbl".
copy "alert-work.cbl".
copy "opersec-work.cbl".
copy "partner-work.cbl".
copy "account-work.cbl".
copy "fxrate-work.cbl".
copy "itemlim-work.cbl".
copy "transin-record.cbl".
copy "transout-record.cbl".

01  repair-switches.
    05  rejects-eof-switch       pic x(01)  value "N".
        88  end-of-rejects                  value "Y".
    05  part-master-switch       pic x(01)  value "N".
        88  part-master-available           value "Y".
    05  repair-refused-switch    pic x(01)  value "N".
        88  repair-refused                  value "Y".
    05  quit-switch              pic x(01)  value "N".
        88  quit-requested                  value "Y".
    05  session-done-switch      pic x(01)  value "N".
        88  session-done                    value "Y".
    05  repair-passed-switch     pic x(01)  value "N".
        88  repair-passed                   value "Y".
    05  money-change-switch      pic x(01)  value "N".
        88  money-changed                   value "Y".
    05  confirmed-switch         pic x(01)  value "N".
        88  change-confirmed                value "Y".

01  rejects-status               pic x(02)  value spaces.
01  part-master-status           pic x(02)  value spaces.

01  repair-run-date              pic x(08)  value spaces.
01  repair-operator              pic x(08)  value spaces.
01  confirm-operator             pic x(08)  value spaces.
01  confirm-reply                pic x(08)  value spaces.
01  filter-source                pic x(08)  value spaces.
01  filter-feed-date             pic x(08)  value spaces.
01  offer-reply                  pic x(01)  value space.
01  step-reply                   pic x(02)  value spaces.
01  new-value-work               pic x(40)  value spaces.

*>--- the image being corrected, and the image as it was - every
*>--- comparison and every log record is field against field of the
*>--- two. an adjustment is read through its own view, the same shape
*>--- as the TRANSIN adjustment view
01  original-image               pic x(90)  value spaces.
01  repair-image                 pic x(90)  value spaces.
01  repair-adjust-view redefines repair-image.
    05  filler                   pic x(01).
    05  ra-orig-feed-date        pic x(08).
    05  ra-account-base          pic 9(02).
    05  ra-account-id            pic x(18).
    05  ra-amount-base           pic 9(02).
    05  ra-amount                pic x(16).
    05  ra-reference-base        pic 9(02).
    05  ra-reference             pic x(32).
    05  ra-check-digit           pic x(01).
    05  ra-currency-code         pic x(03).
    05  filler                   pic x(05).
01  repair-record-type           pic x(01)  value space.
    88  repair-is-detail                    value "D".
    88  repair-is-adjustment                value "A".

*>--- the fields that can be corrected, as they lie in the image: the
*>--- name shown, start column and length, the field name the edits
*>--- put in front of their reject reason (what marks the field), and
*>--- "M" where a change moves money and needs a second operator
01  detail-field-values.
    05  filler  pic x(32)  value "ACCOUNT BASE  00202ACCOUNT-ID  M".
    05  filler  pic x(32)  value "ACCOUNT ID    00418ACCOUNT-ID  M".
    05  filler  pic x(32)  value "AMOUNT BASE   02202AMOUNT      M".
    05  filler  pic x(32)  value "AMOUNT        02416AMOUNT      M".
    05  filler  pic x(32)  value "REFERENCE BASE04002REFERENCE    ".
    05  filler  pic x(32)  value "REFERENCE     04232REFERENCE    ".
    05  filler  pic x(32)  value "TARGET BASE   07402AMOUNT       ".
    05  filler  pic x(32)  value "CHECK DIGIT   07601CHECKSUM     ".
    05  filler  pic x(32)  value "CURRENCY      07703CURRENCY     ".
    05  filler  pic x(32)  value "VALUE DATE    08008VALUE-DATE   ".
01  adjust-field-values.
    05  filler  pic x(32)  value "ORIG FEED DATE00208ORIGINAL     ".
    05  filler  pic x(32)  value "ACCOUNT BASE  01002ACCOUNT-ID  M".
    05  filler  pic x(32)  value "ACCOUNT ID    01218ACCOUNT-ID  M".
    05  filler  pic x(32)  value "AMOUNT BASE   03002AMOUNT      M".
    05  filler  pic x(32)  value "AMOUNT        03216AMOUNT      M".
    05  filler  pic x(32)  value "REFERENCE BASE04802REFERENCE    ".
    05  filler  pic x(32)  value "REFERENCE     05032REFERENCE    ".
    05  filler  pic x(32)  value "CHECK DIGIT   08201CHECKSUM     ".
    05  filler  pic x(32)  value "CURRENCY      08303CURRENCY     ".
    05  filler  pic x(32)  value spaces.
01  field-values                 pic x(320) value spaces.
01  field-table redefines field-values.
    05  field-entry              occurs 10 times.
        10  fd-name              pic x(14).
        10  fd-start             pic 9(03).
        10  fd-length            pic 9(02).
        10  fd-reason-name       pic x(12).
        10  fd-money             pic x(01).
            88  fd-moves-money              value "M".
01  field-count                  pic 9(02)  value zero.
01  field-sub                    pic 9(02)  value zero.
01  field-pick                   pic 9(02)  value zero.

*>--- the field the current reason names: the reject's own reason to
*>--- begin with, then whatever the last validation said
01  current-reason               pic x(60)  value spaces.
01  failing-field-name           pic x(12)  value spaces.
01  field-marker                 pic x(04)  value spaces.
01  changed-field-count          pic 9(02)  value zero.
01  log-disposition-work         pic x(08)  value spaces.
01  sequence-display             pic z(06)9.
01  field-number-display         pic z9.
01  display-line                 pic x(100) value spaces.

01  rejects-read-count           pic 9(07)  value zero.
01  rejects-offered-count        pic 9(05)  value zero.
01  rejects-saved-count          pic 9(05)  value zero.

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not repair-refused
       perform 2000-work-rejects thru 2000-work-rejects-ex
           until end-of-rejects
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to repair-run-date.

    display "COBOL2XML GUIDED REJECT REPAIR".
    display "Your operator id: " no advancing.
    accept repair-operator.

    move "REJREPR" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.
    perform load-operator-table thru load-operator-table-ex.

    move repair-operator to operator-check-id.
    perform 1100-check-operator thru 1100-check-operator-ex.
    if repair-refused
       go to 1000-initialize-ex
    end-if.

    open input rejects.
    if rejects-status not = "00"
       display "REJECTS SUSPENSE UNAVAILABLE (STATUS " rejects-status
               ") - NOTHING TO REPAIR"
       set repair-refused to true
       move 12 to return-code
       go to 1000-initialize-ex
    end-if.
    open output reject-redo.

*>--- the same edit set-up reject-reprocess builds, so the answer here
*>--- is the answer REJPROC will give
    perform load-currency-table thru load-currency-table-ex.
    open input part-master.
    if part-master-status = "00"
       set part-master-available to true
    else
       display "PART MASTER UNAVAILABLE (STATUS " part-master-status
               ") - PART LOOKUPS SKIPPED"
    end-if.
    perform open-partner-master thru open-partner-master-ex.
    perform open-account-files thru open-account-files-ex.
    perform open-fx-rates thru open-fx-rates-ex.
    perform load-item-limits thru load-item-limits-ex.

    move "REJREPR" to lineage-job-name.
    perform open-lineage thru open-lineage-ex.

    display "Source system to work (blank for all): " no advancing.
    accept filter-source.
    display "Feed date to work (YYYYMMDD, blank for all): "
            no advancing.
    accept filter-feed-date.

    perform 2100-read-rejects thru 2100-read-rejects-ex.

1000-initialize-ex.
    exit.

1100-check-operator.

*>--- a repair is a named person's change to what will post; a refusal
*>--- goes on the repair trail and the alert queue
    set role-reject-repair to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       display operator-refusal-reason " - NOTHING CAN BE REPAIRED"
       if operator-check-id = repair-operator
          set repair-refused to true
          move 8 to return-code
       end-if

       move spaces to repair-log-record
       move operator-check-id  to rp-operator-id
       move "OPERATOR"         to rp-field-name
       move operator-refusal-reason(1:32) to rp-new-value
       move "REFUSED"          to log-disposition-work
       perform 8000-write-repair-log thru 8000-write-repair-log-ex

       move "OPER-REFUSED" to alert-condition
       move spaces         to alert-source
       move "WARN"         to alert-severity
       move "TICKET"       to alert-action
       move zero           to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "REJECT REPAIR REFUSED: " delimited by size
              operator-refusal-reason   delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

1100-check-operator-ex.
    exit.

2000-work-rejects.

*>--- everything flows to REJREDO; only a workable detail or
*>--- adjustment inside the filter is offered, and nothing more once
*>--- the repairer quits
    if not quit-requested
             and rj-status-workable
             and ( rj-record-image(1:1) = "D"
                   or rj-record-image(1:1) = "A" )
             and ( filter-source = spaces
                   or rj-source-system = filter-source )
             and ( filter-feed-date = spaces
                   or rj-feed-date = filter-feed-date )
       perform 3000-offer-reject thru 3000-offer-reject-ex
    end-if.

    write redo-record from reject-record.
    perform 2100-read-rejects thru 2100-read-rejects-ex.

2000-work-rejects-ex.
    exit.

2100-read-rejects.

    read rejects
        at end
            set end-of-rejects to true
    end-read.

    if not end-of-rejects
       add 1 to rejects-read-count
    end-if.

2100-read-rejects-ex.
    exit.

3000-offer-reject.

    add 1 to rejects-offered-count.
    move rj-record-image to original-image repair-image.
    move rj-record-image(1:1) to repair-record-type.
    if repair-is-adjustment
       move adjust-field-values to field-values
       move 9  to field-count
    else
       move detail-field-values to field-values
       move 10 to field-count
    end-if.
    move rj-reason to current-reason.
    perform 4100-set-failing-field thru 4100-set-failing-field-ex.

    perform 3100-show-reject thru 3100-show-reject-ex.

    display "R=repair  S=skip  Q=quit (the rest stay as they are): "
            no advancing.
    move space to offer-reply.
    accept offer-reply.

    if offer-reply = "R" or offer-reply = "r"
       if rj-source-system = spaces or rj-feed-date = spaces
          display "THIS IMAGE HAS NO FEED STAMP - IT CANNOT BE HELD"
                  " TO ITS PARTNER HERE; LEFT AS IT IS"
          go to 3000-offer-reject-ex
       end-if
       move "N" to session-done-switch repair-passed-switch
       perform 3200-repair-step thru 3200-repair-step-ex
           until session-done
    else
    if offer-reply = "Q" or offer-reply = "q"
       set quit-requested to true
    end-if
    end-if.

3000-offer-reject-ex.
    exit.

3100-show-reject.

    move rj-feed-sequence to sequence-display.
    display " ".
    display "REJECT  FEED " rj-feed-date " SOURCE " rj-source-system
            " POSITION " sequence-display
            "  STATUS " rj-status " OWNER " rj-owner.
    if repair-is-adjustment
       display "        ADJUSTMENT - SUPERSEDES AN EARLIER ITEM"
    else
       display "        DETAIL"
    end-if.
    display "REASON  " current-reason.
    perform 3150-show-one-field thru 3150-show-one-field-ex
        varying field-sub from 1 by 1
        until field-sub > field-count.

3100-show-reject-ex.
    exit.

3150-show-one-field.

*>--- the marked field is the one the reason names; a field already
*>--- corrected shows what it was
    if fd-reason-name( field-sub ) = failing-field-name
       move "==> " to field-marker
    else
       move spaces to field-marker
    end-if.
    move field-sub to field-number-display.
    move spaces to display-line.
    string field-marker                 delimited by size
           field-number-display         delimited by size
           " "                          delimited by size
           fd-name( field-sub )         delimited by size
           " ["                         delimited by size
           repair-image( fd-start( field-sub ) : fd-length( field-sub ) )
                                        delimited by size
           "]"                          delimited by size
           into display-line
    end-string.
    display display-line.
    if repair-image( fd-start( field-sub ) : fd-length( field-sub ) )
       not = original-image( fd-start( field-sub ) :
                             fd-length( field-sub ) )
       display "                      WAS ["
               original-image( fd-start( field-sub ) :
                               fd-length( field-sub ) )
               "]"
    end-if.

3150-show-one-field-ex.
    exit.

3200-repair-step.

    display "Field number to correct, V=validate, S=save, "
            "X=abandon: " no advancing.
    move spaces to step-reply.
    accept step-reply.

    if step-reply = "V" or step-reply = "v"
       perform 4000-validate-repair thru 4000-validate-repair-ex
       go to 3200-repair-step-ex
    end-if.
    if step-reply = "S" or step-reply = "s"
       perform 4500-save-repair thru 4500-save-repair-ex
       go to 3200-repair-step-ex
    end-if.
    if step-reply = "X" or step-reply = "x"
       display "ABANDONED - THE REJECT STAYS AS IT WAS"
       move original-image to repair-image
       set session-done to true
       go to 3200-repair-step-ex
    end-if.

    move zero to field-pick.
    if step-reply(1:1) numeric and step-reply(2:1) = space
       move step-reply(1:1) to field-pick
    else
    if step-reply numeric
       move step-reply to field-pick
    end-if
    end-if.
    if field-pick < 1 or field-pick > field-count
       display "NO SUCH FIELD"
       go to 3200-repair-step-ex
    end-if.

    perform 3400-change-field thru 3400-change-field-ex.

3200-repair-step-ex.
    exit.

3400-change-field.

    display "New " fd-name( field-pick ) " ("
            fd-length( field-pick ) " characters, blank keeps it, "
            "* clears it): " no advancing.
    move spaces to new-value-work.
    accept new-value-work.

    if new-value-work = spaces
       go to 3400-change-field-ex
    end-if.
    if new-value-work = "*"
       move spaces to new-value-work
    end-if.
*>--- a base keyed as one digit means the same base with its leading
*>--- zero
    if fd-length( field-pick ) = 2
             and new-value-work(1:1) numeric
             and new-value-work(2:1) = space
       move new-value-work(1:1) to new-value-work(2:1)
       move "0"                 to new-value-work(1:1)
    end-if.
    if new-value-work( fd-length( field-pick ) + 1 : ) not = spaces
       display "TOO LONG FOR THE FIELD - NOT CHANGED"
       go to 3400-change-field-ex
    end-if.

    move new-value-work
      to repair-image( fd-start( field-pick ) : fd-length( field-pick ) ).

*>--- every change is checked at once - the repairer sees the next
*>--- problem, if there is one, before going on
    perform 4000-validate-repair thru 4000-validate-repair-ex.
    perform 3100-show-reject thru 3100-show-reject-ex.

3400-change-field-ex.
    exit.

4000-validate-repair.

*>--- the image goes through the edits exactly as REJPROC will put it
*>--- through them; an adjustment's corrected values are staged into
*>--- the detail view the way the nightly run stages them
    move "N" to repair-passed-switch.
    if repair-is-adjustment
       move spaces            to trans-in-record
       move "D"               to ti-record-type
       move ra-account-base   to ti-account-base
       move ra-account-id     to ti-account-id
       move ra-amount-base    to ti-amount-base
       move ra-amount         to ti-amount
       move ra-reference-base to ti-reference-base
       move ra-reference      to ti-reference
       move zero              to ti-target-base
       move ra-check-digit    to ti-check-digit
       move ra-currency-code  to ti-currency-code
    else
       move repair-image to trans-in-record
    end-if.

    move rj-source-system to account-check-source.
    move rj-feed-date     to account-check-date.
    move rj-source-system to ps-source-system.
    perform read-partner thru read-partner-ex.
    perform check-partner-item thru check-partner-item-ex.
    if not conv-error-found
       perform 3000-convert-detail thru 3000-convert-detail-ex
    end-if.

    if conv-error-found
       move conv-error-message to current-reason
       perform 4100-set-failing-field thru 4100-set-failing-field-ex
       display "*** STILL FAILS - " conv-error-message
       go to 4000-validate-repair-ex
    end-if.

    set repair-passed to true.
    move "PASSES VALIDATION" to current-reason.
    move spaces to failing-field-name.
    display "PASSES - CONVERTS AS " to-status(1:20)
            " INTERNAL ACCOUNT " to-internal-account.
    if to-valuation-held
       display "  ITS VALUATION WILL BE HELD - NO FX RATE FOR THE"
               " FEED DATE"
    end-if.
    if to-limit-held
       display "  IT IS OVER ITS SINGLE-ITEM LIMIT - RELGATE WILL HOLD"
               " IT FOR APPROVAL"
    end-if.
    if repair-is-adjustment
       display "  AN ADJUSTMENT IS NOT APPLIED BY REJPROC - IT MUST"
               " STILL COME BACK ON A FEED"
    else
    if ti-value-date not = spaces and ti-value-date > rj-feed-date
             and ti-value-date > repair-run-date
       display "  VALUE-DATED " ti-value-date
               " - REJPROC WILL WAREHOUSE IT TO THAT DATE"
    end-if
    end-if.

4000-validate-repair-ex.
    exit.

4100-set-failing-field.

*>--- the edits name the failing field in front of their reason; the
*>--- two that do not are the checksum and the missing original
    move spaces to failing-field-name.
    if current-reason(1:8) = "CHECKSUM"
       move "CHECKSUM" to failing-field-name
    else
    if current-reason(1:8) = "ORIGINAL"
       move "ORIGINAL" to failing-field-name
    else
       unstring current-reason delimited by ":"
           into failing-field-name
       end-unstring
    end-if
    end-if.

4100-set-failing-field-ex.
    exit.

4500-save-repair.

    move zero to changed-field-count.
    move "N" to money-change-switch.
    perform varying field-sub from 1 by 1
            until field-sub > field-count
       if repair-image( fd-start( field-sub ) : fd-length( field-sub ) )
          not = original-image( fd-start( field-sub ) :
                                fd-length( field-sub ) )
          add 1 to changed-field-count
          if fd-moves-money( field-sub )
             set money-changed to true
          end-if
       end-if
    end-perform.

    if changed-field-count = 0
       display "NOTHING HAS BEEN CHANGED - NOTHING TO SAVE"
       go to 4500-save-repair-ex
    end-if.

*>--- saved only as it passes now, whatever the last check said
    perform 4000-validate-repair thru 4000-validate-repair-ex.
    if not repair-passed
       display "NOT SAVED - CORRECT THE MARKED FIELD FIRST"
       go to 4500-save-repair-ex
    end-if.

    move spaces to confirm-operator.
    if money-changed
       perform 4600-confirm-money-change
          thru 4600-confirm-money-change-ex
       if not change-confirmed
          move "UNCONFRM" to log-disposition-work
          perform 4700-log-changes thru 4700-log-changes-ex
          display "NOT SAVED - AN ACCOUNT OR AMOUNT CHANGE NEEDS A"
                  " SECOND OPERATOR'S CONFIRMATION"
          go to 4500-save-repair-ex
       end-if
    end-if.

    move "SAVED" to log-disposition-work.
    perform 4700-log-changes thru 4700-log-changes-ex.

    move repair-image    to rj-record-image.
    move "A"             to rj-status.
    move repair-run-date to rj-status-date.
    move repair-operator to rj-owner.
    add 1 to rejects-saved-count.

    perform 4800-record-lineage thru 4800-record-lineage-ex.

    display "SAVED - ASSIGNED TO " repair-operator
            "; REJPROC WILL APPLY IT".
    set session-done to true.

4500-save-repair-ex.
    exit.

4600-confirm-money-change.

*>--- the person confirming sees exactly what moves, must hold the
*>--- same role, and cannot be the repairer
    move "N" to confirmed-switch.
    display "THIS CHANGE MOVES MONEY - A SECOND OPERATOR MUST CONFIRM:".
    perform varying field-sub from 1 by 1
            until field-sub > field-count
       if fd-moves-money( field-sub )
          and repair-image( fd-start( field-sub ) :
                            fd-length( field-sub ) )
              not = original-image( fd-start( field-sub ) :
                                    fd-length( field-sub ) )
          display "  " fd-name( field-sub ) " ["
                  original-image( fd-start( field-sub ) :
                                  fd-length( field-sub ) )
                  "] -> ["
                  repair-image( fd-start( field-sub ) :
                                fd-length( field-sub ) )
                  "]"
       end-if
    end-perform.
    display "Confirming operator id: " no advancing.
    accept confirm-operator.

    if confirm-operator = spaces
       go to 4600-confirm-money-change-ex
    end-if.
    if confirm-operator = repair-operator
       display "THE REPAIRER CANNOT CONFIRM THEIR OWN CHANGE"
       go to 4600-confirm-money-change-ex
    end-if.

    move confirm-operator to operator-check-id.
    perform 1100-check-operator thru 1100-check-operator-ex.
    if not operator-authorized
       go to 4600-confirm-money-change-ex
    end-if.

    display "TYPE CONFIRM TO PROCEED: " no advancing.
    move spaces to confirm-reply.
    accept confirm-reply.
    if confirm-reply = "CONFIRM"
       set change-confirmed to true
    end-if.

4600-confirm-money-change-ex.
    exit.

4700-log-changes.

    perform varying field-sub from 1 by 1
            until field-sub > field-count
       if repair-image( fd-start( field-sub ) : fd-length( field-sub ) )
          not = original-image( fd-start( field-sub ) :
                                fd-length( field-sub ) )
          move spaces to repair-log-record
          move repair-operator      to rp-operator-id
          move confirm-operator     to rp-confirmed-by
          move fd-name( field-sub ) to rp-field-name
          move original-image( fd-start( field-sub ) :
                               fd-length( field-sub ) )
            to rp-old-value
          move repair-image( fd-start( field-sub ) :
                             fd-length( field-sub ) )
            to rp-new-value
          perform 8000-write-repair-log thru 8000-write-repair-log-ex
       end-if
    end-perform.

4700-log-changes-ex.
    exit.

4800-record-lineage.

    move "REPAIRED"      to lineage-event-type.
    move rj-lineage-id   to lineage-event-id.
    move ti-account-id   to lineage-event-account.
    move ti-reference    to lineage-event-reference.
    move repair-operator to lineage-event-operator.
    move spaces          to lineage-event-related.
    move spaces          to lineage-event-detail.
    move changed-field-count to field-number-display.
    if confirm-operator = spaces
       string field-number-display  delimited by size
              " FIELD(S) CORRECTED - PASSES VALIDATION"
                                    delimited by size
              into lineage-event-detail
       end-string
    else
       string field-number-display  delimited by size
              " FIELD(S) CORRECTED - CONFIRMED BY "
                                    delimited by size
              confirm-operator      delimited by size
              into lineage-event-detail
       end-string
    end-if.
    perform record-lineage-event thru record-lineage-event-ex.

4800-record-lineage-ex.
    exit.

8000-write-repair-log.

*>--- the caller fills who, what and the values; the reject it belongs
*>--- to and the time are stamped here
    move function current-date(1:8) to rp-log-date.
    move function current-date(9:6) to rp-log-time.
    if rejects-offered-count > 0
       move rj-feed-date     to rp-feed-date
       move rj-source-system to rp-source-system
       move rj-feed-sequence to rp-feed-sequence
       move rj-lineage-id    to rp-lineage-id
    else
       move zero             to rp-feed-sequence
    end-if.
    move log-disposition-work to rp-disposition.
    open extend repair-log.
    write repair-log-record.
    close repair-log.

8000-write-repair-log-ex.
    exit.

9000-terminate.

    if not repair-refused
       close rejects
       close reject-redo
       if part-master-available
          close part-master
       end-if
       if partner-master-open
          close partner-master
       end-if
       perform close-account-files thru close-account-files-ex
       perform close-fx-rates thru close-fx-rates-ex
       perform close-lineage thru close-lineage-ex
    end-if.

    display " ".
    display "REJECTS READ:    " rejects-read-count.
    display "OFFERED:         " rejects-offered-count.
    display "REPAIRS SAVED:   " rejects-saved-count.
    if rejects-saved-count > 0
       display "SUBMIT REJPROC TO APPLY THE SAVED REPAIRS"
    end-if.

9000-terminate-ex.
    exit.

copy "convert-detail.cbl".
copy "base-to-decimal.cbl".
copy "decimal-to-base.cbl".
copy "xor-accumulate.cbl".
copy "string-decode.cbl".
copy "currency-load.cbl".
copy "alert-queue.cbl".
copy "operator-check.cbl".
copy "partner-check.cbl".
copy "account-check.cbl".
copy "fxrate-check.cbl".
copy "itemlim-check.cbl".
copy "lineage-write.cbl".

end program reject-repair.
