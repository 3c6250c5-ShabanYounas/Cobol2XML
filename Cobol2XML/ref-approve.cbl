identification division.
program-id. ref-approve.

*>--- the checker's side of reference-table maintenance, and the only
*>--- program that changes PARTMAST, CURRTAB, ALRULES, CALENDAR, ITEMLIM
*>--- or a code-page table. it works the PENDCHG file part-maint and
*>--- ref-stage stage onto:
*>---   - a pending change named on an APPROVE card is approved, on a
*>---     REJECT card rejected - by an operator who holds the
*>---     reference-checker role and is not the change's maker
*>---   - an approved change whose effective date has come is applied
*>---     to its table - but only while the live value is still the
*>---     "before" the checker was shown; if someone else changed it
*>---     in between, the change fails and is ticketed, never forced
*>---   - a change still pending after its effective date has passed
*>---     expires; it must be staged again with a new date
*>--- every record flows to PENDREDO - which the job makes the new
*>--- pending-change file - so applied, rejected, expired and failed
*>--- changes stay on it as their history. the report lists every
*>--- open change with its before and after values, which is what
*>--- the checker reads before deciding. run with no cards at the
*>--- front of the night cycle so approved changes go live on their
*>--- effective date - that run, and only that one, opens the night
*>--- on the status board; a checker's run with APPROVE or REJECT
*>--- cards during the day leaves the board alone. RC=4 means a card could not be used or a
*>--- change failed or was held over - check REFAPRPT; RC=8 the
*>--- checker was refused and nothing was touched; RC=12 the
*>--- pending-change file was unusable.
*>--- SYSIN control cards:
*>---     APPROVE=YYYYMMDDnnnnn    change id to approve
*>---     REJECT=YYYYMMDDnnnnn     change id to reject
*>---     NOTE=text                why, kept on rejected changes
*>---     OPERATOR=xxxxxxxx        the checker - must be active on
*>---                              OPERSEC with the reference-
*>---                              checker role when any APPROVE or
*>---                              REJECT card is given
environment division.
input-output section.
file-control.
*>--- optional - a suite that has never staged a change has no file
    select optional pending-change
        assign to "PENDCHG"
        organization is line sequential
        file status is pending-change-status.

    select pending-redo
        assign to "PENDREDO"
        organization is line sequential.

    select approve-parms
        assign to "SYSIN"
        organization is line sequential
        file status is approve-parms-status.

    select approve-report
        assign to "REFAPRPT"
        organization is line sequential.

    select part-master
        assign to "PARTMAST"
        organization is indexed
        access mode is random
        record key is pm-part-code
        file status is part-master-status.

*>--- the sequential reference tables (see reftable-io)
    select currency-file
        assign to "CURRTAB"
        organization is line sequential
        file status is ref-table-status.

    select optional calendar-file
        assign to "CALENDAR"
        organization is line sequential
        file status is ref-table-status.

    select optional item-limit-file
        assign to "ITEMLIM"
        organization is line sequential
        file status is ref-table-status.

    select cp037-file
        assign to "CP037"
        organization is line sequential
        file status is ref-table-status.

    select cp500-file
        assign to "CP500"
        organization is line sequential
        file status is ref-table-status.

    select cp1047-file
        assign to "CP1047"
        organization is line sequential
        file status is ref-table-status.

*>--- operator security file (see operator-check)
    select operator-file
        assign to "OPERSEC"
        organization is line sequential
        file status is operator-file-status.

*>--- suite-wide alert queue and its rules table (see alert-queue) -
*>--- the rules table is also one of the tables maintained here
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
fd  pending-change.
copy "pendchg-record.cbl".

fd  pending-redo.
01  pending-redo-record          pic x(293).

fd  approve-parms.
01  approve-parms-record         pic x(80).

fd  approve-report.
01  approve-report-record        pic x(132).

fd  part-master.
copy "partmast-record.cbl".

fd  currency-file.
01  currency-record              pic x(05).

fd  calendar-file.
copy "calendar-record.cbl".

fd  item-limit-file.
copy "itemlim-record.cbl".

fd  cp037-file.
01  cp037-record                 pic x(04).

fd  cp500-file.
01  cp500-record                 pic x(04).

fd  cp1047-file.
01  cp1047-record                pic x(04).

fd  operator-file.
copy "opersec-record.cbl".

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

fd  cycle-status.
copy "cyclestat-record.cbl".

working-storage section.
copy "cycle-work.cbl".
copy "alert-work.cbl".
copy "opersec-work.cbl".
copy "refchg-work.cbl".
copy "reftable-work.cbl".

01  approve-switches.
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  approve-refused-switch   pic x(01)  value "N".
        88  approve-refused                 value "Y".
    05  approve-stopped-switch   pic x(01)  value "N".
        88  approve-stopped                 value "Y".
    05  checker-run-switch       pic x(01)  value "N".
        88  checker-run                     value "Y".
    05  part-master-switch       pic x(01)  value "N".
        88  part-master-open                value "Y".
    05  part-found-switch        pic x(01)  value "N".
        88  part-found                      value "Y".
    05  change-touched-switch    pic x(01)  value "N".
        88  change-touched                  value "Y".
    05  apply-result             pic x(01)  value spaces.
        88  apply-done                      value "L".
        88  apply-already                   value "Y".
        88  apply-failed                    value "F".
        88  apply-held-over                 value "H".

01  approve-parms-status         pic x(02)  value spaces.
01  part-master-status           pic x(02)  value spaces.

01  approve-run-date             pic x(08)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(60)  value spaces.
01  approve-operator             pic x(08)  value spaces.
01  approve-note                 pic x(40)  value spaces.

*>--- the decisions the cards carry, matched against PENDCHG as it
*>--- streams past; each is ticked off when its change is found
01  decision-count               pic 9(03)  value zero.
01  decision-sub                 pic 9(03)  value zero.
01  decision-found-sub           pic 9(03)  value zero.
01  decision-table.
    05  decision-entry           occurs 200 times.
        10  dc-change-id         pic x(13).
        10  dc-action            pic x(01).
            88  dc-approve                  value "A".
            88  dc-reject                   value "R".
        10  dc-done              pic x(01).
            88  dc-used                     value "Y".

01  current-part-image           pic x(56)  value spaces.
01  apply-note                   pic x(40)  value spaces.
01  change-outcome               pic x(60)  value spaces.

01  change-read-count            pic 9(05)  value zero.
01  approved-count               pic 9(05)  value zero.
01  rejected-count               pic 9(05)  value zero.
01  applied-count                pic 9(05)  value zero.
01  expired-count                pic 9(05)  value zero.
01  failed-count                 pic 9(05)  value zero.
01  held-over-count              pic 9(05)  value zero.
01  awaiting-count               pic 9(05)  value zero.
01  card-problem-count           pic 9(05)  value zero.
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not approve-refused and not approve-stopped
       perform 2000-work-change thru 2000-work-change-ex
           until end-of-pending-changes
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to approve-run-date.

    perform 1100-read-parms thru 1100-read-parms-ex.

*>--- the scheduled run heads the night cycle and opens the night on
*>--- the board; a checker's card run is not part of the cycle
    if not checker-run
       move "REFAPPR" to cycle-job-name
       perform 9010-stamp-cycle-start thru 9010-stamp-cycle-start-ex
    end-if.

    move "REFAPPR" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    open output approve-report.

    move spaces to report-line.
    string "COBOL2XML REFERENCE-TABLE CHANGE APPROVAL - "
                                  delimited by size
           approve-run-date       delimited by size
           "  CHECKER "           delimited by size
           approve-operator       delimited by size
           into report-line
    end-string.
    write approve-report-record from report-line.
    move spaces to report-line.
    write approve-report-record from report-line.

*>--- a run with no decisions only applies what is due and expires
*>--- what is overdue - nobody's authority is being used
    if decision-count > 0
       perform 1300-check-operator thru 1300-check-operator-ex
       if approve-refused
          go to 1000-initialize-ex
       end-if
    end-if.

    move "N" to pending-change-eof-sw.
    open input pending-change.
    if pending-change-status not = "00"
             and pending-change-status not = "05"
       display "REF-APPROVE: PENDING CHANGE FILE UNAVAILABLE (STATUS "
               pending-change-status ") - NOTHING WORKED"
       move "*** PENDING CHANGE FILE UNAVAILABLE - NOTHING WORKED ***"
            to report-line
       write approve-report-record from report-line
       set approve-stopped to true
       go to 1000-initialize-ex
    end-if.
    open output pending-redo.

*>--- without the part master its approved changes simply wait for
*>--- the next run; the other tables are opened change by change
    open i-o part-master.
    if part-master-status = "00"
       set part-master-open to true
    else
       display "REF-APPROVE: PART MASTER UNAVAILABLE (STATUS "
               part-master-status ") - ITS CHANGES HELD OVER"
    end-if.

    move "CHANGE ID     TABLE    A KEY                      EFFECTIVE"
         to report-line.
    move "MAKER    CHECKER  OUTCOME" to report-line(61:25).
    write approve-report-record from report-line.

    perform 2100-read-change thru 2100-read-change-ex.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input approve-parms.
    if approve-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if approve-parms-status = "00" or approve-parms-status = "10"
       close approve-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read approve-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and approve-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring approve-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "APPROVE"
          when "REJECT"
               set checker-run to true
               if decision-count < 200
                        and parm-value(1:13) numeric
                  add 1 to decision-count
                  move parm-value(1:13)
                    to dc-change-id( decision-count )
                  if parm-keyword = "APPROVE"
                     move "A" to dc-action( decision-count )
                  else
                     move "R" to dc-action( decision-count )
                  end-if
                  move "N" to dc-done( decision-count )
               else
                  display "REF-APPROVE: CARD IGNORED: "
                          approve-parms-record
               end-if
          when "NOTE"
               move parm-value(1:40) to approve-note
          when "OPERATOR"
               move parm-value(1:8) to approve-operator
          when other
               display "REF-APPROVE: UNRECOGNIZED CONTROL CARD: "
                       approve-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1300-check-operator.

    perform load-operator-table thru load-operator-table-ex.
    move approve-operator to operator-check-id.
    set role-ref-checker to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       set approve-refused to true
       move spaces to report-line
       string "*** CHANGE APPROVAL REFUSED - " delimited by size
              operator-refusal-reason         delimited by size
              into report-line
       end-string
       write approve-report-record from report-line
       display "REF-APPROVE: REFUSED - " operator-refusal-reason

       move spaces to alert-message
       string "REFERENCE APPROVAL REFUSED: " delimited by size
              operator-refusal-reason        delimited by size
              into alert-message
       end-string
       perform 8500-raise-refusal-alert thru 8500-raise-refusal-alert-ex
    end-if.

1300-check-operator-ex.
    exit.

2000-work-change.

    add 1 to change-read-count.
    move "N"    to change-touched-switch.
    move spaces to change-outcome.

*>--- applied, rejected, expired and failed changes are history, not
*>--- work - they ride through to the new file exactly as they stand
    if not pg-open
       write pending-redo-record from pending-change-record
       perform 2100-read-change thru 2100-read-change-ex
       go to 2000-work-change-ex
    end-if.

    move zero to decision-found-sub.
    perform varying decision-sub from 1 by 1
            until decision-sub > decision-count
       if dc-change-id( decision-sub ) = pg-change-id
                and not dc-used( decision-sub )
          move decision-sub to decision-found-sub
       end-if
    end-perform.

*>--- a change nobody approved by its effective date expires first -
*>--- an approval that arrives after the date is too late to use
    if pg-pending and pg-effective-date < approve-run-date
       move "E"              to pg-status
       move "NOT APPROVED BY ITS EFFECTIVE DATE" to pg-note
       add 1 to expired-count
       move "EXPIRED - NOT APPROVED BY ITS EFFECTIVE DATE"
            to change-outcome
       set change-touched to true
       if decision-found-sub > zero
          set dc-used( decision-found-sub ) to true
          add 1 to card-problem-count
          move "*** CARD TOO LATE - EXPIRED, STAGE IT AGAIN"
               to change-outcome
       end-if
    else
    if pg-pending and decision-found-sub > zero
       perform 2200-apply-decision thru 2200-apply-decision-ex
    end-if
    end-if.

    if pg-approved and pg-effective-date not > approve-run-date
       perform 3000-apply-change thru 3000-apply-change-ex
    end-if.

    if change-outcome = spaces
       if pg-pending
          add 1 to awaiting-count
          move "AWAITING APPROVAL" to change-outcome
       else
          string "APPROVED - GOES LIVE ON " delimited by size
                 pg-effective-date          delimited by size
                 into change-outcome
          end-string
       end-if
    end-if.

    perform 8000-report-change thru 8000-report-change-ex.

    write pending-redo-record from pending-change-record.

    perform 2100-read-change thru 2100-read-change-ex.

2000-work-change-ex.
    exit.

2100-read-change.

    read pending-change
        at end
            set end-of-pending-changes to true
    end-read.

2100-read-change-ex.
    exit.

2200-apply-decision.

    set dc-used( decision-found-sub ) to true.

*>--- four eyes: whoever staged the change may not be the one to pass
*>--- it, whatever roles they hold
    if pg-maker = approve-operator
       add 1 to card-problem-count
       move "*** REFUSED - THE MAKER CANNOT CHECK THEIR OWN CHANGE"
            to change-outcome
       move spaces to alert-message
       string "MAKER " delimited by size
              approve-operator delimited by space
              " TRIED TO CHECK OWN CHANGE " delimited by size
              pg-change-id delimited by size
              into alert-message
       end-string
       perform 8500-raise-refusal-alert thru 8500-raise-refusal-alert-ex
       go to 2200-apply-decision-ex
    end-if.

    move approve-operator to pg-checker.
    move approve-run-date to pg-checked-date.
    if dc-approve( decision-found-sub )
       move "A" to pg-status
       add 1 to approved-count
    else
       move "R" to pg-status
       if approve-note = spaces
          move "REJECTED BY CHECKER" to pg-note
       else
          move approve-note to pg-note
       end-if
       add 1 to rejected-count
       move "REJECTED" to change-outcome
       set change-touched to true
    end-if.

2200-apply-decision-ex.
    exit.

3000-apply-change.

*>--- the change goes in only over the value the checker was shown.
*>--- finding the table already holding the "after" means an earlier
*>--- run applied it and stopped before PENDCHG was replaced - it is
*>--- live, not failed
    move spaces to apply-result apply-note.

    if pg-table = "PARTMAST"
       perform 3100-apply-part thru 3100-apply-part-ex
    else
       perform 3200-apply-table thru 3200-apply-table-ex
    end-if.

    set change-touched to true.
    if apply-done or apply-already
       move "L" to pg-status
       move approve-run-date to pg-live-date
       move function current-date(9:6) to pg-live-time
       add 1 to applied-count
       if apply-done
          move "APPLIED" to pg-note
          move "APPLIED - NOW LIVE" to change-outcome
       else
          move "ALREADY IN EFFECT ON THE TABLE" to pg-note
          move "ALREADY IN EFFECT ON THE TABLE - MARKED LIVE"
               to change-outcome
       end-if
    else
    if apply-failed
       move "F" to pg-status
       move apply-note to pg-note
       add 1 to failed-count
       move spaces to change-outcome
       string "*** FAILED - " delimited by size
              apply-note      delimited by size
              into change-outcome
       end-string
       perform 8600-raise-failure-alert thru 8600-raise-failure-alert-ex
    else
       add 1 to held-over-count
       move spaces to change-outcome
       string "HELD OVER - " delimited by size
              apply-note     delimited by size
              into change-outcome
       end-string
    end-if
    end-if.

3000-apply-change-ex.
    exit.

3100-apply-part.

    if not part-master-open
       set apply-held-over to true
       move "PART MASTER UNAVAILABLE" to apply-note
       go to 3100-apply-part-ex
    end-if.

    move "N" to part-found-switch.
    move spaces to current-part-image.
    move pg-key(1:18) to pm-part-code.
    read part-master
        invalid key
            continue
        not invalid key
            set part-found to true
            move part-master-record to current-part-image
    end-read.

    if part-found and current-part-image = pg-after-image(1:56)
       set apply-already to true
       go to 3100-apply-part-ex
    end-if.
    if pg-delete-action and not part-found
       set apply-already to true
       go to 3100-apply-part-ex
    end-if.

    if pg-add-action
       if part-found
          set apply-failed to true
          move "PART ALREADY ON MASTER" to apply-note
       else
          move pg-after-image(1:56) to part-master-record
          write part-master-record
              invalid key
                  set apply-failed to true
                  move "MASTER WRITE FAILED" to apply-note
              not invalid key
                  set apply-done to true
          end-write
       end-if
    else
    if not part-found
       set apply-failed to true
       move "PART NO LONGER ON MASTER" to apply-note
    else
    if current-part-image not = pg-before-image(1:56)
       set apply-failed to true
       move "LIVE VALUE CHANGED SINCE IT WAS STAGED" to apply-note
    else
    if pg-change-action
       move pg-after-image(1:56) to part-master-record
       rewrite part-master-record
           invalid key
               set apply-failed to true
               move "MASTER REWRITE FAILED" to apply-note
           not invalid key
               set apply-done to true
       end-rewrite
    else
       delete part-master
           invalid key
               set apply-failed to true
               move "MASTER DELETE FAILED" to apply-note
           not invalid key
               set apply-done to true
       end-delete
    end-if
    end-if
    end-if
    end-if.

3100-apply-part-ex.
    exit.

3200-apply-table.

*>--- loaded fresh for every change - an earlier change in the run
*>--- may already have rewritten the same table
    move pg-table to ref-table-name.
    perform load-ref-table thru load-ref-table-ex.
    if not ref-table-loaded
       set apply-held-over to true
       move "TABLE UNAVAILABLE" to apply-note
       go to 3200-apply-table-ex
    end-if.

    move pg-key to ref-search-key.
    perform find-ref-entry thru find-ref-entry-ex.

    if ref-entry-found
             and ref-table-line( ref-found-sub )(1:ref-record-length)
                 = pg-after-image(1:ref-record-length)
       set apply-already to true
       go to 3200-apply-table-ex
    end-if.
    if pg-delete-action and not ref-entry-found
       set apply-already to true
       go to 3200-apply-table-ex
    end-if.

    if pg-add-action
       if ref-entry-found
          set apply-failed to true
          move "KEY ALREADY ON TABLE" to apply-note
       else
       if ref-table-count >= 5000
          set apply-failed to true
          move "TABLE FULL" to apply-note
       else
          add 1 to ref-table-count
          move pg-after-image to ref-table-line( ref-table-count )
       end-if
       end-if
    else
    if not ref-entry-found
       set apply-failed to true
       move "KEY NO LONGER ON TABLE" to apply-note
    else
    if ref-table-line( ref-found-sub )(1:ref-record-length)
             not = pg-before-image(1:ref-record-length)
       set apply-failed to true
       move "LIVE VALUE CHANGED SINCE IT WAS STAGED" to apply-note
    else
    if pg-change-action
       move pg-after-image to ref-table-line( ref-found-sub )
    else
       move spaces to ref-table-line( ref-found-sub )
    end-if
    end-if
    end-if
    end-if.

    if apply-failed
       go to 3200-apply-table-ex
    end-if.

    perform save-ref-table thru save-ref-table-ex.
    if ref-table-saved
       set apply-done to true
    else
       set apply-held-over to true
       move "TABLE COULD NOT BE REWRITTEN" to apply-note
    end-if.

3200-apply-table-ex.
    exit.

8000-report-change.

*>--- every open or just-decided change is listed with the live value
*>--- it was staged over and the value it brings
    move spaces to report-line.
    move pg-change-id      to report-line(1:13).
    move pg-table          to report-line(15:8).
    move pg-action         to report-line(24:1).
    move pg-key            to report-line(26:24).
    move pg-effective-date to report-line(51:8).
    move pg-maker          to report-line(61:8).
    move pg-checker        to report-line(70:8).
    move change-outcome    to report-line(79:54).
    write approve-report-record from report-line.

    move spaces to report-line.
    move "    BEFORE:" to report-line(1:11).
    if pg-add-action
       move "(NEW ENTRY)"   to report-line(13:11)
    else
       move pg-before-image to report-line(13:80)
    end-if.
    write approve-report-record from report-line.

    move spaces to report-line.
    move "    AFTER:" to report-line(1:10).
    if pg-delete-action
       move "(DELETED)"    to report-line(13:9)
    else
       move pg-after-image to report-line(13:80)
    end-if.
    write approve-report-record from report-line.

8000-report-change-ex.
    exit.

8500-raise-refusal-alert.

*>--- the caller has put the text in alert-message
    move "OPER-REFUSED"       to alert-condition.
    move spaces               to alert-source.
    move "WARN"               to alert-severity.
    move "TICKET"             to alert-action.
    move zero                 to alert-threshold.
    perform find-alert-rule thru find-alert-rule-ex.
    perform raise-alert thru raise-alert-ex.

8500-raise-refusal-alert-ex.
    exit.

8600-raise-failure-alert.

*>--- an approved change that could not go in leaves the table on
*>--- its old value - someone must look before the night relies on it
    move "REFCHG-FAIL"        to alert-condition.
    move spaces               to alert-source.
    move "WARN"               to alert-severity.
    move "TICKET"             to alert-action.
    move zero                 to alert-threshold.
    perform find-alert-rule thru find-alert-rule-ex.
    move spaces to alert-message.
    string "CHANGE "     delimited by size
           pg-change-id  delimited by size
           " "           delimited by size
           pg-table      delimited by space
           " NOT APPLIED: " delimited by size
           apply-note    delimited by size
           into alert-message
    end-string.
    perform raise-alert thru raise-alert-ex.

8600-raise-failure-alert-ex.
    exit.

9000-terminate.

    if not approve-refused and not approve-stopped
*>--- a card that found nothing pending is named - usually a mistyped
*>--- id, or a change somebody else already decided
       perform varying decision-sub from 1 by 1
               until decision-sub > decision-count
          if not dc-used( decision-sub )
             add 1 to card-problem-count
             move spaces to report-line
             string dc-change-id( decision-sub ) delimited by size
                    "  *** NOT FOUND PENDING - NOTHING DONE"
                                                 delimited by size
                    into report-line
             end-string
             write approve-report-record from report-line
          end-if
       end-perform

       move spaces to report-line
       write approve-report-record from report-line
       move spaces to report-line
       string "CHANGE RECORDS READ: " delimited by size
              change-read-count       delimited by size
              into report-line
       end-string
       write approve-report-record from report-line
       move spaces to report-line
       string "APPROVED:            " delimited by size
              approved-count          delimited by size
              "  REJECTED: "          delimited by size
              rejected-count          delimited by size
              into report-line
       end-string
       write approve-report-record from report-line
       move spaces to report-line
       string "APPLIED (NOW LIVE):  " delimited by size
              applied-count           delimited by size
              "  FAILED: "            delimited by size
              failed-count            delimited by size
              "  HELD OVER: "         delimited by size
              held-over-count         delimited by size
              into report-line
       end-string
       write approve-report-record from report-line
       move spaces to report-line
       string "EXPIRED:             " delimited by size
              expired-count           delimited by size
              "  AWAITING APPROVAL: " delimited by size
              awaiting-count          delimited by size
              into report-line
       end-string
       write approve-report-record from report-line

       close pending-change
       close pending-redo
       if part-master-open
          close part-master
       end-if
    end-if.

    close approve-report.

    if approve-refused
       move 8 to return-code
    else
    if approve-stopped
       move 12 to return-code
    else
    if card-problem-count > 0 or failed-count > 0
             or held-over-count > 0
       move 4 to return-code
    end-if
    end-if
    end-if.

    move applied-count to cycle-record-count.
    if approve-refused
       move "REFUSED - OPERATOR NOT AUTHORIZED" to cycle-message
    else
    if approve-stopped
       move "PENDING CHANGE FILE UNAVAILABLE" to cycle-message
    else
    if failed-count > 0 or held-over-count > 0
       move "SOME APPROVED CHANGES NOT APPLIED" to cycle-message
    else
       move "REFERENCE CHANGES WORKED" to cycle-message
    end-if
    end-if
    end-if.
    if not checker-run
       perform 9020-stamp-cycle-end thru 9020-stamp-cycle-end-ex
    end-if.

9000-terminate-ex.
    exit.

copy "reftable-io.cbl".
copy "cycle-stamp.cbl".
copy "alert-queue.cbl".
copy "operator-check.cbl".

end program ref-approve.
