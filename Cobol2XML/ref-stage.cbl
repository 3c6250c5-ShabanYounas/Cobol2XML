identification division.
program-id. ref-stage.

*>--- the maker's side of reference-table maintenance. nobody edits
*>--- CURRTAB, ALRULES, CALENDAR, ITEMLIM or the code-page tables directly any
*>--- more: each wanted change is a REFTRAN record, and this program
*>--- stages it on PENDCHG - with the live value it replaces, the
*>--- value wanted, the date it is to take effect and the maker's id
*>--- - for a second operator to check with ref-approve. nothing here
*>--- touches a live table. malformed or misdirected transactions go
*>--- to the REFSUSP suspense file with the reason alongside the
*>--- original image, as part-maint does. RC=4 means something went
*>--- to suspense; RC=8 the operator was refused and nothing was
*>--- staged; RC=12 the pending-change file was unusable.
*>--- SYSIN control card:
*>---     OPERATOR=xxxxxxxx        the maker - must be active on
*>---                              OPERSEC with the reference-maker
*>---                              role
environment division.
input-output section.
file-control.
    select ref-tran
        assign to "REFTRAN"
        organization is line sequential.

    select ref-suspense
        assign to "REFSUSP"
        organization is line sequential.

    select stage-report
        assign to "REFSTRPT"
        organization is line sequential.

    select stage-parms
        assign to "SYSIN"
        organization is line sequential
        file status is stage-parms-status.

*>--- the pending-change file (see pendchg-record); optional so the
*>--- very first change starts it
    select optional pending-change
        assign to "PENDCHG"
        organization is line sequential
        file status is pending-change-status.

*>--- the live tables, read only here for the before values (see
*>--- reftable-io)
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

data division.
file section.
fd  ref-tran.
copy "reftran-record.cbl".

fd  ref-suspense.
01  ref-suspense-record.
    05  rs-record-image          pic x(97).
    05  rs-reason                pic x(60).

fd  stage-report.
01  stage-report-record          pic x(132).

fd  stage-parms.
01  stage-parms-record           pic x(80).

fd  pending-change.
copy "pendchg-record.cbl".

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

working-storage section.
copy "alert-work.cbl".
copy "opersec-work.cbl".
copy "refchg-work.cbl".
copy "reftable-work.cbl".

01  stage-switches.
    05  ref-tran-eof-switch      pic x(01)  value "N".
        88  end-of-ref-tran                 value "Y".
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  stage-refused-switch     pic x(01)  value "N".
        88  stage-refused                   value "Y".
    05  stage-stopped-switch     pic x(01)  value "N".
        88  stage-stopped                   value "Y".

01  stage-parms-status           pic x(02)  value spaces.
01  stage-run-date               pic x(08)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.
01  stage-operator               pic x(08)  value spaces.

01  tran-read-count              pic 9(05)  value zero.
01  tran-staged-count            pic 9(05)  value zero.
01  tran-reject-count            pic 9(05)  value zero.

01  stage-reject-reason          pic x(60)  value spaces.
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    if not stage-refused and not stage-stopped
       perform 2000-stage-transaction thru 2000-stage-transaction-ex
           until end-of-ref-tran
    end-if.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to stage-run-date.

    move "REFSTAGE" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    open output stage-report.

    perform 1100-read-parms thru 1100-read-parms-ex.

    move spaces to report-line.
    string "COBOL2XML REFERENCE-TABLE CHANGES STAGED - "
                                  delimited by size
           stage-run-date         delimited by size
           "  MAKER "             delimited by size
           stage-operator         delimited by size
           into report-line
    end-string.
    write stage-report-record from report-line.
    move spaces to report-line.
    write stage-report-record from report-line.

    perform 1300-check-operator thru 1300-check-operator-ex.
    if stage-refused
       go to 1000-initialize-ex
    end-if.

    move stage-run-date to pending-stage-date.
    perform load-pending-changes thru load-pending-changes-ex.
    if not pending-changes-usable
       set stage-stopped to true
       move "*** PENDING CHANGE FILE UNAVAILABLE - NOTHING STAGED ***"
            to report-line
       write stage-report-record from report-line
       go to 1000-initialize-ex
    end-if.

    open extend pending-change.
    open input ref-tran.
    open output ref-suspense.

    move "CHANGE ID     TABLE    A KEY                      EFFECTIVE"
         to report-line.
    write stage-report-record from report-line.

    perform 2100-read-ref-tran thru 2100-read-ref-tran-ex.

1000-initialize-ex.
    exit.

1100-read-parms.

    open input stage-parms.
    if stage-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1150-read-one-parm thru 1150-read-one-parm-ex
        until end-of-parms.

    if stage-parms-status = "00" or stage-parms-status = "10"
       close stage-parms
    end-if.

1100-read-parms-ex.
    exit.

1150-read-one-parm.

    read stage-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and stage-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring stage-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "OPERATOR"
               move parm-value(1:8) to stage-operator
          when other
               display "REF-STAGE: UNRECOGNIZED CONTROL CARD: "
                       stage-parms-record
       end-evaluate
    end-if.

1150-read-one-parm-ex.
    exit.

1300-check-operator.

*>--- the maker is named and must hold the role - the checker is a
*>--- different person again, enforced at approval
    perform load-operator-table thru load-operator-table-ex.
    move stage-operator to operator-check-id.
    set role-ref-maker to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       set stage-refused to true
       move spaces to report-line
       string "*** STAGING REFUSED - "  delimited by size
              operator-refusal-reason   delimited by size
              into report-line
       end-string
       write stage-report-record from report-line
       display "REF-STAGE: REFUSED - " operator-refusal-reason

       move "OPER-REFUSED"       to alert-condition
       move spaces               to alert-source
       move "WARN"               to alert-severity
       move "TICKET"             to alert-action
       move zero                 to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "REFERENCE STAGING REFUSED: " delimited by size
              operator-refusal-reason       delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

1300-check-operator-ex.
    exit.

2000-stage-transaction.

    add 1 to tran-read-count.

    perform 2200-validate-transaction
       thru 2200-validate-transaction-ex.

    if stage-reject-reason = spaces
       perform 2400-check-against-table
          thru 2400-check-against-table-ex
    end-if.

    if stage-reject-reason not = spaces
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
       perform 2500-stage-one thru 2500-stage-one-ex
    end-if.

    perform 2100-read-ref-tran thru 2100-read-ref-tran-ex.

2000-stage-transaction-ex.
    exit.

2100-read-ref-tran.

    read ref-tran
        at end
            set end-of-ref-tran to true
    end-read.

2100-read-ref-tran-ex.
    exit.

2200-validate-transaction.

*>--- the first failing edit rejects the transaction
    move spaces to stage-reject-reason.

    move rt-table to ref-table-name.
    perform set-ref-table-shape thru set-ref-table-shape-ex.

    if rt-table = "PARTMAST"
       move "PART MASTER CHANGES ARE STAGED BY PART-MAINT"
            to stage-reject-reason
    else
    if ref-key-length = zero
       move "TABLE IS NOT A MAINTAINED REFERENCE TABLE"
            to stage-reject-reason
    else
    if not rt-add-action and not rt-change-action
             and not rt-delete-action
       move "INVALID ACTION CODE - MUST BE A, C OR D"
            to stage-reject-reason
    else
    if rt-table(1:2) = "CP" and not rt-change-action
       move "CODE-PAGE TABLES ARE 256 ENTRIES - CHANGES ONLY"
            to stage-reject-reason
    else
    if rt-effective-date not numeric
       move "EFFECTIVE DATE MISSING OR NOT NUMERIC"
            to stage-reject-reason
    else
    if rt-effective-date < stage-run-date
       move "EFFECTIVE DATE IS IN THE PAST" to stage-reject-reason
    else
    if rt-record-image(1:ref-key-length) = spaces
       move "RECORD KEY IS BLANK" to stage-reject-reason
    else
    if not rt-delete-action
             and rt-record-image(ref-record-length + 1:) not = spaces
       move "RECORD IMAGE IS LONGER THAN THE TABLE RECORD"
            to stage-reject-reason
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

    if stage-reject-reason = spaces and not rt-delete-action
       perform 2250-validate-image thru 2250-validate-image-ex
    end-if.

2200-validate-transaction-ex.
    exit.

2250-validate-image.

*>--- the new record is checked the way the programs that load the
*>--- table would take it - a staged value must be one that works
    evaluate rt-table
       when "CURRTAB"
            if rt-record-image(4:1) not numeric
                     or rt-record-image(4:1) > "8"
               move "CURRENCY DECIMALS MUST BE 0 TO 8"
                    to stage-reject-reason
            else
            if rt-record-image(5:1) not = "H"
                     and rt-record-image(5:1) not = "T"
               move "CURRENCY ROUNDING MUST BE H OR T"
                    to stage-reject-reason
            end-if
            end-if
       when "ALRULES"
            if rt-record-image(13:8) = spaces
               move "ALERT RULE SOURCE IS BLANK - USE * FOR ANY"
                    to stage-reject-reason
            else
            if rt-record-image(21:5) not numeric
               move "ALERT THRESHOLD MUST BE NUMERIC (999V99)"
                    to stage-reject-reason
            else
            if rt-record-image(26:4) not = "WARN"
                     and rt-record-image(26:4) not = "CRIT"
               move "ALERT SEVERITY MUST BE WARN OR CRIT"
                    to stage-reject-reason
            else
            if rt-record-image(30:6) not = "TICKET"
                     and rt-record-image(30:6) not = "PAGE"
               move "ALERT ACTION MUST BE TICKET OR PAGE"
                    to stage-reject-reason
            end-if
            end-if
            end-if
            end-if
       when "CALENDAR"
            if rt-record-image(1:8) not numeric
               move "CALENDAR RUN DATE NOT NUMERIC"
                    to stage-reject-reason
            else
            if rt-record-image(9:8) = spaces
               move "CALENDAR SOURCE IS BLANK - USE * FOR ANY"
                    to stage-reject-reason
            else
            if rt-record-image(17:8) not numeric
               move "CALENDAR EXPECTED FEED DATE NOT NUMERIC"
                    to stage-reject-reason
            else
            if rt-record-image(25:6) not numeric
               move "CALENDAR CUTOFF TIME NOT NUMERIC (HHMMSS)"
                    to stage-reject-reason
            end-if
            end-if
            end-if
            end-if
       when "ITEMLIM"
            if rt-record-image(1:8) = spaces
               move "ITEM LIMIT SOURCE IS BLANK - USE * FOR ANY"
                    to stage-reject-reason
            else
            if rt-record-image(12:12) = spaces
               move "ITEM LIMIT ACCOUNT IS BLANK - USE * FOR ANY"
                    to stage-reject-reason
            else
            if rt-record-image(24:15) not numeric
               move "ITEM LIMIT CEILING MUST BE NUMERIC (9(13)V99)"
                    to stage-reject-reason
            end-if
            end-if
            end-if
       when other
            if rt-record-image(1:3) not numeric
                     or rt-record-image(1:3) > "255"
               move "CODE-PAGE BYTE MUST BE 000 TO 255"
                    to stage-reject-reason
            end-if
    end-evaluate.

2250-validate-image-ex.
    exit.

2300-write-suspense.

    add 1 to tran-reject-count.
    move spaces to ref-suspense-record.
    move ref-tran-record     to rs-record-image.
    move stage-reject-reason to rs-reason.
    write ref-suspense-record.

2300-write-suspense-ex.
    exit.

2400-check-against-table.

*>--- staging changes nothing live, so a table loaded once serves
*>--- every transaction against it in the run
    if ref-table-name not = rt-table or not ref-table-loaded
       move rt-table to ref-table-name
       perform load-ref-table thru load-ref-table-ex
    end-if.
    if not ref-table-loaded
       move "TABLE UNAVAILABLE - CANNOT READ THE LIVE VALUE"
            to stage-reject-reason
       go to 2400-check-against-table-ex
    end-if.

    move spaces to ref-search-key stage-key.
    move rt-record-image(1:ref-key-length) to ref-search-key stage-key.
    perform find-ref-entry thru find-ref-entry-ex.

    move rt-table to stage-table.
    perform check-pending-key thru check-pending-key-ex.

    if rt-add-action and ref-entry-found
       move "KEY ALREADY ON TABLE - ADD REJECTED"
            to stage-reject-reason
    else
    if rt-change-action and not ref-entry-found
       move "KEY NOT ON TABLE - CHANGE REJECTED"
            to stage-reject-reason
    else
    if rt-delete-action and not ref-entry-found
       move "KEY NOT ON TABLE - DELETE REJECTED"
            to stage-reject-reason
    else
    if pending-key-open
       move "A CHANGE TO THIS KEY IS ALREADY AWAITING APPROVAL"
            to stage-reject-reason
    else
    if rt-change-action
             and ref-table-line( ref-found-sub )(1:ref-record-length)
                 = rt-record-image(1:ref-record-length)
       move "NO DIFFERENCE FROM THE LIVE VALUE"
            to stage-reject-reason
    end-if
    end-if
    end-if
    end-if
    end-if.

2400-check-against-table-ex.
    exit.

2500-stage-one.

    move rt-table          to stage-table.
    move rt-action         to stage-action.
    move rt-effective-date to stage-effective-date.
    move stage-operator    to stage-maker.
    move spaces to stage-before-image stage-after-image.
    if ref-entry-found
       move ref-table-line( ref-found-sub ) to stage-before-image
    end-if.
    if not rt-delete-action
       move rt-record-image to stage-after-image
    end-if.

    perform stage-change thru stage-change-ex.
    add 1 to tran-staged-count.

    perform 8000-write-staged-lines thru 8000-write-staged-lines-ex.

2500-stage-one-ex.
    exit.

8000-write-staged-lines.

*>--- what the checker will be shown: the live value and the new one
    move spaces to report-line.
    move staged-change-id     to report-line(1:13).
    move stage-table          to report-line(15:8).
    move stage-action         to report-line(24:1).
    move stage-key            to report-line(26:24).
    move stage-effective-date to report-line(51:8).
    write stage-report-record from report-line.

    move spaces to report-line.
    move "    BEFORE:"        to report-line(1:11).
    if rt-add-action
       move "(NEW ENTRY)"     to report-line(13:11)
    else
       move stage-before-image to report-line(13:80)
    end-if.
    write stage-report-record from report-line.

    move spaces to report-line.
    move "    AFTER:"         to report-line(1:10).
    if rt-delete-action
       move "(DELETED)"       to report-line(13:9)
    else
       move stage-after-image to report-line(13:80)
    end-if.
    write stage-report-record from report-line.

8000-write-staged-lines-ex.
    exit.

9000-terminate.

    move spaces to report-line.
    write stage-report-record from report-line.

    if not stage-refused and not stage-stopped
       move spaces to report-line
       string "TRANSACTIONS READ:    " delimited by size
              tran-read-count          delimited by size
              into report-line
       end-string
       write stage-report-record from report-line
       move spaces to report-line
       string "STAGED FOR APPROVAL:  " delimited by size
              tran-staged-count        delimited by size
              into report-line
       end-string
       write stage-report-record from report-line
       move spaces to report-line
       string "REJECTED TO SUSPENSE: " delimited by size
              tran-reject-count        delimited by size
              into report-line
       end-string
       write stage-report-record from report-line

       close ref-tran
       close ref-suspense
       close pending-change
    end-if.

    close stage-report.

    if stage-refused
       move 8 to return-code
    else
    if stage-stopped
       move 12 to return-code
    else
    if tran-reject-count > 0
       move 4 to return-code
    end-if
    end-if
    end-if.

9000-terminate-ex.
    exit.

copy "refchg-stage.cbl".
copy "reftable-io.cbl".
copy "alert-queue.cbl".
copy "operator-check.cbl".

end program ref-stage.
