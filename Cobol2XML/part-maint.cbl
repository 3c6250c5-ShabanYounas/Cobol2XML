program-id. part-maint.

*>--- batch maintenance for the PARTMAST master batch-convert enriches
*>--- from: takes engineering's add/change/delete transactions in
*>--- file order, rejects malformed or misdirected ones to their own
*>--- suspense file with the reason, and stages every good one on the
*>--- PENDCHG pending-change file with the part's current image - a
*>--- second operator approves it with ref-approve, which is what
*>--- applies it to the master on its effective date. the report
*>--- prints a before/after line for every staged change with its
*>--- change id; the applied history is PENDCHG itself. RC=4 means
*>--- one or more transactions went to suspense; engineering corrects
*>--- them and resubmits just the suspense file. RC=8 means the maker
*>--- was refused and nothing was staged.
*>--- SYSIN control cards:
*>---     OPERATOR=xxxxxxxx        the maker - must be active on
*>---                              OPERSEC with the reference-maker
*>---                              role
*>---     EFFECTIVE=YYYYMMDD       when the changes may go live;
*>---                              today when omitted
environment division.
input-output section.
file-control.
        record key is pm-part-code
        file status is part-master-status.

    select maint-parms
        assign to "SYSIN"
        organization is line sequential
        file status is maint-parms-status.

*>--- the pending-change file (see pendchg-record); optional so the
*>--- very first change starts it
    select optional pending-change
        assign to "PENDCHG"
        organization is line sequential
        file status is pending-change-status.

*>--- operator security file (see operator-check)
    select operator-file
        assign to "OPERSEC"
        organization is line sequential
        file status is operator-file-status.

*>--- suite-wide alert queue and its rules table (see alert-queue)
    select optional alert-queue
        assign to "ALERTQ"
        organization is line sequential
        file status is alert-queue-status.

    select optional alert-rules
        assign to "ALRULES"
        organization is line sequential
        file status is alert-rules-status.

    select eng-suspense
        assign to "ENGSUSP"
        organization is line sequential.
fd  maint-report.
01  maint-report-record          pic x(132).

fd  maint-parms.
01  maint-parms-record           pic x(80).

fd  pending-change.
copy "pendchg-record.cbl".

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

01  maint-switches.
    05  eng-tran-eof-switch      pic x(01)  value "N".
        88  end-of-eng-tran                 value "Y".
        88  master-found                    value "Y".
    05  master-open-switch       pic x(01)  value "N".
        88  master-open                     value "Y".
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  maint-refused-switch     pic x(01)  value "N".
        88  maint-refused                   value "Y".
    05  maint-stopped-switch     pic x(01)  value "N".
        88  maint-stopped                   value "Y".

01  part-master-status           pic x(02)  value spaces.
01  maint-run-date               pic x(08)  value spaces.
01  maint-parms-status           pic x(02)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.
01  maint-operator               pic x(08)  value spaces.
01  maint-effective-date         pic x(08)  value spaces.

01  tran-read-count              pic 9(05)  value zero.
01  tran-staged-count            pic 9(05)  value zero.
01  tran-reject-count            pic 9(05)  value zero.
01  add-count                    pic 9(05)  value zero.
01  change-count                 pic 9(05)  value zero.
01  maint-reject-reason          pic x(60)  value spaces.
01  before-part-desc             pic x(30)  value spaces.
01  before-part-status           pic x(08)  value spaces.
01  before-part-image            pic x(56)  value spaces.
01  report-line                  pic x(132).

procedure division.

    move function current-date(1:8) to maint-run-date.

    move "PARTMNT" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.

    open input eng-tran.
    open output eng-suspense.
    open output maint-report.

    perform 1050-read-parms thru 1050-read-parms-ex.

*>--- the maker is named and must hold the role; the checker is a
*>--- different person again, enforced at approval
    perform 1070-check-operator thru 1070-check-operator-ex.
    if maint-refused
       set end-of-eng-tran to true
       go to 1000-initialize-ex
    end-if.

    if maint-effective-date = spaces
       move maint-run-date to maint-effective-date
    end-if.
    if maint-effective-date not numeric
             or maint-effective-date < maint-run-date
       display "PART-MAINT: EFFECTIVE DATE " maint-effective-date
               " INVALID OR PAST - RUN STOPPED"
       move "*** EFFECTIVE DATE INVALID OR IN THE PAST - NOTHING STAGED"
            to report-line
       write maint-report-record from report-line
       set maint-stopped to true
       set end-of-eng-tran to true
       go to 1000-initialize-ex
    end-if.

*>--- the master must be there to read the current values from - a
*>--- change staged against a guessed "before" could not be checked
    open input part-master.
    if part-master-status not = "00"
       display "PART-MAINT: PART MASTER UNAVAILABLE (STATUS "
               part-master-status ") - RUN STOPPED"
       move "*** PART MASTER UNAVAILABLE - NO CHANGES STAGED ***"
            to report-line
       write maint-report-record from report-line
       set maint-stopped to true
       set end-of-eng-tran to true
       go to 1000-initialize-ex
    end-if.
    set master-open to true.

    move maint-run-date to pending-stage-date.
    perform load-pending-changes thru load-pending-changes-ex.
    if not pending-changes-usable
       move "*** PENDING CHANGE FILE UNAVAILABLE - NO CHANGES STAGED ***"
            to report-line
       write maint-report-record from report-line
       set maint-stopped to true
       set end-of-eng-tran to true
       go to 1000-initialize-ex
    end-if.
    open extend pending-change.

    perform 1100-write-report-heading
       thru 1100-write-report-heading-ex.
    perform 2100-read-eng-tran thru 2100-read-eng-tran-ex.

1000-initialize-ex.
    exit.

1050-read-parms.

    open input maint-parms.
    if maint-parms-status not = "00"
       set end-of-parms to true
    end-if.

    perform 1060-read-one-parm thru 1060-read-one-parm-ex
        until end-of-parms.

    if maint-parms-status = "00" or maint-parms-status = "10"
       close maint-parms
    end-if.

1050-read-parms-ex.
    exit.

1060-read-one-parm.

    read maint-parms
        at end
            set end-of-parms to true
    end-read.

    if not end-of-parms and maint-parms-record not = spaces
       move spaces to parm-keyword parm-value
       unstring maint-parms-record delimited by "="
           into parm-keyword parm-value
       end-unstring

       evaluate parm-keyword
          when "OPERATOR"
               move parm-value(1:8) to maint-operator
          when "EFFECTIVE"
               move parm-value(1:8) to maint-effective-date
          when other
               display "PART-MAINT: UNRECOGNIZED CONTROL CARD: "
                       maint-parms-record
       end-evaluate
    end-if.

1060-read-one-parm-ex.
    exit.

1070-check-operator.

    perform load-operator-table thru load-operator-table-ex.
    move maint-operator to operator-check-id.
    set role-ref-maker to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       set maint-refused to true
       move spaces to report-line
       string "*** PART MAINTENANCE REFUSED - " delimited by size
              operator-refusal-reason          delimited by size
              into report-line
       end-string
       write maint-report-record from report-line
       display "PART-MAINT: REFUSED - " operator-refusal-reason

       move "OPER-REFUSED"       to alert-condition
       move spaces               to alert-source
       move "WARN"               to alert-severity
       move "TICKET"             to alert-action
       move zero                 to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "PART MAINTENANCE REFUSED: " delimited by size
              operator-refusal-reason      delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    end-if.

1070-check-operator-ex.
    exit.

1100-write-report-heading.

    move spaces to report-line.
    string "COBOL2XML PART MASTER CHANGES STAGED - "
               delimited by size
           maint-run-date delimited by size
           "  MAKER "     delimited by size
           maint-operator delimited by size
           "  EFFECTIVE " delimited by size
           maint-effective-date delimited by size
           into report-line
    end-string.
    write maint-report-record from report-line.

    move "ACT PART CODE          BEFORE DESC/STATUS" to report-line.
    move "-> AFTER DESC/STATUS" to report-line(62:20).
    move "CHANGE ID" to report-line(110:9).
    write maint-report-record from report-line.

1100-write-report-heading-ex.
    end-if
    end-if.

*>--- one open change per part - a second would be checked against a
*>--- "before" that the first is about to replace
    if maint-reject-reason = spaces
       move "PARTMAST"   to stage-table
       move spaces       to stage-key
       move et-part-code to stage-key
       perform check-pending-key thru check-pending-key-ex
       if pending-key-open
          move "A CHANGE TO THIS PART IS ALREADY AWAITING APPROVAL"
               to maint-reject-reason
       end-if
    end-if.

2200-validate-transaction-ex.
    exit.


2400-read-master.

*>--- keyed probe for the transaction's part - the staged change
*>--- carries the prior image, so every action starts with a read
    move "N" to master-found-switch.
    move spaces to before-part-desc before-part-status
                   before-part-image.
    move et-part-code to pm-part-code.
    read part-master
        invalid key
            continue
        not invalid key
            set master-found to true
            move pm-part-desc       to before-part-desc
            move pm-part-status     to before-part-status
            move part-master-record to before-part-image
    end-read.

2400-read-master-ex.
    exit.

2500-stage-part-change.

*>--- the after image is the master record exactly as it would be
*>--- written - code, description, status
    move "PARTMAST"           to stage-table.
    move et-action            to stage-action.
    move spaces               to stage-key.
    move et-part-code         to stage-key.
    move before-part-image    to stage-before-image.
    move spaces               to stage-after-image.
    if not et-delete-action
       move eng-tran-record(2:56) to stage-after-image
    end-if.
    move maint-effective-date to stage-effective-date.
    move maint-operator       to stage-maker.
    perform stage-change thru stage-change-ex.

    add 1 to tran-staged-count.
    perform 8000-write-audit-line thru 8000-write-audit-line-ex.

2500-stage-part-change-ex.
    exit.

3000-apply-add.

    perform 2400-read-master thru 2400-read-master-ex.
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
       add 1 to add-count
       perform 2500-stage-part-change thru 2500-stage-part-change-ex
    end-if.

3000-apply-add-ex.
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
    if before-part-desc = et-part-desc
             and before-part-status = et-part-status
       move "NO DIFFERENCE FROM THE MASTER - CHANGE REJECTED"
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
       add 1 to change-count
       perform 2500-stage-part-change thru 2500-stage-part-change-ex
    end-if
    end-if.

3100-apply-change-ex.
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
       add 1 to delete-count
       perform 2500-stage-part-change thru 2500-stage-part-change-ex
    end-if.

3200-apply-delete-ex.

8000-write-audit-line.

*>--- one line per staged change, prior image on the left and the new
*>--- image on the right - a delete shows only the prior side, an add
*>--- only the new side - with the id the checker approves it by
    move spaces to report-line.
    move et-action    to report-line(1:1).
    move et-part-code to report-line(5:18).
    else
       move "(DELETED)" to report-line(67:9)
    end-if.
    move staged-change-id to report-line(110:13).
    write maint-report-record from report-line.

8000-write-audit-line-ex.
    write maint-report-record from report-line.

    move spaces to report-line.
    string "STAGED FOR APPROVAL:  " delimited by size
           tran-staged-count        delimited by size
           "  (ADDS "               delimited by size
           add-count                delimited by size
           "  CHANGES "             delimited by size
    if master-open
       close part-master
    end-if.
    if pending-changes-usable
       close pending-change
    end-if.

    if maint-refused
       move 8 to return-code
    else
    if maint-stopped
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
copy "alert-queue.cbl".
copy "operator-check.cbl".

end program part-maint.
