identification division.
program-id. acct-maint.

*>--- batch maintenance for the ACCTMAST account master and the
*>--- ACCTXREF partner cross-reference every converted item resolves
*>--- through: applies account opens, changes (status, dates, name)
*>--- and cross-reference adds, re-points and deletes in file order,
*>--- rejects malformed or misdirected ones to their own suspense file
*>--- with the reason, and prints a before/after audit line for every
*>--- applied change - the permanent answer to "when was this account
*>--- frozen, and since when does partner X's id map to it". RC=4
*>--- means one or more transactions went to suspense; correct them
*>--- and resubmit just the suspense file
environment division.
input-output section.
file-control.
    select account-tran
        assign to "ACCTTRAN"
        organization is line sequential.

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

    select account-suspense
        assign to "ACCTSUSP"
        organization is line sequential.

    select maint-report
        assign to "ACCTRPT"
        organization is line sequential.

data division.
file section.
fd  account-tran.
copy "accttran-record.cbl".

fd  account-master.
copy "acctmast-record.cbl".

fd  account-xref.
copy "acctxref-record.cbl".

fd  account-suspense.
*>--- the original transaction image travels whole, same as the part-
*>--- master suspense, so it is corrected in place and fed straight
*>--- back in
01  account-suspense-record.
    05  au-record-image          pic x(65).
    05  au-reason                pic x(60).

fd  maint-report.
01  maint-report-record          pic x(132).

working-storage section.
copy "account-work.cbl".

01  maint-switches.
    05  account-tran-eof-switch  pic x(01)  value "N".
        88  end-of-account-tran             value "Y".
    05  master-found-switch      pic x(01)  value "N".
        88  master-found                    value "Y".
    05  xref-found-switch        pic x(01)  value "N".
        88  xref-found                      value "Y".

01  maint-run-date               pic x(08)  value spaces.

01  tran-read-count              pic 9(05)  value zero.
01  tran-applied-count           pic 9(05)  value zero.
01  tran-reject-count            pic 9(05)  value zero.
01  account-add-count            pic 9(05)  value zero.
01  account-change-count         pic 9(05)  value zero.
01  xref-add-count               pic 9(05)  value zero.
01  xref-change-count            pic 9(05)  value zero.
01  xref-delete-count            pic 9(05)  value zero.

01  tran-account-number          pic 9(12)  value zero.
01  tran-account-base            pic 9(02)  value zero.
01  maint-reject-reason          pic x(60)  value spaces.
01  before-image                 pic x(50)  value spaces.
01  after-image                  pic x(50)  value spaces.
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    perform 2000-apply-transactions thru 2000-apply-transactions-ex
        until end-of-account-tran.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to maint-run-date.

    open input account-tran.
    open output account-suspense.
    open output maint-report.

*>--- both files must be there to maintain - a maintenance run
*>--- against a missing master would silently apply nothing
    open i-o account-master.
    open i-o account-xref.
    if account-master-status not = "00"
             or account-xref-status not = "00"
       display "ACCT-MAINT: ACCOUNT FILES UNAVAILABLE (STATUS "
               account-master-status "/" account-xref-status
               ") - RUN STOPPED"
       move "*** ACCOUNT FILES UNAVAILABLE - NO CHANGES APPLIED ***"
            to report-line
       write maint-report-record from report-line
       if account-master-status = "00"
          close account-master
       end-if
       if account-xref-status = "00"
          close account-xref
       end-if
       set end-of-account-tran to true
       move 12 to return-code
    else
       set account-files-open to true
       perform 1100-write-report-heading
          thru 1100-write-report-heading-ex
       perform 2100-read-account-tran thru 2100-read-account-tran-ex
    end-if.

1000-initialize-ex.
    exit.

1100-write-report-heading.

    move spaces to report-line.
    string "COBOL2XML ACCOUNT MASTER MAINTENANCE AUDIT - "
               delimited by size
           maint-run-date delimited by size
           into report-line
    end-string.
    write maint-report-record from report-line.

    move spaces to report-line.
    write maint-report-record from report-line.

    move "KA  BEFORE" to report-line.
    move "-> AFTER"   to report-line(56:8).
    write maint-report-record from report-line.

1100-write-report-heading-ex.
    exit.

2000-apply-transactions.

    add 1 to tran-read-count.

    perform 2200-validate-transaction
       thru 2200-validate-transaction-ex.

    if maint-reject-reason not = spaces
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
    if at-master-kind
       perform 3000-apply-account thru 3000-apply-account-ex
    else
       perform 3100-apply-xref thru 3100-apply-xref-ex
    end-if
    end-if.

    perform 2100-read-account-tran thru 2100-read-account-tran-ex.

2000-apply-transactions-ex.
    exit.

2100-read-account-tran.

    read account-tran
        at end
            set end-of-account-tran to true
    end-read.

2100-read-account-tran-ex.
    exit.

2200-validate-transaction.

*>--- the first failing edit rejects the transaction - same one-reason
*>--- rule the feed conversion applies to its rejects
    move spaces to maint-reject-reason.

    if not at-master-kind and not at-xref-kind
       move "INVALID RECORD KIND - MUST BE M OR X"
            to maint-reject-reason
    else
    if not at-add-action and not at-change-action
             and not at-delete-action
       move "INVALID ACTION CODE - MUST BE A, C OR D"
            to maint-reject-reason
    else
    if at-master-kind
       perform 2210-validate-account thru 2210-validate-account-ex
    else
       perform 2220-validate-xref thru 2220-validate-xref-ex
    end-if
    end-if
    end-if.

2200-validate-transaction-ex.
    exit.

2210-validate-account.

    if at-delete-action
       move "ACCOUNTS ARE CLOSED, NOT DELETED - USE STATUS C"
            to maint-reject-reason
    else
    if at-account-number not numeric or at-account-number = zero
       move "ACCOUNT NUMBER MUST BE 12 DIGITS" to maint-reject-reason
    else
    if at-account-name = spaces
       move "ACCOUNT NAME IS BLANK" to maint-reject-reason
    else
    if not at-valid-status
       move "STATUS MUST BE O, F OR C" to maint-reject-reason
    else
    if at-open-date not numeric
       move "OPEN DATE MUST BE YYYYMMDD" to maint-reject-reason
    else
    if at-close-date not = spaces and at-close-date not numeric
       move "CLOSE DATE MUST BE YYYYMMDD OR BLANK"
            to maint-reject-reason
    else
    if at-closed-status and at-close-date = spaces
       move "CLOSE DATE REQUIRED FOR A CLOSED ACCOUNT"
            to maint-reject-reason
    else
    if at-close-date not = spaces and at-close-date < at-open-date
       move "CLOSE DATE BEFORE OPEN DATE" to maint-reject-reason
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

2210-validate-account-ex.
    exit.

2220-validate-xref.

    if at-source-system = spaces
       move "SOURCE SYSTEM IS BLANK" to maint-reject-reason
    else
    if at-account-base not numeric
       move "BASE MUST BE 02-36" to maint-reject-reason
    else
    if at-account-base < "02" or at-account-base > "36"
       move "BASE MUST BE 02-36" to maint-reject-reason
    else
    if at-partner-account = spaces
       move "PARTNER ACCOUNT ID IS BLANK" to maint-reject-reason
    else
    if not at-delete-action
             and (at-xref-account not numeric
                  or at-xref-account = zero)
       move "ACCOUNT NUMBER MUST BE 12 DIGITS" to maint-reject-reason
    end-if
    end-if
    end-if
    end-if
    end-if.

2220-validate-xref-ex.
    exit.

2300-write-suspense.

    add 1 to tran-reject-count.
    move spaces to account-suspense-record.
    move account-tran-record to au-record-image.
    move maint-reject-reason to au-reason.
    write account-suspense-record.

2300-write-suspense-ex.
    exit.

2400-read-account.

*>--- keyed probe for the account the transaction names - the before
*>--- image for the audit, and the proof a cross-reference points at
*>--- a real account
    move "N" to master-found-switch.
    move tran-account-number to am-account-number.
    read account-master
        invalid key
            continue
        not invalid key
            set master-found to true
    end-read.

2400-read-account-ex.
    exit.

2500-format-account.

    move spaces to after-image.
    string am-account-number delimited by size
           " "               delimited by size
           am-status         delimited by size
           " "               delimited by size
           am-open-date      delimited by size
           " "               delimited by size
           am-close-date     delimited by size
           " "               delimited by size
           am-account-class  delimited by size
           " "               delimited by size
           am-account-name   delimited by size
           into after-image
    end-string.

2500-format-account-ex.
    exit.

2600-format-xref.

    move spaces to after-image.
    string ax-source-system   delimited by size
           " "                delimited by size
           ax-account-base    delimited by size
           " "                delimited by size
           ax-partner-account delimited by size
           " = "              delimited by size
           ax-account-number  delimited by size
           into after-image
    end-string.

2600-format-xref-ex.
    exit.

3000-apply-account.

    move at-account-number to tran-account-number.
    perform 2400-read-account thru 2400-read-account-ex.
    move spaces to before-image.

    if at-add-action and master-found
       move "ACCOUNT ALREADY ON MASTER - ADD REJECTED"
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
       go to 3000-apply-account-ex
    end-if.
    if at-change-action and not master-found
       move "ACCOUNT NOT ON MASTER - CHANGE REJECTED"
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
       go to 3000-apply-account-ex
    end-if.

    if master-found
       perform 2500-format-account thru 2500-format-account-ex
       move after-image to before-image
    end-if.

    move tran-account-number to am-account-number.
    move at-account-name     to am-account-name.
    move at-status           to am-status.
    move at-open-date        to am-open-date.
    move at-close-date       to am-close-date.
    move at-account-class    to am-account-class.
    move maint-run-date      to am-maint-date.
    perform 2500-format-account thru 2500-format-account-ex.

    if at-add-action
       write account-master-record
           invalid key
               move "MASTER WRITE FAILED - SEE ACCT-MAINT SYSOUT"
                    to maint-reject-reason
               display "ACCT-MAINT: WRITE FAILED, STATUS "
                       account-master-status " ACCOUNT "
                       at-account-number
               perform 2300-write-suspense thru 2300-write-suspense-ex
           not invalid key
               add 1 to tran-applied-count
               add 1 to account-add-count
               perform 8000-write-audit-line
                  thru 8000-write-audit-line-ex
       end-write
    else
       rewrite account-master-record
           invalid key
               move "MASTER REWRITE FAILED - SEE ACCT-MAINT SYSOUT"
                    to maint-reject-reason
               display "ACCT-MAINT: REWRITE FAILED, STATUS "
                       account-master-status " ACCOUNT "
                       at-account-number
               perform 2300-write-suspense thru 2300-write-suspense-ex
           not invalid key
               add 1 to tran-applied-count
               add 1 to account-change-count
               perform 8000-write-audit-line
                  thru 8000-write-audit-line-ex
       end-rewrite
    end-if.

3000-apply-account-ex.
    exit.

3100-apply-xref.

    move at-source-system   to ax-source-system.
    move at-account-base    to tran-account-base.
    move tran-account-base  to ax-account-base.
    move at-partner-account to ax-partner-account.
    move "N" to xref-found-switch.
    move spaces to before-image.
    read account-xref
        invalid key
            continue
        not invalid key
            set xref-found to true
            perform 2600-format-xref thru 2600-format-xref-ex
            move after-image to before-image
    end-read.

    if at-add-action and xref-found
       move "CROSS-REFERENCE ALREADY ON FILE - ADD REJECTED"
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
       go to 3100-apply-xref-ex
    end-if.
    if not at-add-action and not xref-found
       move "CROSS-REFERENCE NOT ON FILE - REJECTED"
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
       go to 3100-apply-xref-ex
    end-if.

    if at-delete-action
       delete account-xref
           invalid key
               move "XREF DELETE FAILED - SEE ACCT-MAINT SYSOUT"
                    to maint-reject-reason
               display "ACCT-MAINT: DELETE FAILED, STATUS "
                       account-xref-status " PARTNER ID "
                       at-partner-account
               perform 2300-write-suspense thru 2300-write-suspense-ex
           not invalid key
               add 1 to tran-applied-count
               add 1 to xref-delete-count
               move "(DELETED)" to after-image
               perform 8000-write-audit-line
                  thru 8000-write-audit-line-ex
       end-delete
       go to 3100-apply-xref-ex
    end-if.

*>--- a cross-reference may only point at an account that exists -
*>--- otherwise every item through it would reject at conversion
    move at-xref-account to tran-account-number.
    perform 2400-read-account thru 2400-read-account-ex.
    if not master-found
       move "ACCOUNT NOT ON MASTER - CROSS-REFERENCE REJECTED"
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
       go to 3100-apply-xref-ex
    end-if.

    move at-source-system    to ax-source-system.
    move tran-account-base   to ax-account-base.
    move at-partner-account  to ax-partner-account.
    move tran-account-number to ax-account-number.
    move maint-run-date      to ax-maint-date.
    perform 2600-format-xref thru 2600-format-xref-ex.

    if at-add-action
       write account-xref-record
           invalid key
               move "XREF WRITE FAILED - SEE ACCT-MAINT SYSOUT"
                    to maint-reject-reason
               display "ACCT-MAINT: WRITE FAILED, STATUS "
                       account-xref-status " PARTNER ID "
                       at-partner-account
               perform 2300-write-suspense thru 2300-write-suspense-ex
           not invalid key
               add 1 to tran-applied-count
               add 1 to xref-add-count
               perform 8000-write-audit-line
                  thru 8000-write-audit-line-ex
       end-write
    else
       rewrite account-xref-record
           invalid key
               move "XREF REWRITE FAILED - SEE ACCT-MAINT SYSOUT"
                    to maint-reject-reason
               display "ACCT-MAINT: REWRITE FAILED, STATUS "
                       account-xref-status " PARTNER ID "
                       at-partner-account
               perform 2300-write-suspense thru 2300-write-suspense-ex
           not invalid key
               add 1 to tran-applied-count
               add 1 to xref-change-count
               perform 8000-write-audit-line
                  thru 8000-write-audit-line-ex
       end-rewrite
    end-if.

3100-apply-xref-ex.
    exit.

8000-write-audit-line.

*>--- one audit line per applied change, prior image on the left and
*>--- the new image on the right - an add shows only the new side, a
*>--- delete only the prior side
    move spaces to report-line.
    move at-record-kind to report-line(1:1).
    move at-action      to report-line(2:1).
    move before-image   to report-line(5:50).
    move "->"           to report-line(56:2).
    move after-image    to report-line(59:50).
    write maint-report-record from report-line.

8000-write-audit-line-ex.
    exit.

9000-terminate.

    move spaces to report-line.
    write maint-report-record from report-line.

    move spaces to report-line.
    string "TRANSACTIONS READ:    " delimited by size
           tran-read-count          delimited by size
           into report-line
    end-string.
    write maint-report-record from report-line.

    move spaces to report-line.
    string "APPLIED:              " delimited by size
           tran-applied-count       delimited by size
           "  (ACCOUNTS ADDED "     delimited by size
           account-add-count        delimited by size
           "  CHANGED "             delimited by size
           account-change-count     delimited by size
           "  XREFS ADDED "         delimited by size
           xref-add-count           delimited by size
           "  CHANGED "             delimited by size
           xref-change-count        delimited by size
           "  DELETED "             delimited by size
           xref-delete-count        delimited by size
           ")"                      delimited by size
           into report-line
    end-string.
    write maint-report-record from report-line.

    move spaces to report-line.
    string "REJECTED TO SUSPENSE: " delimited by size
           tran-reject-count        delimited by size
           into report-line
    end-string.
    write maint-report-record from report-line.

    close account-tran.
    close account-suspense.
    close maint-report.
    if account-files-open
       close account-master
       close account-xref
    end-if.

    if tran-reject-count > 0
       move 4 to return-code
    end-if.

9000-terminate-ex.
    exit.

end program acct-maint.
