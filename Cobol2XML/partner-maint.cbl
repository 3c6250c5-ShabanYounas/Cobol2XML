identification division.
program-id. partner-maint.

*>--- batch maintenance for the PARTNERS source-system master batch-
*>--- convert validates every feed against: applies onboarding,
*>--- change, suspend and reinstate transactions in file order,
*>--- rejects malformed or misdirected ones to their own suspense file
*>--- with the reason, and prints a before/after audit line for every
*>--- applied change - the permanent answer to "when was partner X
*>--- switched off, and what was it allowed to send". RC=4 means one
*>--- or more transactions went to suspense; correct them and resubmit
*>--- just the suspense file
environment division.
input-output section.
file-control.
    select partner-tran
        assign to "PRTNTRAN"
        organization is line sequential.

    select partner-master
        assign to "PARTNERS"
        organization is indexed
        access mode is random
        record key is ps-source-system
        file status is partner-file-status.

    select partner-suspense
        assign to "PRTNSUSP"
        organization is line sequential.

    select maint-report
        assign to "PRTNRPT"
        organization is line sequential.

data division.
file section.
fd  partner-tran.
copy "prtntran-record.cbl".

fd  partner-master.
copy "partner-record.cbl".

fd  partner-suspense.
*>--- the original transaction image travels whole, same as the part-
*>--- master suspense, so it is corrected in place and fed straight
*>--- back in
01  partner-suspense-record.
    05  pu-record-image          pic x(141).
    05  pu-reason                pic x(60).

fd  maint-report.
01  maint-report-record          pic x(132).

working-storage section.
copy "partner-work.cbl".

01  maint-switches.
    05  partner-tran-eof-switch  pic x(01)  value "N".
        88  end-of-partner-tran             value "Y".
    05  base-flag-error-switch   pic x(01)  value "N".
        88  base-flag-error                 value "Y".

01  maint-run-date               pic x(08)  value spaces.

01  tran-read-count              pic 9(05)  value zero.
01  tran-applied-count           pic 9(05)  value zero.
01  tran-reject-count            pic 9(05)  value zero.
01  add-count                    pic 9(05)  value zero.
01  change-count                 pic 9(05)  value zero.
01  suspend-count                pic 9(05)  value zero.
01  reinstate-count              pic 9(05)  value zero.
01  base-allowed-count           pic 9(02)  value zero.

01  maint-reject-reason          pic x(60)  value spaces.
01  before-status                pic x(01)  value spaces.
01  before-effective-date        pic x(08)  value spaces.
01  before-code-page             pic x(08)  value spaces.
01  before-contact-name          pic x(30)  value spaces.
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    perform 2000-apply-transactions thru 2000-apply-transactions-ex
        until end-of-partner-tran.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to maint-run-date.

    open input partner-tran.
    open output partner-suspense.
    open output maint-report.

*>--- the master must be there to maintain - a maintenance run
*>--- against a missing master would silently apply nothing
    open i-o partner-master.
    if partner-file-status not = "00"
       display "PARTNER-MAINT: PARTNER MASTER UNAVAILABLE (STATUS "
               partner-file-status ") - RUN STOPPED"
       move "*** PARTNER MASTER UNAVAILABLE - NO CHANGES APPLIED ***"
            to report-line
       write maint-report-record from report-line
       set end-of-partner-tran to true
       move 12 to return-code
    else
       set partner-master-open to true
       perform 1100-write-report-heading
          thru 1100-write-report-heading-ex
       perform 2100-read-partner-tran thru 2100-read-partner-tran-ex
    end-if.

1000-initialize-ex.
    exit.

1100-write-report-heading.

    move spaces to report-line.
    string "COBOL2XML PARTNER MASTER MAINTENANCE AUDIT - "
               delimited by size
           maint-run-date delimited by size
           into report-line
    end-string.
    write maint-report-record from report-line.

    move spaces to report-line.
    write maint-report-record from report-line.

    move "ACT SOURCE   BEFORE S EFFECTIVE CODEPAGE CONTACT"
         to report-line.
    move "-> AFTER S EFFECTIVE CODEPAGE CONTACT" to report-line(64:37).
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
    if pt-add-action
       perform 3000-apply-add thru 3000-apply-add-ex
    else
    if pt-change-action
       perform 3100-apply-change thru 3100-apply-change-ex
    else
       perform 3200-apply-status thru 3200-apply-status-ex
    end-if
    end-if
    end-if.

    perform 2100-read-partner-tran thru 2100-read-partner-tran-ex.

2000-apply-transactions-ex.
    exit.

2100-read-partner-tran.

    read partner-tran
        at end
            set end-of-partner-tran to true
    end-read.

2100-read-partner-tran-ex.
    exit.

2200-validate-transaction.

*>--- the first failing edit rejects the transaction - same one-reason
*>--- rule the feed conversion applies to its rejects. suspend and
*>--- reinstate need only the source code
    move spaces to maint-reject-reason.

    if pt-add-action or pt-change-action
       perform 2250-check-base-flags thru 2250-check-base-flags-ex
    end-if.

    if not pt-add-action and not pt-change-action
             and not pt-suspend-action and not pt-reinstate-action
       move "INVALID ACTION CODE - MUST BE A, C, S OR R"
            to maint-reject-reason
    else
    if pt-source-system = spaces
       move "SOURCE SYSTEM IS BLANK" to maint-reject-reason
    else
    if (pt-add-action or pt-change-action)
             and pt-effective-date not numeric
       move "EFFECTIVE DATE MUST BE YYYYMMDD" to maint-reject-reason
    else
    if (pt-add-action or pt-change-action) and base-flag-error
       move "BASE FLAGS MUST BE Y OR N (POSITIONS 2-36)"
            to maint-reject-reason
    else
    if (pt-add-action or pt-change-action) and base-allowed-count = 0
       move "NO BASE ALLOWED - PARTNER COULD SEND NOTHING"
            to maint-reject-reason
    else
    if (pt-add-action or pt-change-action)
             and pt-contact-name = spaces
       move "CONTACT NAME IS BLANK" to maint-reject-reason
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

2200-validate-transaction-ex.
    exit.

2250-check-base-flags.

*>--- position n flags base n; position 1 is no base and must be left
*>--- blank or "N". a blank flag reads as "N"
    move "N"  to base-flag-error-switch.
    move zero to base-allowed-count.
    if pt-base-flags(1:1) = "Y"
       set base-flag-error to true
    end-if.
    perform varying partner-sub from 2 by 1 until partner-sub > 36
       if pt-base-flags(partner-sub:1) = "Y"
          add 1 to base-allowed-count
       else
       if pt-base-flags(partner-sub:1) not = "N"
                and pt-base-flags(partner-sub:1) not = space
          set base-flag-error to true
       end-if
       end-if
    end-perform.

2250-check-base-flags-ex.
    exit.

2300-write-suspense.

    add 1 to tran-reject-count.
    move spaces to partner-suspense-record.
    move partner-tran-record to pu-record-image.
    move maint-reject-reason to pu-reason.
    write partner-suspense-record.

2300-write-suspense-ex.
    exit.

2400-read-master.

*>--- keyed probe for the transaction's partner - before/after
*>--- reporting needs the prior image, so every action starts with a
*>--- read
    move spaces to before-status before-effective-date
                   before-code-page before-contact-name.
    move "N" to partner-found-switch.
    move pt-source-system to ps-source-system.
    read partner-master
        invalid key
            continue
        not invalid key
            set partner-found to true
            move ps-status            to before-status
            move ps-effective-date    to before-effective-date
            move ps-default-code-page to before-code-page
            move ps-contact-name      to before-contact-name
    end-read.

2400-read-master-ex.
    exit.

2500-move-setup.

*>--- an add or change carries the partner's whole set-up
    move pt-effective-date    to ps-effective-date.
    move pt-base-flags        to ps-base-flags.
    inspect ps-base-flags replacing all space by "N".
    move pt-currency-list     to ps-currency-list.
    move pt-default-code-page to ps-default-code-page.
    move pt-contact-name      to ps-contact-name.
    move pt-contact-phone     to ps-contact-phone.
    move maint-run-date       to ps-maint-date.

2500-move-setup-ex.
    exit.

3000-apply-add.

    perform 2400-read-master thru 2400-read-master-ex.

*>--- a duplicate add is a re-sent onboarding - suspense, not a
*>--- silent overwrite, so the audit trail never shows a partner
*>--- "added" twice
    if partner-found
       move "PARTNER ALREADY ON MASTER - ADD REJECTED"
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
       move spaces           to partner-record
       move pt-source-system to ps-source-system
       set ps-active to true
       perform 2500-move-setup thru 2500-move-setup-ex
       write partner-record
           invalid key
               move "MASTER WRITE FAILED - SEE PARTNER-MAINT SYSOUT"
                    to maint-reject-reason
               display "PARTNER-MAINT: WRITE FAILED, STATUS "
                       partner-file-status " PARTNER " pt-source-system
               perform 2300-write-suspense thru 2300-write-suspense-ex
           not invalid key
               add 1 to tran-applied-count
               add 1 to add-count
               perform 8000-write-audit-line
                  thru 8000-write-audit-line-ex
       end-write
    end-if.

3000-apply-add-ex.
    exit.

3100-apply-change.

    perform 2400-read-master thru 2400-read-master-ex.

*>--- a change replaces the set-up and leaves the status alone -
*>--- suspending and reinstating are their own actions
    if not partner-found
       move "PARTNER NOT ON MASTER - CHANGE REJECTED"
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
       perform 2500-move-setup thru 2500-move-setup-ex
       perform 3300-rewrite-master thru 3300-rewrite-master-ex
       if maint-reject-reason = spaces
          add 1 to change-count
       end-if
    end-if.

3100-apply-change-ex.
    exit.

3200-apply-status.

    perform 2400-read-master thru 2400-read-master-ex.

    if not partner-found
       move "PARTNER NOT ON MASTER - STATUS CHANGE REJECTED"
            to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
    if pt-suspend-action and ps-suspended
       move "PARTNER ALREADY SUSPENDED" to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
    if pt-reinstate-action and ps-active
       move "PARTNER ALREADY ACTIVE" to maint-reject-reason
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
       if pt-suspend-action
          set ps-suspended to true
       else
          set ps-active to true
       end-if
       move maint-run-date to ps-maint-date
       perform 3300-rewrite-master thru 3300-rewrite-master-ex
       if maint-reject-reason = spaces
          if pt-suspend-action
             add 1 to suspend-count
          else
             add 1 to reinstate-count
          end-if
       end-if
    end-if
    end-if
    end-if.

3200-apply-status-ex.
    exit.

3300-rewrite-master.

    rewrite partner-record
        invalid key
            move "MASTER REWRITE FAILED - SEE PARTNER-MAINT SYSOUT"
                 to maint-reject-reason
            display "PARTNER-MAINT: REWRITE FAILED, STATUS "
                    partner-file-status " PARTNER " pt-source-system
            perform 2300-write-suspense thru 2300-write-suspense-ex
        not invalid key
            add 1 to tran-applied-count
            perform 8000-write-audit-line
               thru 8000-write-audit-line-ex
    end-rewrite.

3300-rewrite-master-ex.
    exit.

8000-write-audit-line.

*>--- one audit line per applied change, prior image on the left and
*>--- the new image on the right - an add shows only the new side.
*>--- the bases and currencies the partner may now send follow on a
*>--- second line whenever the set-up itself changed
    move spaces to report-line.
    move pt-action        to report-line(1:1).
    move pt-source-system to report-line(5:8).
    if not pt-add-action
       move before-status         to report-line(21:1)
       move before-effective-date to report-line(23:8)
       move before-code-page      to report-line(33:8)
       move before-contact-name   to report-line(42:20)
    end-if.
    move "->" to report-line(64:2).
    move ps-status            to report-line(73:1).
    move ps-effective-date    to report-line(75:8).
    move ps-default-code-page to report-line(85:8).
    move ps-contact-name      to report-line(94:30).
    write maint-report-record from report-line.

    if pt-add-action or pt-change-action
       move spaces to report-line
       string "    BASES 1-36 "  delimited by size
              ps-base-flags      delimited by size
              "  CURRENCIES "    delimited by size
              ps-currency-list   delimited by size
              into report-line
       end-string
       write maint-report-record from report-line
    end-if.

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
           "  (ADDS "               delimited by size
           add-count                delimited by size
           "  CHANGES "             delimited by size
           change-count             delimited by size
           "  SUSPENDS "            delimited by size
           suspend-count            delimited by size
           "  REINSTATES "          delimited by size
           reinstate-count          delimited by size
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

    close partner-tran.
    close partner-suspense.
    close maint-report.
    if partner-master-open
       close partner-master
    end-if.

    if tran-reject-count > 0
       move 4 to return-code
    end-if.

9000-terminate-ex.
    exit.

end program partner-maint.
