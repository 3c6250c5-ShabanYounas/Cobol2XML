*>--- checkpoint claims against the actual TRANSOUT record count, and
*>--- goes through only after the operator types CONFIRM - and logs
*>--- every modification to the permanent STATELOG. display-based
*>--- like result-inquiry, for a support terminal. a change is only
*>--- open to an operator active on OPERSEC with the state-repair
*>--- role; any other attempt is refused, logged as refused and
*>--- raised on the alert queue
environment division.
input-output section.
file-control.
        assign to "STATELOG"
        organization is line sequential.

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

data division.
file section.
fd  run-control.
    05  sl-action                pic x(24).
    05  sl-old-value             pic x(20).
    05  sl-new-value             pic x(20).
    05  sl-disposition           pic x(08).

fd  operator-file.
copy "opersec-record.cbl".

fd  alert-queue.
copy "alertq-record.cbl".

fd  alert-rules.
copy "alrules-record.cbl".

working-storage section.
copy "alert-work.cbl".
copy "opersec-work.cbl".

01  utility-switches.
    05  run-control-eof-switch   pic x(01)  value "N".
        88  end-of-run-control              value "Y".
01  log-action-work              pic x(24)  value spaces.
01  log-old-work                 pic x(20)  value spaces.
01  log-new-work                 pic x(20)  value spaces.
01  log-disposition-work         pic x(08)  value spaces.
01  feed-show-sub                pic 9(02)  value zero.

procedure division.
    display "COBOL2XML RUN-STATE UTILITY".
    display "Your operator id: " no advancing.
    accept utility-operator.

    move "STATUTIL" to alert-job-name.
    perform load-alert-rules thru load-alert-rules-ex.
    perform load-operator-table thru load-operator-table-ex.

    move utility-operator to operator-check-id.
    set role-state-repair to true.
    perform check-operator-role thru check-operator-role-ex.
    if not operator-authorized
       display operator-refusal-reason
               " - NOTHING WILL BE CHANGEABLE"
    end-if.

    perform 2000-one-request thru 2000-one-request-ex
               "   (DETAILS TAKEN ON, REJECTS INCLUDED)"
       display "  DETAIL REJECTS:     " ck-error-count
               "   NON-DETAIL: " ck-nondetail-rejects
       display "  DUPLICATES HELD:    " ck-duplicate-held
       display "  RUNNING HASH:       " ck-hash-total
       display "  FEEDS COMPLETE:     " ck-feeds-complete
               "   FEED OPEN: " ck-feed-open
       if ck-records-consumed = 0
          display "  (ALL ZERO - NO RESTART PENDING)"
       end-if
*>--- rejected and duplicate-held details count in ck-records-
*>--- processed but are never written - what TRANSOUT must hold is
*>--- processed less both, and that is the number the cross-check
*>--- compares
       compute checkpoint-expected-out
             = ck-records-processed - ck-error-count
             - ck-duplicate-held
       perform 7200-count-trans-out thru 7200-count-trans-out-ex
       display "  TRANSOUT SHOULD HOLD " checkpoint-expected-out
               " RECORDS, ACTUALLY HOLDS " transout-actual-count
*>--- starts from the top": current values on screen, the TRANSOUT
*>--- cross-check alongside, and a typed CONFIRM before anything
*>--- moves - then the change is logged
    move "CHECKPOINT RESET" to log-action-work.
    perform 7400-check-operator thru 7400-check-operator-ex.
    if not operator-authorized
       go to 4000-reset-checkpoint-ex
    end-if.

                 ck-feeds-complete ck-feed-start-processed
                 ck-feed-start-errors ck-feed-start-hash
                 ck-feed-details ck-feed-ack-accept
                 ck-feed-ack-reject ck-feed-ack-bypass
                 ck-duplicate-held ck-feed-start-held
                 ck-feed-ack-held.
    move "N" to ck-feed-open.
    move spaces to ck-feed-source ck-feed-date ck-feed-code-page.
    rewrite checkpoint-record
*>--- under-skips a restart - so the correction is accepted only
*>--- when the checkpoint's processed count agrees with what
*>--- TRANSOUT actually holds, and never below it
    move "CONSUMED CORRECTION" to log-action-work.
    perform 7400-check-operator thru 7400-check-operator-ex.
    if not operator-authorized
       go to 4100-correct-consumed-ex
    end-if.


4200-set-run-control.

    move "RUNCTL STATUS CHANGE" to log-action-work.
    perform 7400-check-operator thru 7400-check-operator-ex.
    if not operator-authorized
       go to 4200-set-run-control-ex
    end-if.

7250-count-one-record-ex.
    exit.

7400-check-operator.

*>--- every change re-checks the operator against OPERSEC; a refusal
*>--- is itself a STATELOG record, and the alert queue hears of it
    move utility-operator to operator-check-id.
    set role-state-repair to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       display operator-refusal-reason " - CHANGE REFUSED"
       move spaces    to log-old-work log-new-work
       move "REFUSED" to log-disposition-work
       perform 8000-write-state-log thru 8000-write-state-log-ex

       move "OPER-REFUSED" to alert-condition
       move spaces         to alert-source
       move "WARN"         to alert-severity
       move "TICKET"       to alert-action
       move zero           to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "STATE REPAIR REFUSED: " delimited by size
              operator-refusal-reason  delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    else
       move "APPLIED" to log-disposition-work
    end-if.

7400-check-operator-ex.
    exit.

8000-write-state-log.

    open extend state-log.
    move log-action-work  to sl-action.
    move log-old-work     to sl-old-value.
    move log-new-work     to sl-new-value.
    move log-disposition-work to sl-disposition.
    write state-log-record.
    close state-log.

8000-write-state-log-ex.
    exit.

copy "alert-queue.cbl".
copy "operator-check.cbl".

end program state-utility.
