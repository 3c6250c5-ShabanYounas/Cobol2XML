*>--- unbalanced file stops being inadvisable and becomes impossible.
*>--- every release writes a permanent RELLOG record per feed - the
*>--- who/when/what of everything that ever reached posting.
*>--- an item batch-convert marked over its single-item limit is proved
*>--- with the rest - it is in the count and the hash - but is not
*>--- copied: it goes to the limit hold file instead, and the night
*>--- balances as released plus held. a held item a second operator
*>--- has approved on LIMAPPR goes out on the next release, ahead of
*>--- the night's own file on RELOUT, as a supplementary release with
*>--- RELLOG records of its own. every hold record flows to LIMREDO -
*>--- which the job makes the new hold file - with the night's new
*>--- holds after it. a hold is known by the item's own id - the feed
*>--- date and source it arrived under and its place in that feed (its
*>--- lineage id) - never by where it sits on TRANSOUT, which a backout
*>--- re-cut moves; a gate run again over the same items finds them
*>--- already on file, held or decided, and does not hold them twice.
*>--- SYSIN control card (optional):
*>---     OPERATOR=xxxxxxxx   who authorized a hand-run release
*>---                         (default SCHED, the scheduler)
*>--- a named operator must be active on OPERSEC with the hand-release
*>--- role; anyone else is refused - nothing is released, the attempt
*>--- goes on RELLOG marked refused and the alert queue is told
environment division.
input-output section.
file-control.
        assign to "RELLOG"
        organization is line sequential.

*>--- single-item limit holds (see limhold-record); optional - the
*>--- first night there is nothing held yet
    select optional limit-hold
        assign to "LIMHOLD"
        organization is line sequential
        file status is limit-hold-status.

    select limit-redo
        assign to "LIMREDO"
        organization is line sequential.

*>--- operator security file (see operator-check)
    select operator-file
        assign to "OPERSEC"
        organization is line sequential
        file status is operator-file-status.

    select gate-parms
        assign to "SYSIN"
        organization is line sequential
        organization is line sequential
        file status is cycle-status-status.

*>--- item lineage history (see lineage-record) - reaching posting is
*>--- the event every item's story waits on; optional, never holds up
*>--- the release
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
fd  trans-out.
copy "ctltotal-record.cbl".

fd  released-out.
01  released-out-record          pic x(480).

fd  release-log.
copy "rellog-record.cbl".

fd  limit-hold.
copy "limhold-record.cbl".

fd  limit-redo.
01  limit-redo-record            pic x(604).

fd  operator-file.
copy "opersec-record.cbl".

fd  gate-parms.
01  gate-parms-record            pic x(80).
fd  cycle-status.
copy "cyclestat-record.cbl".

fd  lineage-file.
copy "lineage-record.cbl".

working-storage section.
copy "cycle-work.cbl".
copy "alert-work.cbl".
copy "hash-work.cbl".
copy "opersec-work.cbl".
copy "lineage-work.cbl".

01  gate-switches.
    05  trans-out-eof-switch     pic x(01)  value "N".
        88  end-of-control-total            value "Y".
    05  parms-eof-switch         pic x(01)  value "N".
        88  end-of-parms                    value "Y".
    05  operator-card-switch     pic x(01)  value "N".
        88  operator-card-given             value "Y".
    05  gate-refused-switch      pic x(01)  value "N".
        88  gate-refused                    value "Y".
    05  limit-hold-eof-switch    pic x(01)  value "N".
        88  end-of-limit-hold               value "Y".
    05  held-key-found-switch    pic x(01)  value "N".
        88  held-key-on-file                value "Y".

01  control-total-status         pic x(02)  value spaces.
01  limit-hold-status            pic x(02)  value spaces.
01  gate-parms-status            pic x(02)  value spaces.
01  parm-keyword                 pic x(20)  value spaces.
01  parm-value                   pic x(20)  value spaces.

01  gate-operator-id             pic x(08)  value "SCHED".
01  gate-run-date                pic x(08)  value spaces.
01  release-disposition          pic x(08)  value "RELEASED".

01  actual-record-count          pic 9(07)  value zero.
01  expected-record-count        pic 9(07)  value zero.
01  released-record-count        pic 9(07)  value zero.
01  held-record-count            pic 9(07)  value zero.
01  supplement-record-count      pic 9(07)  value zero.
01  limit-hold-read-count        pic 9(07)  value zero.
*>--- an item's place on tonight's TRANSOUT - the hold id only of an
*>--- item from before lineage ids were kept
01  trans-out-position           pic 9(07)  value zero.
*>--- the id an item is held and decided under: its lineage id - feed
*>--- date, source and place in the feed it arrived in
01  hold-id-work.
    05  hid-feed-date            pic x(08)  value spaces.
    05  hid-source-system        pic x(08)  value spaces.
    05  hid-sequence             pic 9(07)  value zero.
01  hold-id-display              pic x(25)  value spaces.
01  ctl-entry-count              pic 9(02)  value zero.
01  ctl-record-count             pic 9(07)  value zero.
01  ctl-reject-count             pic 9(05)  value zero.
        10  cte-records          pic 9(07).
        10  cte-rejects          pic 9(05).
        10  cte-hash             pic 9(16).
        10  cte-held             pic 9(07).

*>--- approved holds released tonight, by the feed they belong to -
*>--- one supplementary RELLOG record each
01  supplement-feed-count        pic 9(02)  value zero.
01  supplement-feed-table.
    05  supplement-feed          occurs 50 times
                                  indexed by supp-idx.
        10  spf-feed-date        pic x(08).
        10  spf-source           pic x(08).
        10  spf-records          pic 9(07).
        10  spf-hash             pic 9(16).
01  supplement-found-sub         pic 9(02)  value zero.
01  supplement-overflow-count    pic 9(07)  value zero.

*>--- hold ids already on file for tonight's feeds - a gate run again
*>--- over the same items must not hold the same item twice
01  held-key-count               pic 9(04)  value zero.
01  held-key-table.
    05  held-key-entry           occurs 2000 times
                                  indexed by held-key-idx.
        10  hke-feed-date        pic x(08).
        10  hke-source-system    pic x(08).
        10  hke-sequence         pic 9(07).
01  limit-amount-edited          pic z(12)9.99.

01  report-line                  pic x(80).

    end-string.
    write gate-report-record from report-line.

*>--- the scheduler's own release needs no card; a hand release names
*>--- a person, and that person has to be on OPERSEC to release
    if operator-card-given
       perform 1300-check-operator thru 1300-check-operator-ex
    end-if.

    open input control-total.
    if control-total-status = "00"
       perform 1200-read-control-total thru 1200-read-control-total-ex
       write gate-report-record from report-line
       set gate-failed to true
       set end-of-trans-out to true
    else
    if gate-refused
       set gate-failed to true
       set end-of-trans-out to true
    else
       perform varying ctl-idx from 1 by 1
               until ctl-idx > ctl-entry-count
             = ctl-record-count - ctl-reject-count
       open input trans-out
       perform 2100-read-trans-out thru 2100-read-trans-out-ex
    end-if
    end-if.

1000-initialize-ex.
       evaluate parm-keyword
          when "OPERATOR"
               move parm-value(1:8) to gate-operator-id
               set operator-card-given to true
          when other
               display "RELEASE-GATE: UNRECOGNIZED CONTROL CARD: "
                       gate-parms-record
       move ct-record-count   to cte-records( ctl-idx )
       move ct-reject-count   to cte-rejects( ctl-idx )
       move ct-hash-total     to cte-hash( ctl-idx )
       move zero              to cte-held( ctl-idx )
    end-if.

1200-read-control-total-ex.
    exit.

1300-check-operator.

    perform load-operator-table thru load-operator-table-ex.
    move gate-operator-id to operator-check-id.
    set role-hand-release to true.
    perform check-operator-role thru check-operator-role-ex.

    if not operator-authorized
       set gate-refused to true
       move spaces to report-line
       string "RELEASE REFUSED - "    delimited by size
              operator-refusal-reason delimited by size
              into report-line
       end-string
       write gate-report-record from report-line
       display "RELEASE-GATE: " report-line
    end-if.

1300-check-operator-ex.
    exit.

2000-prove-trans-out.

    add 1 to actual-record-count.
       move "*** NOTHING RELEASED - POSTING HAS NO FILE TO READ ***"
            to report-line
       write gate-report-record from report-line
*>--- a refused hand release still leaves its trace on RELLOG - who
*>--- tried, when, and which feeds they tried to push through
       if gate-refused
          move "REFUSED" to release-disposition
          perform 3200-write-release-log
             thru 3200-write-release-log-ex
       end-if
    else
*>--- the file proved out against its own controls: the approved
*>--- holds go to the released dataset - the only dataset posting can
*>--- see - first (working the hold file also tells the copy which
*>--- items are already on it), then the night's file less the items
*>--- held over their limit; then cut the permanent release records
       open output released-out
       open output limit-redo
       move "RELGATE" to lineage-job-name
       perform open-lineage thru open-lineage-ex
       perform 3300-work-limit-hold thru 3300-work-limit-hold-ex
       perform 3100-copy-to-released thru 3100-copy-to-released-ex
       close released-out
       close limit-redo
       perform close-lineage thru close-lineage-ex
       perform 3200-write-release-log thru 3200-write-release-log-ex
       perform 3250-write-supplement-log
          thru 3250-write-supplement-log-ex

       move spaces to report-line
       string "RELEASED "            delimited by size
              into report-line
       end-string
       write gate-report-record from report-line

       move spaces to report-line
       string "RELEASED "            delimited by size
              released-record-count  delimited by size
              " + HELD OVER LIMIT "  delimited by size
              held-record-count      delimited by size
              " = PROVED "           delimited by size
              actual-record-count    delimited by size
              into report-line
       end-string
       write gate-report-record from report-line

       if held-record-count > 0
          move spaces to report-line
          string "HELD OVER SINGLE-ITEM LIMIT: " delimited by size
                 held-record-count              delimited by size
                 " - ON LIMHOLD, DECIDE WITH LIMAPPR"
                                                delimited by size
                 into report-line
          end-string
          write gate-report-record from report-line
       end-if

       if supplement-record-count > 0
          move spaces to report-line
          string "SUPPLEMENTARY RELEASE: "  delimited by size
                 supplement-record-count    delimited by size
                 " APPROVED ITEM(S) ACROSS " delimited by size
                 supplement-feed-count      delimited by size
                 " FEED(S)"                 delimited by size
                 into report-line
          end-string
          write gate-report-record from report-line
       end-if
    end-if.

3000-release-or-refuse-ex.
3100-copy-to-released.

    open input trans-out.
    move "N" to trans-out-eof-switch.
    move zero to trans-out-position.

    perform 3150-copy-one-record thru 3150-copy-one-record-ex
        until end-of-trans-out.

    close trans-out.

3100-copy-to-released-ex.
    exit.
            set end-of-trans-out to true
    end-read.

    if end-of-trans-out
       go to 3150-copy-one-record-ex
    end-if.
    add 1 to trans-out-position.

    if to-limit-held
       perform 3160-hold-one-record thru 3160-hold-one-record-ex
    else
       add 1 to released-record-count
       write released-out-record from trans-out-record
       move "RELEASED" to lineage-event-type
       perform 3400-record-lineage thru 3400-record-lineage-ex
    end-if.

3150-copy-one-record-ex.
    exit.

3160-hold-one-record.

*>--- proved, accounted for, not released: the item waits on the hold
*>--- file for its decision. one already on file from an earlier gate
*>--- run tonight stays as it is - held, or decided
    add 1 to held-record-count.
    perform varying ctl-idx from 1 by 1
            until ctl-idx > ctl-entry-count
       if cte-feed-date( ctl-idx ) = to-feed-date
                and cte-source( ctl-idx ) = to-source-system
          add 1 to cte-held( ctl-idx )
       end-if
    end-perform.

    perform 3170-set-hold-id thru 3170-set-hold-id-ex.

    move "N" to held-key-found-switch.
    perform varying held-key-idx from 1 by 1
            until held-key-idx > held-key-count
       if hke-feed-date( held-key-idx ) = hid-feed-date
                and hke-source-system( held-key-idx ) = hid-source-system
                and hke-sequence( held-key-idx ) = hid-sequence
          set held-key-on-file to true
       end-if
    end-perform.

    move to-limit-ceiling to limit-amount-edited.
    move spaces to report-line.
    string "HELD "             delimited by size
           hold-id-display     delimited by space
           " ACCT "            delimited by size
           to-internal-account delimited by size
           " CEILING "         delimited by size
           limit-amount-edited delimited by size
           into report-line
    end-string.
    write gate-report-record from report-line.

    if held-key-on-file
       go to 3160-hold-one-record-ex
    end-if.

    move spaces              to limit-hold-record.
    move trans-out-record    to lh-trans-image.
    move hid-feed-date       to lh-feed-date.
    move hid-sequence        to lh-sequence.
    move hid-source-system   to lh-source-system.
    set lh-status-held       to true.
    move gate-run-date       to lh-held-date.
    move gate-operator-id    to lh-held-by.
    write limit-redo-record from limit-hold-record.

    move "LIMHELD" to lineage-event-type.
    perform 3400-record-lineage thru 3400-record-lineage-ex.

3160-hold-one-record-ex.
    exit.

3170-set-hold-id.

*>--- the item's lineage id is its hold id; an item from before lineage
*>--- was kept has none and is held by its feed and TRANSOUT place, as
*>--- holds always were
    if to-lineage-id not = spaces and to-lineage-id(17:7) numeric
       move to-lineage-id    to hold-id-work
    else
       move to-feed-date       to hid-feed-date
       move to-source-system   to hid-source-system
       move trans-out-position to hid-sequence
    end-if.

    move spaces to hold-id-display.
    string hid-feed-date     delimited by size
           "/"               delimited by size
           hid-source-system delimited by space
           "/"               delimited by size
           hid-sequence      delimited by size
           into hold-id-display
    end-string.

3170-set-hold-id-ex.
    exit.

3200-write-release-log.

    open extend release-log.
       move cte-records( ctl-idx )   to rel-record-count
       move cte-rejects( ctl-idx )   to rel-reject-count
       move cte-hash( ctl-idx )      to rel-hash-total
       move release-disposition      to rel-disposition
       move cte-held( ctl-idx )      to rel-held-count
       write release-log-record
    end-perform.
    if ctl-entry-count = 0
       move gate-run-date            to rel-release-date
       move function current-date(9:6) to rel-release-time
       move gate-operator-id         to rel-operator-id
       move spaces                   to rel-feed-date rel-source-system
       move zero                     to rel-record-count
                                        rel-reject-count rel-hash-total
                                        rel-held-count
       move release-disposition      to rel-disposition
       write release-log-record
    end-if.
    close release-log.

3200-write-release-log-ex.
    exit.

3250-write-supplement-log.

*>--- one SUPPLEM record per feed whose approved holds went out
*>--- tonight, with just those items' count and hash
    if supplement-feed-count = 0
       go to 3250-write-supplement-log-ex
    end-if.

    open extend release-log.
    perform varying supp-idx from 1 by 1
            until supp-idx > supplement-feed-count
       move gate-run-date             to rel-release-date
       move function current-date(9:6) to rel-release-time
       move gate-operator-id          to rel-operator-id
       move spf-feed-date( supp-idx ) to rel-feed-date
       move spf-source( supp-idx )    to rel-source-system
       move spf-records( supp-idx )   to rel-record-count
       move zero                      to rel-reject-count
                                         rel-held-count
       move spf-hash( supp-idx )      to rel-hash-total
       move "SUPPLEM"                 to rel-disposition
       write release-log-record
    end-perform.
    close release-log.

3250-write-supplement-log-ex.
    exit.

3300-work-limit-hold.

*>--- every hold record is carried to LIMREDO. an approved one - or one
*>--- already released by an earlier gate run today, whose RELOUT that
*>--- run's re-cut has replaced - goes out to posting now
    move "N" to limit-hold-eof-switch.
    open input limit-hold.
    if limit-hold-status not = "00"
       if limit-hold-status = "05"
          close limit-hold
       end-if
       go to 3300-work-limit-hold-ex
    end-if.

    perform 3350-work-one-hold thru 3350-work-one-hold-ex
        until end-of-limit-hold.
    close limit-hold.

    if supplement-overflow-count > 0
       move spaces to report-line
       string "*** "                      delimited by size
              supplement-overflow-count   delimited by size
              " SUPPLEMENTARY ITEM(S) BEYOND 50 FEEDS - NOT ON RELLOG"
                                          delimited by size
              into report-line
       end-string
       write gate-report-record from report-line
    end-if.

3300-work-limit-hold-ex.
    exit.

3350-work-one-hold.

    read limit-hold
        at end
            set end-of-limit-hold to true
    end-read.

    if end-of-limit-hold
       go to 3350-work-one-hold-ex
    end-if.
    add 1 to limit-hold-read-count.

*>--- the feed an item rides on TRANSOUT is the one on its image - a
*>--- reprocessed reject's lineage id names the feed it first arrived in
    move lh-trans-image to trans-out-record.
    perform varying ctl-idx from 1 by 1
            until ctl-idx > ctl-entry-count
       if cte-feed-date( ctl-idx ) = to-feed-date
                and cte-source( ctl-idx ) = to-source-system
          if held-key-count < 2000
             add 1 to held-key-count
             move lh-feed-date     to hke-feed-date( held-key-count )
             move lh-source-system to hke-source-system( held-key-count )
             move lh-sequence      to hke-sequence( held-key-count )
          end-if
       end-if
    end-perform.

    if lh-status-approved
             or (lh-status-released and lh-released-date = gate-run-date)
       move lh-trans-image to trans-out-record
       write released-out-record from trans-out-record
       move "SUPPLEM" to lineage-event-type
       perform 3400-record-lineage thru 3400-record-lineage-ex
       add 1 to supplement-record-count
       perform 3360-add-to-supplement thru 3360-add-to-supplement-ex
       set lh-status-released to true
       move gate-run-date to lh-released-date

       move spaces to report-line
       string "SUPPLEMENT "       delimited by size
              lh-feed-date        delimited by size
              "/"                 delimited by size
              lh-source-system    delimited by space
              "/"                 delimited by size
              lh-sequence         delimited by size
              " APPROVED BY "     delimited by size
              lh-decided-by       delimited by size
              into report-line
       end-string
       write gate-report-record from report-line
    end-if.

    write limit-redo-record from limit-hold-record.

3350-work-one-hold-ex.
    exit.

3360-add-to-supplement.

    move zero to supplement-found-sub.
    perform varying supp-idx from 1 by 1
            until supp-idx > supplement-feed-count
       if spf-feed-date( supp-idx ) = to-feed-date
                and spf-source( supp-idx ) = to-source-system
          set supplement-found-sub to supp-idx
       end-if
    end-perform.

    if supplement-found-sub = zero
       if supplement-feed-count >= 50
          add 1 to supplement-overflow-count
          go to 3360-add-to-supplement-ex
       end-if
       add 1 to supplement-feed-count
       move supplement-feed-count to supplement-found-sub
       set supp-idx to supplement-found-sub
       move to-feed-date     to spf-feed-date( supp-idx )
       move to-source-system to spf-source( supp-idx )
       move zero             to spf-records( supp-idx )
                                spf-hash( supp-idx )
    end-if.
    set supp-idx to supplement-found-sub.

    add 1 to spf-records( supp-idx ).
    move to-amount-number to hash-amount-int.
    compute hash-work = spf-hash( supp-idx ) + to-account-number
                      + hash-amount-int + to-reference-number.
    divide hash-work by hash-modulus giving hash-quotient
           remainder spf-hash( supp-idx ).

3360-add-to-supplement-ex.
    exit.

3400-record-lineage.

*>--- the caller stages the event type and leaves the item in the
*>--- TRANSOUT record area; the detail names the feed it went out
*>--- with and how it stood, so a reversal or a repaired item reads
*>--- apart from the original in the same story
    move to-lineage-id    to lineage-event-id.
    move to-account-id    to lineage-event-account.
    move to-reference     to lineage-event-reference.
    move gate-operator-id to lineage-event-operator.
    move spaces           to lineage-event-related.
    move spaces           to lineage-event-detail.
    string "FEED "            delimited by size
           to-feed-date       delimited by size
           " "                delimited by size
           to-source-system   delimited by size
           " "                delimited by size
           to-status          delimited by size
           into lineage-event-detail
    end-string.
    perform record-lineage-event thru record-lineage-event-ex.

3400-record-lineage-ex.
    exit.

9000-terminate.

    close gate-report.

    if gate-refused
       move 8 to return-code
       move "OPER-REFUSED" to alert-condition
       move spaces         to alert-source
       move "WARN"         to alert-severity
       move "TICKET"       to alert-action
       move zero           to alert-threshold
       perform find-alert-rule thru find-alert-rule-ex
       move spaces to alert-message
       string "HAND RELEASE REFUSED: " delimited by size
              operator-refusal-reason  delimited by size
              into alert-message
       end-string
       perform raise-alert thru raise-alert-ex
    else
    if gate-failed
       move 8 to return-code
       move "RELEASE-FAIL" to alert-condition
       move "RELEASE GATE REFUSED TRANSOUT - POSTING HAS NO FILE"
            to alert-message
       perform raise-alert thru raise-alert-ex
    end-if
    end-if.

    compute cycle-record-count
          = released-record-count + supplement-record-count.
    if gate-refused
       move "RELEASE REFUSED - OPERATOR NOT AUTHORIZED"
            to cycle-message
    else
    if gate-failed
       move "RELEASE REFUSED - FILE DID NOT PROVE OUT"
            to cycle-message
    else
       move "TRANSOUT RELEASED TO POSTING" to cycle-message
    end-if
    end-if.
    perform 9020-stamp-cycle-end thru 9020-stamp-cycle-end-ex.

copy "hash-accumulate.cbl".
copy "alert-queue.cbl".
copy "cycle-stamp.cbl".
copy "operator-check.cbl".
copy "lineage-write.cbl".

end program release-gate.
