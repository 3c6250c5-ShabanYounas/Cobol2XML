*>--- reference-change staging state (see refchg-stage): the caller
*>--- fills the stage-* fields and performs stage-change, which
*>--- gives the change the next id for the day and appends it to
*>--- PENDCHG as pending. load-pending-changes runs first - it finds
*>--- the day's last sequence and remembers every table/key that
*>--- already has a change open, so two makers cannot stage competing
*>--- values for the same key
01  pending-change-status        pic x(02)  value spaces.
01  pending-change-switches.
    05  pending-change-eof-sw    pic x(01)  value "N".
        88  end-of-pending-changes          value "Y".
    05  pending-change-usable-sw pic x(01)  value "N".
        88  pending-changes-usable          value "Y".
    05  pending-key-switch       pic x(01)  value "N".
        88  pending-key-open                value "Y".
01  pending-stage-date           pic x(08)  value spaces.
01  pending-next-seq             pic 9(05)  value 1.
01  pending-open-count           pic 9(04)  value zero.
01  pending-open-sub             pic 9(04)  value zero.
01  pending-open-table.
    05  pending-open-entry       occurs 1000 times.
        10  po-table             pic x(08).
        10  po-key               pic x(24).

01  stage-fields.
    05  stage-table              pic x(08).
    05  stage-action             pic x(01).
    05  stage-key                pic x(24).
    05  stage-before-image       pic x(80).
    05  stage-after-image        pic x(80).
    05  stage-effective-date     pic x(08).
    05  stage-maker              pic x(08).
01  staged-change-id             pic x(13)  value spaces.
