*>--- account maintenance transaction: one record per change to the
*>--- account master ("M") or to a partner's cross-reference entry
*>--- ("X"). an add or change carries the full replacement values, not
*>--- a delta. accounts are closed, never deleted; a cross-reference
*>--- entry may be deleted when a partner retires an identifier
01  account-tran-record.
    05  at-record-kind           pic x(01).
        88  at-master-kind                  value "M".
        88  at-xref-kind                    value "X".
    05  at-action                pic x(01).
        88  at-add-action                   value "A".
        88  at-change-action                value "C".
        88  at-delete-action                value "D".
    05  at-master-view.
        10  at-account-number    pic x(12).
        10  at-account-name      pic x(30).
        10  at-status            pic x(01).
            88  at-valid-status             value "O" "F" "C".
            88  at-closed-status            value "C".
        10  at-open-date         pic x(08).
        10  at-close-date        pic x(08).
        10  at-account-class     pic x(04).
    05  at-xref-view redefines at-master-view.
        10  at-source-system     pic x(08).
        10  at-account-base      pic x(02).
        10  at-partner-account   pic x(18).
        10  at-xref-account      pic x(12).
        10  filler               pic x(23).
