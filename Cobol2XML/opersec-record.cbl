*>--- one authorized operator on the OPERSEC security file: the id
*>--- typed on an OPERATOR= card (or at a support terminal), whether
*>--- the person is still active, and a Y/N flag per guarded function.
*>--- an id missing from the file, marked inactive, or without the
*>--- function's flag is refused - whoever can submit the job is no
*>--- longer, by that alone, allowed to push a control
01  operator-record.
    05  op-operator-id           pic x(08).
    05  op-operator-name         pic x(30).
    05  op-status                pic x(01).
        88  op-active                       value "A".
        88  op-inactive                     value "I".
    05  op-role-flags.
        10  op-role-override     pic x(01).
        10  op-role-release      pic x(01).
        10  op-role-backout      pic x(01).
        10  op-role-state        pic x(01).
        10  op-role-period       pic x(01).
        10  op-role-ref-maker    pic x(01).
        10  op-role-ref-checker  pic x(01).
        10  op-role-audit        pic x(01).
        10  op-role-limit        pic x(01).
        10  op-role-repair       pic x(01).
    05  op-role-table redefines op-role-flags.
        10  op-role              pic x(01)  occurs 10 times.
