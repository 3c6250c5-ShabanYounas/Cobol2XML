*>--- operator security state (see operator-check): the OPERSEC file
*>--- loads whole at start-up. to check an id a program moves it to
*>--- operator-check-id, sets the function's role condition on
*>--- operator-check-role and performs check-operator-role; on a
*>--- refusal operator-refusal-reason says why. no file means nobody
*>--- is authorized - a guarded function never opens up because its
*>--- security table went missing
01  operator-file-status         pic x(02)  value spaces.
01  operator-load-eof-switch     pic x(01)  value "N".
    88  operator-load-eof                   value "Y".
01  operator-entry-count         pic 9(03)  value zero.
01  operator-table.
    05  operator-entry           occurs 200 times.
        10  oe-operator-id       pic x(08).
        10  oe-status            pic x(01).
        10  oe-role              pic x(01)  occurs 10 times.
01  operator-sub                 pic 9(03)  value zero.
01  operator-found-sub           pic 9(03)  value zero.

01  operator-check-id            pic x(08)  value spaces.
01  operator-check-role          pic 9(02)  value zero.
    88  role-force-override                 value 1.
    88  role-hand-release                   value 2.
    88  role-backout                        value 3.
    88  role-state-repair                   value 4.
    88  role-period-control                 value 5.
    88  role-ref-maker                      value 6.
    88  role-ref-checker                    value 7.
    88  role-audit-signoff                  value 8.
    88  role-limit-approve                  value 9.
    88  role-reject-repair                  value 10.
01  operator-check-switch        pic x(01)  value "N".
    88  operator-authorized                 value "Y".
01  operator-refusal-reason      pic x(60)  value spaces.
