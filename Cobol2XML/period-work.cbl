*>--- accounting period state (see period-check): the PERIODS file
*>--- loads whole at start-up. to ask about a date a program moves it
*>--- to period-check-date and performs find-period; period-check-
*>--- status comes back O/L/C, or "O" for a date no period covers -
*>--- with no period file every date is open, the rule before period
*>--- control existed
01  period-file-status           pic x(02)  value spaces.
01  period-load-eof-switch       pic x(01)  value "N".
    88  period-load-eof                     value "Y".
01  period-entry-count           pic 9(03)  value zero.
01  period-table.
    05  period-entry             occurs 240 times.
        10  pe-period-id         pic x(06).
        10  pe-start-date        pic x(08).
        10  pe-end-date          pic x(08).
        10  pe-status            pic x(01).
        10  pe-status-date       pic x(08).
        10  pe-status-operator   pic x(08).
01  period-sub                   pic 9(03)  value zero.
01  period-found-sub             pic 9(03)  value zero.

01  period-check-date            pic x(08)  value spaces.
01  period-check-id              pic x(06)  value spaces.
01  period-check-status          pic x(01)  value "O".
    88  period-check-open                   value "O".
    88  period-check-locked                 value "L" "C".
01  period-open-start-date       pic x(08)  value spaces.
