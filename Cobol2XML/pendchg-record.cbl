*>--- one staged reference-table change on the PENDCHG file: which
*>--- table and key, the live value when it was staged (before) and
*>--- the value wanted (after), the date it may go live, who made it
*>--- and who checked it. a change is applied only once a second,
*>--- different operator has approved it and its effective date has
*>--- come; rejected, expired and failed changes stay on the file as
*>--- history, the same as the applied ones. the id is the date it
*>--- was staged plus a sequence within that date.
*>--- tables: PARTMAST, CURRTAB, ALRULES, CALENDAR, CP037, CP500,
*>--- CP1047, ITEMLIM. the images are the table's own record layout
01  pending-change-record.
    05  pg-change-id.
        10  pg-made-date         pic x(08).
        10  pg-change-seq        pic 9(05).
    05  pg-table                 pic x(08).
    05  pg-action                pic x(01).
        88  pg-add-action                   value "A".
        88  pg-change-action                value "C".
        88  pg-delete-action                value "D".
    05  pg-key                   pic x(24).
    05  pg-before-image          pic x(80).
    05  pg-after-image           pic x(80).
    05  pg-effective-date        pic x(08).
    05  pg-maker                 pic x(08).
    05  pg-status                pic x(01).
        88  pg-pending                      value "P".
        88  pg-approved                     value "A".
        88  pg-live                         value "L".
        88  pg-rejected                     value "R".
        88  pg-expired                      value "E".
        88  pg-failed                       value "F".
        88  pg-open                         value "P" "A".
    05  pg-checker               pic x(08).
    05  pg-checked-date          pic x(08).
    05  pg-live-date             pic x(08).
    05  pg-live-time             pic x(06).
    05  pg-note                  pic x(40).
