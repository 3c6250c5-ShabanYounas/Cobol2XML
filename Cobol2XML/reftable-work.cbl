*>--- sequential reference-table state (see reftable-io): CURRTAB,
*>--- ALRULES, CALENDAR, ITEMLIM and the code-page tables are small
*>--- fixed-layout files, so a change to one loads it whole, looks the
*>--- key up, alters the entry in storage and writes the file back.
*>--- the key is the front of each record - currency code (3), alert
*>--- condition plus source (20), calendar run date plus source (16),
*>--- limit source, currency and account or class (23), code-page
*>--- byte value (3)
01  ref-table-status             pic x(02)  value spaces.
01  ref-table-switches.
    05  ref-table-loaded-sw      pic x(01)  value "N".
        88  ref-table-loaded                value "Y".
    05  ref-table-eof-sw         pic x(01)  value "N".
        88  end-of-ref-table                value "Y".
    05  ref-entry-found-sw       pic x(01)  value "N".
        88  ref-entry-found                 value "Y".
    05  ref-table-saved-sw       pic x(01)  value "N".
        88  ref-table-saved                 value "Y".
01  ref-table-name               pic x(08)  value spaces.
01  ref-key-length               pic 9(02)  value zero.
01  ref-record-length            pic 9(02)  value zero.
01  ref-search-key               pic x(24)  value spaces.
01  ref-table-count              pic 9(05)  value zero.
01  ref-table-sub                pic 9(05)  value zero.
01  ref-found-sub                pic 9(05)  value zero.
01  ref-table-image.
    05  ref-table-line           pic x(40)  occurs 5000 times.
