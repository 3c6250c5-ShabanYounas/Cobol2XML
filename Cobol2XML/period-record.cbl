*>--- one accounting period on the PERIODS control file: its id
*>--- (YYYYMM), the first and last feed dates it covers, and where it
*>--- stands - open, closing (the close job is freezing its ACCTPOS
*>--- records) or closed (signed off; its positions are frozen and
*>--- nothing may change or restate them). the close job stamps who
*>--- moved it last and when; a closed period opens again only
*>--- through an authorized, logged reopen
01  period-record.
    05  pc-period-id             pic x(06).
    05  pc-start-date            pic x(08).
    05  pc-end-date              pic x(08).
    05  pc-status                pic x(01).
        88  pc-period-open                  value "O".
        88  pc-period-closing               value "L".
        88  pc-period-closed                value "C".
    05  pc-status-date           pic x(08).
    05  pc-status-operator       pic x(08).
