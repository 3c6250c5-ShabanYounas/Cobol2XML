*>--- item lineage recording state (see lineage-write): a program
*>--- performs open-lineage once at start-up, and for each event fills
*>--- the lineage-event-* staging fields and performs record-lineage-
*>--- event; close-lineage at the end. like the alert queue, a history
*>--- that will not open only costs the history, never the work - the
*>--- events it could not take are counted on the console
01  lineage-status               pic x(02)  value spaces.
01  lineage-open-switch          pic x(01)  value "N".
    88  lineage-open                        value "Y".
01  lineage-written-switch       pic x(01)  value "N".
    88  lineage-written                     value "Y".
01  lineage-job-name             pic x(08)  value spaces.
01  lineage-event-count          pic 9(07)  value zero.
01  lineage-lost-count           pic 9(07)  value zero.

01  lineage-event-id             pic x(23)  value spaces.
01  lineage-event-type           pic x(08)  value spaces.
01  lineage-event-account        pic x(18)  value spaces.
01  lineage-event-reference      pic x(32)  value spaces.
01  lineage-event-operator       pic x(08)  value spaces.
01  lineage-event-related        pic x(23)  value spaces.
01  lineage-event-detail         pic x(60)  value spaces.
