*>--- one requested reference-table change for ref-stage: the table,
*>--- add/change/delete, the date it is to take effect and the new
*>--- record exactly as the table holds it (a delete needs only the
*>--- key at the front). a change carries the full replacement
*>--- record, not a delta. the code-page tables are fixed at 256
*>--- entries, so they take changes only. part-master changes come
*>--- through part-maint in engineering's own layout
01  ref-tran-record.
    05  rt-table                 pic x(08).
    05  rt-action                pic x(01).
        88  rt-add-action                   value "A".
        88  rt-change-action                value "C".
        88  rt-delete-action                value "D".
    05  rt-effective-date        pic x(08).
    05  rt-record-image          pic x(80).
