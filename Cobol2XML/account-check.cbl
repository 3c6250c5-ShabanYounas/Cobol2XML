open-account-files.

*>--- both files or neither - an item cannot be resolved through a
*>--- cross-reference to a master that is not there. the caller
*>--- decides what unavailable means to it
    move "N" to account-files-switch.
    open input account-master.
    open input account-xref.
    if account-master-status = "00" and account-xref-status = "00"
       set account-files-open to true
    else
       display "ACCOUNT MASTER/CROSS-REFERENCE UNAVAILABLE (STATUS "
               account-master-status "/" account-xref-status ")"
       if account-master-status = "00"
          close account-master
       end-if
       if account-xref-status = "00"
          close account-xref
       end-if
    end-if.

open-account-files-ex.
    exit.

close-account-files.

    if account-files-open
       close account-master
       close account-xref
       move "N" to account-files-switch
    end-if.

close-account-files-ex.
    exit.
