*>--- that now resolves against PARTMAST - engineering applied the
*>--- part - and prints the aging report of what is still outstanding.
*>--- the list is always current: run this right after the conversion
*>--- step, and after any ref-approve run
environment division.
input-output section.
file-control.
