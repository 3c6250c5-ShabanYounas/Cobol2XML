*>--- night-cycle definition state (see cycledef-load): the CYCLEDEF
*>--- file loads whole; find-cycle-job looks up the job named in
*>--- cycle-def-check-job and leaves its row in cycle-def-found (zero
*>--- when the job is not defined)
01  cycle-def-status             pic x(02)  value spaces.
01  cycle-def-switches.
    05  cycle-def-eof-switch     pic x(01)  value "N".
        88  end-of-cycle-def                value "Y".
    05  cycle-def-loaded-switch  pic x(01)  value "N".
        88  cycle-def-loaded                value "Y".
01  cycle-def-count              pic 9(02)  value zero.
01  cycle-def-table.
    05  cycle-def-entry          occurs 60 times.
        10  cfe-job-name         pic x(08).
        10  cfe-prereq-job       pic x(08)  occurs 8 times.
        10  cfe-job-desc         pic x(30).
01  cycle-def-sub                pic 9(02)  value zero.
01  cycle-def-found              pic 9(02)  value zero.
01  cycle-prereq-sub             pic 9(02)  value zero.
01  cycle-def-check-job          pic x(08)  value spaces.
