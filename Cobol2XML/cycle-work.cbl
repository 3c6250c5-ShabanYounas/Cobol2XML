01  cycle-status-status          pic x(02)  value spaces.
01  cycle-job-name               pic x(08)  value spaces.
01  cycle-run-date               pic x(08)  value spaces.
*>--- the night a stamp goes under is the cycle's night, not the wall
*>--- clock's (see 9060-set-cycle-night): the head job opens it and
*>--- every job after it - before or after midnight - joins it
copy "cycle-head.cbl".
01  cycle-today                  pic x(08)  value spaces.
01  cycle-yesterday              pic x(08)  value spaces.
01  cycle-head-date              pic x(08)  value spaces.
01  cycle-head-state             pic x(01)  value spaces.
01  cycle-day-integer            pic 9(08)  value zero.
01  cycle-day-number             pic 9(08)  value zero.
01  cycle-time-now               pic x(06)  value spaces.
01  cycle-message                pic x(40)  value spaces.
01  cycle-record-count           pic 9(07)  value zero.
