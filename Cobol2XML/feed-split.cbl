copy "transin-record.cbl".

fd  part-out-1.
01  part-out-1-record            pic x(90).
fd  part-out-2.
01  part-out-2-record            pic x(90).
fd  part-out-3.
01  part-out-3-record            pic x(90).
fd  part-out-4.
01  part-out-4-record            pic x(90).
fd  part-out-5.
01  part-out-5-record            pic x(90).
fd  part-out-6.
01  part-out-6-record            pic x(90).
fd  part-out-7.
01  part-out-7-record            pic x(90).
fd  part-out-8.
01  part-out-8-record            pic x(90).

fd  split-control.
copy "splitctl-record.cbl".
01  partition-count              pic 9(01)  value 4.
01  deal-partition               pic 9(01)  value 1.
01  partition-sub                pic 9(01)  value zero.
01  split-record-work            pic x(90)  value spaces.

01  split-run-date               pic x(08)  value spaces.
01  feed-count                   pic 9(02)  value zero.
