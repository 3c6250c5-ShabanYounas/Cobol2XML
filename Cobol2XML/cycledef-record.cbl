*>--- one job of the night cycle on the CYCLEDEF definition file: the
*>--- job name as it stamps the status board, up to eight jobs that
*>--- must have completed ("C" on the board) for the same run date
*>--- before it may start, and a short description for the inquiry.
*>--- a job with no prerequisites heads the cycle; a job missing
*>--- from the file is not guarded. changing the cycle's shape is
*>--- editing this file, not a JCL change
01  cycle-definition-record.
    05  cf-job-name              pic x(08).
    05  cf-prereq-list.
        10  cf-prereq-job        pic x(08)  occurs 8 times.
    05  cf-job-desc              pic x(30).
