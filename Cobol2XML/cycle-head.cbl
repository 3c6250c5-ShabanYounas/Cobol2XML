*>--- the job that opens each night on the status board: the one job
*>--- on CYCLEDEF with no prerequisites. cycle-stamp starts a new night
*>--- when it stamps, and cycle-inquiry reads the night from its entry
01  cycle-head-job               pic x(08)  value "REFAPPR".
