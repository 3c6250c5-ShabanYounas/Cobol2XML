*>--- partner scorecard threshold: for one measure, the amber and red
*>--- limits a partner's month is judged against. source "*" is the
*>--- default for every partner without a limit of its own. a measure
*>--- with no limit at all is reported but not rated. ONTIME-PCT is a
*>--- floor (below the limit is worse); every other measure a ceiling
*>---     ONTIME-PCT    feeds received on time, % of those expected
*>---     REJECT-PCT    items rejected, % of items received
*>---     REPAIR-DAYS   median days from feed to corrected reject
*>---     CONF-BREAKS   confirmation breaks charged to the partner
*>---     ADJUSTMENTS   adjustment records sent
*>---     OVERRIDES     controls forced to let a feed run
*>---     RECALLS       feeds backed out
01  score-parm-record.
    05  sp-source-system         pic x(08).
    05  sp-measure               pic x(12).
    05  sp-amber-limit           pic 9(05)v9(02).
    05  sp-red-limit             pic 9(05)v9(02).
