01  xml-decimal-edited           pic 9(30).9(08).
01  xml-scaled-edited            pic 9(30).9(08).
01  xml-target-work              pic x(41)  value spaces.
01  xml-reporting-edited         pic 9(30).9(08).
01  xml-rate-edited              pic 9(08).9(10).
