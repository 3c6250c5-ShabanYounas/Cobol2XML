*>--- partner master state (see partner-check): a program opens
*>--- PARTNERS with open-partner-master, moves a source code to
*>--- ps-source-system and performs read-partner; partner-found says
*>--- whether the record is there. check-partner-item then edits the
*>--- staged TRANSIN detail against it the way a conversion edit does
01  partner-file-status          pic x(02)  value spaces.
01  partner-switches.
    05  partner-open-switch      pic x(01)  value "N".
        88  partner-master-open             value "Y".
    05  partner-found-switch     pic x(01)  value "N".
        88  partner-found                   value "Y".
    05  partner-currency-switch  pic x(01)  value "N".
        88  partner-currency-allowed        value "Y".
01  partner-sub                  pic 9(02)  value zero.
01  partner-check-field          pic x(12)  value spaces.
01  partner-check-base-x         pic x(02)  value spaces.
01  partner-check-base redefines partner-check-base-x
                                 pic 9(02).
