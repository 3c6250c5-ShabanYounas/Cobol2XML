01  check-mod                   pic 9(02)  value zero.
01  check-digit-input           pic x(01)  value space.

*>--- value-date edit scratch (see convert-detail)
01  value-date-days-ahead       pic s9(07) value zero.

*>--- hex-string-to-text decode scratch (see string-decode)
01  string-decode-work          pic x(32)  value spaces.
01  string-ascii-text           pic x(16)  value spaces.
