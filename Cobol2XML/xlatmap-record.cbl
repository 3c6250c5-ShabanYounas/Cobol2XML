*>--- one record of the XLATMAP partner mapping definition (see
*>--- feed-translate) - how a partner that cannot send the fixed
*>--- TRANSIN layout lays out its own file. per partner, one "F"
*>--- format record and one "M" record per field it carries. taking
*>--- on a new delimited or XML partner is editing this file, not a
*>--- recompile.
*>--- the format record: CSV or XML; for CSV the delimiter (blank
*>--- means comma, T a tab), the column-title lines to skip and the
*>--- value in column 1 that marks the partner's own control/total
*>--- row; for XML the element that wraps each item; the partner's
*>--- date layout (YYYYMMDD, DD/MM/YYYY, YYYY-MM-DD ... - blank means
*>--- YYYYMMDD), the record-type value that marks an adjustment, any
*>--- thousands separator its amounts carry, and the code page to stamp
*>--- on the header (blank - the partner master's default)
*>--- a field record: which TRANSIN field it fills - ACCOUNT, AMOUNT,
*>--- REFERENCE, CURRENCY, VALUEDATE, TARGETBASE, RECTYPE, ORIGDATE
*>--- (an adjustment's original feed date), or the feed-level FEEDDATE
*>--- and ITEMCOUNT (the partner's own item total) - found by CSV
*>--- column number or XML element name; the base the partner writes
*>--- the value in (ACCOUNT, AMOUNT and REFERENCE), and a value to use
*>--- where the partner leaves it out (a partner-wide currency, say).
*>--- on a CSV file FEEDDATE and ITEMCOUNT are columns of the control
*>--- row; on an XML file they are elements outside the items
01  xlate-map-record.
    05  xm-source-system         pic x(08).
    05  xm-record-type           pic x(01).
        88  xm-format-record                value "F".
        88  xm-field-record                 value "M".
    05  xm-record-body           pic x(71).
    05  xm-format-view redefines xm-record-body.
        10  xm-file-format       pic x(03).
            88  xm-format-csv               value "CSV".
            88  xm-format-xml               value "XML".
        10  xm-delimiter         pic x(01).
        10  xm-skip-lines        pic 9(01).
        10  xm-control-tag       pic x(10).
        10  xm-item-element      pic x(20).
        10  xm-date-format       pic x(10).
        10  xm-adjust-value      pic x(10).
        10  xm-thousands-char    pic x(01).
        10  xm-code-page         pic x(08).
        10  filler               pic x(07).
    05  xm-field-view redefines xm-record-body.
        10  xm-target-field      pic x(10).
        10  xm-column            pic 9(02).
        10  xm-element           pic x(20).
        10  xm-field-base        pic 9(02).
        10  xm-default-value     pic x(10).
        10  filler               pic x(27).
