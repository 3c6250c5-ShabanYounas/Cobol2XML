    end-string.
    write xml-doc-record.

*>--- the reporting-currency equivalent rides alongside the amount
*>--- once the item is valued; a held valuation says so, and an item
*>--- never valued (bypassed, or from before valuation) carries none
    if to-valuation-state = "V"
       move to-reporting-amount to xml-reporting-edited
       move to-fx-rate          to xml-rate-edited
       move spaces to xml-doc-record
       string '      <reporting rate="' delimited by size
              xml-rate-edited           delimited by size
              '" rate-date="'           delimited by size
              to-fx-rate-date           delimited by size
              '">'                      delimited by size
              xml-reporting-edited      delimited by size
              '</reporting>'            delimited by size
              into xml-doc-record
       end-string
       write xml-doc-record
    else
    if to-valuation-state = "H"
       move '      <reporting status="HELD"/>' to xml-doc-record
       write xml-doc-record
    end-if
    end-if.

    move "    </item>" to xml-doc-record.
    write xml-doc-record.

