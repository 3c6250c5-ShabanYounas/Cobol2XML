set-ref-table-shape.

*>--- key and record length for the table named in ref-table-name;
*>--- zero means the name is not a sequential reference table
    evaluate ref-table-name
       when "CURRTAB"
            move 3  to ref-key-length
            move 5  to ref-record-length
       when "ALRULES"
            move 20 to ref-key-length
            move 35 to ref-record-length
       when "CALENDAR"
            move 16 to ref-key-length
            move 30 to ref-record-length
       when "ITEMLIM"
            move 23 to ref-key-length
            move 38 to ref-record-length
       when "CP037"
       when "CP500"
       when "CP1047"
            move 3  to ref-key-length
            move 4  to ref-record-length
       when other
            move zero to ref-key-length ref-record-length
    end-evaluate.

set-ref-table-shape-ex.
    exit.

load-ref-table.

*>--- the whole table into ref-table-line, in file order. a table
*>--- that will not open, or overflows the area, is not loaded - and
*>--- then nothing may be written back over it
    move "N"    to ref-table-loaded-sw.
    move "N"    to ref-table-eof-sw.
    move zero   to ref-table-count.
    move spaces to ref-table-status.

    perform set-ref-table-shape thru set-ref-table-shape-ex.
    if ref-key-length = zero
       go to load-ref-table-ex
    end-if.

    evaluate ref-table-name
       when "CURRTAB"
            open input currency-file
       when "ALRULES"
            open input alert-rules
            move alert-rules-status to ref-table-status
       when "CALENDAR"
            open input calendar-file
       when "ITEMLIM"
            open input item-limit-file
       when "CP037"
            open input cp037-file
       when "CP500"
            open input cp500-file
       when "CP1047"
            open input cp1047-file
    end-evaluate.
    if ref-table-status not = "00"
       display "REFERENCE TABLE " ref-table-name
               " UNAVAILABLE (STATUS " ref-table-status ")"
       go to load-ref-table-ex
    end-if.

    perform read-ref-table-record thru read-ref-table-record-ex
        until end-of-ref-table.
    perform close-ref-table thru close-ref-table-ex.

    if ref-table-count < 5000
       set ref-table-loaded to true
    else
       display "REFERENCE TABLE " ref-table-name
               " OVERFLOWS 5000 ENTRIES - NOT MAINTAINABLE"
    end-if.

load-ref-table-ex.
    exit.

read-ref-table-record.

    if ref-table-count >= 5000
       set end-of-ref-table to true
       go to read-ref-table-record-ex
    end-if.

    evaluate ref-table-name
       when "CURRTAB"
            read currency-file
                at end set end-of-ref-table to true
            end-read
       when "ALRULES"
            read alert-rules
                at end set end-of-ref-table to true
            end-read
       when "CALENDAR"
            read calendar-file
                at end set end-of-ref-table to true
            end-read
       when "ITEMLIM"
            read item-limit-file
                at end set end-of-ref-table to true
            end-read
       when "CP037"
            read cp037-file
                at end set end-of-ref-table to true
            end-read
       when "CP500"
            read cp500-file
                at end set end-of-ref-table to true
            end-read
       when "CP1047"
            read cp1047-file
                at end set end-of-ref-table to true
            end-read
    end-evaluate.

    if not end-of-ref-table
       add 1 to ref-table-count
       evaluate ref-table-name
          when "CURRTAB"
               move currency-record to ref-table-line( ref-table-count )
          when "ALRULES"
               move alert-rule-record
                 to ref-table-line( ref-table-count )
          when "CALENDAR"
               move calendar-record to ref-table-line( ref-table-count )
          when "ITEMLIM"
               move item-limit-record
                 to ref-table-line( ref-table-count )
          when "CP037"
               move cp037-record    to ref-table-line( ref-table-count )
          when "CP500"
               move cp500-record    to ref-table-line( ref-table-count )
          when "CP1047"
               move cp1047-record   to ref-table-line( ref-table-count )
       end-evaluate
    end-if.

read-ref-table-record-ex.
    exit.

close-ref-table.

    evaluate ref-table-name
       when "CURRTAB"
            close currency-file
       when "ALRULES"
            close alert-rules
       when "CALENDAR"
            close calendar-file
       when "ITEMLIM"
            close item-limit-file
       when "CP037"
            close cp037-file
       when "CP500"
            close cp500-file
       when "CP1047"
            close cp1047-file
    end-evaluate.

close-ref-table-ex.
    exit.

find-ref-entry.

*>--- ref-search-key against the front of each loaded entry; a
*>--- deleted entry is blanked in storage and never matches
    move "N"  to ref-entry-found-sw.
    move zero to ref-found-sub.
    perform varying ref-table-sub from 1 by 1
            until ref-table-sub > ref-table-count or ref-entry-found
       if ref-table-line( ref-table-sub ) not = spaces
                and ref-table-line( ref-table-sub )(1:ref-key-length)
                    = ref-search-key(1:ref-key-length)
          set ref-entry-found to true
          move ref-table-sub to ref-found-sub
       end-if
    end-perform.

find-ref-entry-ex.
    exit.

save-ref-table.

*>--- writes the loaded table back whole, blanked (deleted) entries
*>--- dropped
    move "N" to ref-table-saved-sw.
    if not ref-table-loaded
       go to save-ref-table-ex
    end-if.

    evaluate ref-table-name
       when "CURRTAB"
            open output currency-file
       when "ALRULES"
            open output alert-rules
            move alert-rules-status to ref-table-status
       when "CALENDAR"
            open output calendar-file
       when "ITEMLIM"
            open output item-limit-file
       when "CP037"
            open output cp037-file
       when "CP500"
            open output cp500-file
       when "CP1047"
            open output cp1047-file
    end-evaluate.
    if ref-table-status not = "00"
       display "REFERENCE TABLE " ref-table-name
               " CANNOT BE REWRITTEN (STATUS " ref-table-status ")"
       go to save-ref-table-ex
    end-if.

    perform varying ref-table-sub from 1 by 1
            until ref-table-sub > ref-table-count
       if ref-table-line( ref-table-sub ) not = spaces
          evaluate ref-table-name
             when "CURRTAB"
                  write currency-record
                      from ref-table-line( ref-table-sub )
             when "ALRULES"
                  write alert-rule-record
                      from ref-table-line( ref-table-sub )
             when "CALENDAR"
                  write calendar-record
                      from ref-table-line( ref-table-sub )
             when "ITEMLIM"
                  write item-limit-record
                      from ref-table-line( ref-table-sub )
             when "CP037"
                  write cp037-record
                      from ref-table-line( ref-table-sub )
             when "CP500"
                  write cp500-record
                      from ref-table-line( ref-table-sub )
             when "CP1047"
                  write cp1047-record
                      from ref-table-line( ref-table-sub )
          end-evaluate
       end-if
    end-perform.
    perform close-ref-table thru close-ref-table-ex.
    set ref-table-saved to true.

save-ref-table-ex.
    exit.
