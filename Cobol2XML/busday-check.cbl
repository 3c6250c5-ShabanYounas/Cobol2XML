load-business-days.

*>--- collects the distinct run dates off CALENDAR. a missing calendar
*>--- is not an error - every weekday is then a business day, the same
*>--- fallback a date past the end of the calendar gets
    move zero   to business-day-count.
    move spaces to business-day-first business-day-last.
    move "N"    to business-day-eof-switch.

    open input calendar-file.
    if calendar-status not = "00"
       if calendar-status = "05"
          close calendar-file
       end-if
       display "PROCESSING CALENDAR UNAVAILABLE (STATUS "
               calendar-status ") - WEEKDAYS ARE BUSINESS DAYS"
       go to load-business-days-ex
    end-if.

    perform load-one-business-day thru load-one-business-day-ex
        until business-day-eof.
    close calendar-file.

load-business-days-ex.
    exit.

load-one-business-day.

    read calendar-file
        at end
            set business-day-eof to true
    end-read.
    if business-day-eof
       go to load-one-business-day-ex
    end-if.

    move "N" to business-day-switch.
    perform varying business-day-sub from 1 by 1
            until business-day-sub > business-day-count
               or business-day-found
       if business-day-entry( business-day-sub ) = cal-run-date
          set business-day-found to true
       end-if
    end-perform.
    if business-day-found
       go to load-one-business-day-ex
    end-if.

    if business-day-count >= 2000
       display "CALENDAR OVERFLOWS 2000 RUN DATES - REST IGNORED"
       set business-day-eof to true
       go to load-one-business-day-ex
    end-if.

    add 1 to business-day-count.
    move cal-run-date to business-day-entry( business-day-count ).
    if business-day-first = spaces or cal-run-date < business-day-first
       move cal-run-date to business-day-first
    end-if.
    if cal-run-date > business-day-last
       move cal-run-date to business-day-last
    end-if.

load-one-business-day-ex.
    exit.

check-business-day.

*>--- is business-day-date a business day? the answer is in
*>--- business-day-switch
    move "N" to business-day-switch.

    if business-day-count > 0
             and business-day-date not < business-day-first
             and business-day-date not > business-day-last
       perform varying business-day-sub from 1 by 1
               until business-day-sub > business-day-count
                  or business-day-found
          if business-day-entry( business-day-sub ) = business-day-date
             set business-day-found to true
          end-if
       end-perform
       go to check-business-day-ex
    end-if.

*>--- day 1 of the integer calendar (1601-01-01) was a monday, so the
*>--- remainder counts 0 for monday through 6 for sunday
    compute business-day-integer
          = function integer-of-date(
                function numval( business-day-date ) ).
    compute business-day-weekday
          = function mod( business-day-integer - 1, 7 ).
    if business-day-weekday < 5
       set business-day-found to true
    end-if.

check-business-day-ex.
    exit.

next-business-day.

*>--- rolls business-day-date forward a day at a time until it lands
*>--- on a business day - a date that already is one is left alone.
*>--- the roll is bounded so a calendar with a long gap cannot loop
    move zero to business-day-rolls.
    perform check-business-day thru check-business-day-ex.
    perform roll-one-business-day thru roll-one-business-day-ex
        until business-day-found or business-day-rolls > 366.

next-business-day-ex.
    exit.

roll-one-business-day.

    add 1 to business-day-rolls.
    compute business-day-integer
          = function integer-of-date(
                function numval( business-day-date ) ) + 1.
    move function date-of-integer( business-day-integer )
      to business-day-date.
    perform check-business-day thru check-business-day-ex.

roll-one-business-day-ex.
    exit.
