identification division.
program-id. fx-rate-load.

*>--- loads the dated FXRATES file the conversion runs value every item
*>--- into the reporting currency from: one "R" transaction per
*>--- currency per business date, and a "C" transaction that sets the
*>--- control record (the reporting currency every rate is quoted to
*>--- and the fall-back tolerance in days). a rate already on file for
*>--- the same currency and date is left alone when it agrees and
*>--- replaced, with a correction line, when it does not - a re-sent
*>--- rate file is harmless, a corrected one is audited. malformed or
*>--- misdirected transactions go to suspense with the reason, same as
*>--- partner maintenance. the reporting currency, once set, is not
*>--- changed here: every rate on file is quoted to it. RC=4 means
*>--- suspense was written; RC=12 means FXRATES was unavailable
environment division.
input-output section.
file-control.
    select fx-tran
        assign to "FXTRAN"
        organization is line sequential.

    select fx-rate-file
        assign to "FXRATES"
        organization is indexed
        access mode is random
        record key is fx-rate-key
        file status is fx-rate-status.

    select fx-suspense
        assign to "FXSUSP"
        organization is line sequential.

    select load-report
        assign to "FXRPT"
        organization is line sequential.

data division.
file section.
fd  fx-tran.
copy "fxtran-record.cbl".

fd  fx-rate-file.
copy "fxrate-record.cbl".

fd  fx-suspense.
*>--- the transaction image travels whole so it is corrected in place
*>--- and fed straight back in
01  fx-suspense-record.
    05  fu-record-image          pic x(44).
    05  fu-reason                pic x(60).

fd  load-report.
01  load-report-record           pic x(132).

working-storage section.

01  load-switches.
    05  fx-tran-eof-switch       pic x(01)  value "N".
        88  end-of-fx-tran                  value "Y".
    05  fx-file-switch           pic x(01)  value "N".
        88  fx-file-open                    value "Y".
    05  control-found-switch     pic x(01)  value "N".
        88  control-found                   value "Y".
    05  rate-found-switch        pic x(01)  value "N".
        88  rate-found                      value "Y".

01  fx-rate-status               pic x(02)  value spaces.
01  load-run-date                pic x(08)  value spaces.
01  control-reporting-code       pic x(03)  value spaces.
01  control-tolerance-days       pic 9(03)  value zero.
01  before-tolerance-days        pic 9(03)  value zero.
01  before-rate                  pic 9(08)v9(10) value zero.
01  before-rate-source           pic x(08)  value spaces.

01  tran-read-count              pic 9(07)  value zero.
01  tran-reject-count            pic 9(07)  value zero.
01  rate-added-count             pic 9(07)  value zero.
01  rate-corrected-count         pic 9(07)  value zero.
01  rate-unchanged-count         pic 9(07)  value zero.
01  control-set-count            pic 9(05)  value zero.

01  load-reject-reason           pic x(60)  value spaces.
01  rate-edited                  pic z(7)9.9(10).
01  rate-edited-2                pic z(7)9.9(10).
01  report-line                  pic x(132).

procedure division.

0000-mainline.

    perform 1000-initialize thru 1000-initialize-ex.
    perform 2000-apply-transactions thru 2000-apply-transactions-ex
        until end-of-fx-tran.
    perform 9000-terminate thru 9000-terminate-ex.

    goback.

1000-initialize.

    move function current-date(1:8) to load-run-date.

    open input fx-tran.
    open output fx-suspense.
    open output load-report.

*>--- the first load creates the file; after that it must open - a
*>--- load that silently applied nothing would leave the night's
*>--- valuations held with nobody the wiser
    open i-o fx-rate-file.
    if fx-rate-status not = "00"
       open output fx-rate-file
       close fx-rate-file
       open i-o fx-rate-file
    end-if.
    if fx-rate-status not = "00"
       display "FX-RATE-LOAD: FX RATE FILE UNAVAILABLE (STATUS "
               fx-rate-status ") - RUN STOPPED"
       move "*** FXRATES UNAVAILABLE - NO RATES LOADED ***"
            to report-line
       write load-report-record from report-line
       set end-of-fx-tran to true
       move 12 to return-code
    else
       set fx-file-open to true
       perform 1100-read-control thru 1100-read-control-ex
       perform 1200-write-report-heading
          thru 1200-write-report-heading-ex
       perform 2100-read-fx-tran thru 2100-read-fx-tran-ex
    end-if.

1000-initialize-ex.
    exit.

1100-read-control.

    move "N" to control-found-switch.
    move "***"      to fx-currency-code.
    move "00000000" to fx-rate-date.
    read fx-rate-file
        invalid key
            continue
        not invalid key
            if fc-reporting-code not = spaces
               set control-found to true
               move fc-reporting-code to control-reporting-code
               move fc-tolerance-days to control-tolerance-days
            end-if
    end-read.

1100-read-control-ex.
    exit.

1200-write-report-heading.

    move spaces to report-line.
    string "COBOL2XML FX RATE LOAD - " delimited by size
           load-run-date               delimited by size
           into report-line
    end-string.
    write load-report-record from report-line.

    move spaces to report-line.
    if control-found
       string "REPORTING CURRENCY " delimited by size
              control-reporting-code delimited by size
              "  TOLERANCE "         delimited by size
              control-tolerance-days delimited by size
              " DAYS"                delimited by size
              into report-line
       end-string
    else
       move "NO CONTROL RECORD ON FILE - A C TRANSACTION MUST COME FIRST"
            to report-line
    end-if.
    write load-report-record from report-line.

    move spaces to report-line.
    write load-report-record from report-line.

    move "ACT CUR DATE     RATE" to report-line.
    move "SOURCE   NOTE"         to report-line(45:13).
    write load-report-record from report-line.

1200-write-report-heading-ex.
    exit.

2000-apply-transactions.

    add 1 to tran-read-count.

    perform 2200-validate-transaction
       thru 2200-validate-transaction-ex.

    if load-reject-reason not = spaces
       perform 2300-write-suspense thru 2300-write-suspense-ex
    else
    if ft-control-action
       perform 3000-apply-control thru 3000-apply-control-ex
    else
       perform 3100-apply-rate thru 3100-apply-rate-ex
    end-if
    end-if.

    perform 2100-read-fx-tran thru 2100-read-fx-tran-ex.

2000-apply-transactions-ex.
    exit.

2100-read-fx-tran.

    read fx-tran
        at end
            set end-of-fx-tran to true
    end-read.

2100-read-fx-tran-ex.
    exit.

2200-validate-transaction.

*>--- the first failing edit rejects the transaction. a rate with no
*>--- reporting code is taken as quoted to the file's own currency
    move spaces to load-reject-reason.

    if not ft-rate-action and not ft-control-action
       move "INVALID ACTION CODE - MUST BE R OR C"
            to load-reject-reason
    else
    if ft-control-action
       if ft-reporting-code = spaces
          move "REPORTING CURRENCY IS BLANK" to load-reject-reason
       else
       if ft-tolerance-days not numeric
          move "TOLERANCE DAYS MUST BE 000-999" to load-reject-reason
       else
       if control-found
                and ft-reporting-code not = control-reporting-code
          string "REPORTING CURRENCY IS "  delimited by size
                 control-reporting-code    delimited by size
                 " - CHANGE REFUSED, RATES ON FILE QUOTE TO IT"
                                           delimited by size
                 into load-reject-reason
          end-string
       end-if
       end-if
       end-if
    else
    if not control-found
       move "NO CONTROL RECORD - LOAD THE C TRANSACTION FIRST"
            to load-reject-reason
    else
    if ft-currency-code = spaces or ft-currency-code = "***"
       move "CURRENCY CODE IS BLANK OR INVALID" to load-reject-reason
    else
    if ft-currency-code = control-reporting-code
       move "REPORTING CURRENCY TAKES NO RATE - IT VALUES AT PAR"
            to load-reject-reason
    else
    if ft-rate-date not numeric or ft-rate-date = "00000000"
       move "RATE DATE MUST BE YYYYMMDD" to load-reject-reason
    else
    if ft-reporting-code not = spaces
             and ft-reporting-code not = control-reporting-code
       string "RATE QUOTED TO "      delimited by size
              ft-reporting-code      delimited by size
              " - FILE REPORTS IN "  delimited by size
              control-reporting-code delimited by size
              into load-reject-reason
       end-string
    else
    if ft-rate not numeric or ft-rate = zero
       move "RATE MUST BE NUMERIC AND ABOVE ZERO" to load-reject-reason
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

2200-validate-transaction-ex.
    exit.

2300-write-suspense.

    add 1 to tran-reject-count.
    move spaces to fx-suspense-record.
    move fx-tran-record     to fu-record-image.
    move load-reject-reason to fu-reason.
    write fx-suspense-record.

2300-write-suspense-ex.
    exit.

3000-apply-control.

*>--- sets the reporting currency on the first load; after that only
*>--- the tolerance can move
    move zero to before-tolerance-days.
    move "***"      to fx-currency-code.
    move "00000000" to fx-rate-date.
    read fx-rate-file
        invalid key
            move "N" to rate-found-switch
        not invalid key
            set rate-found to true
            if fc-tolerance-days numeric
               move fc-tolerance-days to before-tolerance-days
            end-if
    end-read.

    move spaces to fx-rate-body.
    move "***"             to fx-currency-code.
    move "00000000"        to fx-rate-date.
    move ft-reporting-code to fc-reporting-code.
    move ft-tolerance-days to fc-tolerance-days.
    move load-run-date     to fc-set-date.

    if rate-found
       rewrite fx-rate-record
           invalid key
               move "CONTROL REWRITE FAILED - SEE FX-RATE-LOAD SYSOUT"
                    to load-reject-reason
       end-rewrite
    else
       write fx-rate-record
           invalid key
               move "CONTROL WRITE FAILED - SEE FX-RATE-LOAD SYSOUT"
                    to load-reject-reason
       end-write
    end-if.

    if load-reject-reason not = spaces
       display "FX-RATE-LOAD: CONTROL RECORD UPDATE FAILED, STATUS "
               fx-rate-status
       perform 2300-write-suspense thru 2300-write-suspense-ex
       go to 3000-apply-control-ex
    end-if.

    add 1 to control-set-count.
    set control-found to true.
    move fc-reporting-code to control-reporting-code.
    move fc-tolerance-days to control-tolerance-days.

    move spaces to report-line.
    move "C"  to report-line(1:1).
    move "***" to report-line(5:3).
    string "REPORTING CURRENCY "    delimited by size
           control-reporting-code   delimited by size
           "  TOLERANCE "           delimited by size
           control-tolerance-days   delimited by size
           " DAYS"                  delimited by size
           into report-line(9:40)
    end-string.
    if rate-found
       string "WAS "                delimited by size
              before-tolerance-days delimited by size
              " DAYS"               delimited by size
              into report-line(54:20)
       end-string
    else
       move "CONTROL SET" to report-line(54:11)
    end-if.
    write load-report-record from report-line.

3000-apply-control-ex.
    exit.

3100-apply-rate.

    move "N" to rate-found-switch.
    move zero   to before-rate.
    move spaces to before-rate-source.
    move ft-currency-code to fx-currency-code.
    move ft-rate-date     to fx-rate-date.
    read fx-rate-file
        invalid key
            continue
        not invalid key
            set rate-found to true
            move fx-rate        to before-rate
            move fx-rate-source to before-rate-source
    end-read.

*>--- a re-sent rate that agrees changes nothing and is only counted
    if rate-found and before-rate = ft-rate
       add 1 to rate-unchanged-count
       go to 3100-apply-rate-ex
    end-if.

    move ft-currency-code       to fx-currency-code.
    move ft-rate-date           to fx-rate-date.
    move control-reporting-code to fx-reporting-code.
    move ft-rate                to fx-rate.
    move ft-rate-source         to fx-rate-source.
    move load-run-date          to fx-loaded-date.

    if rate-found
       rewrite fx-rate-record
           invalid key
               move "RATE REWRITE FAILED - SEE FX-RATE-LOAD SYSOUT"
                    to load-reject-reason
       end-rewrite
    else
       write fx-rate-record
           invalid key
               move "RATE WRITE FAILED - SEE FX-RATE-LOAD SYSOUT"
                    to load-reject-reason
       end-write
    end-if.

    if load-reject-reason not = spaces
       display "FX-RATE-LOAD: RATE UPDATE FAILED, STATUS "
               fx-rate-status " " ft-currency-code " " ft-rate-date
       perform 2300-write-suspense thru 2300-write-suspense-ex
       go to 3100-apply-rate-ex
    end-if.

    move fx-rate to rate-edited.
    move spaces to report-line.
    move "R"              to report-line(1:1).
    move fx-currency-code to report-line(5:3).
    move fx-rate-date     to report-line(9:8).
    move rate-edited      to report-line(18:19).
    move fx-rate-source   to report-line(45:8).
    if rate-found
       add 1 to rate-corrected-count
       move before-rate to rate-edited-2
       string "CORRECTED - WAS "  delimited by size
              rate-edited-2       delimited by size
              " "                 delimited by size
              before-rate-source  delimited by size
              into report-line(54:60)
       end-string
    else
       add 1 to rate-added-count
    end-if.
    write load-report-record from report-line.

3100-apply-rate-ex.
    exit.

9000-terminate.

    move spaces to report-line.
    write load-report-record from report-line.

    move spaces to report-line.
    string "TRANSACTIONS READ:    " delimited by size
           tran-read-count          delimited by size
           into report-line
    end-string.
    write load-report-record from report-line.

    move spaces to report-line.
    string "RATES ADDED:          " delimited by size
           rate-added-count         delimited by size
           "  CORRECTED "           delimited by size
           rate-corrected-count     delimited by size
           "  UNCHANGED "           delimited by size
           rate-unchanged-count     delimited by size
           "  CONTROL SET "         delimited by size
           control-set-count        delimited by size
           into report-line
    end-string.
    write load-report-record from report-line.

    move spaces to report-line.
    string "REJECTED TO SUSPENSE: " delimited by size
           tran-reject-count        delimited by size
           into report-line
    end-string.
    write load-report-record from report-line.

    close fx-tran.
    close fx-suspense.
    close load-report.
    if fx-file-open
       close fx-rate-file
    end-if.

    if tran-reject-count > 0 and return-code = 0
       move 4 to return-code
    end-if.

9000-terminate-ex.
    exit.

end program fx-rate-load.
