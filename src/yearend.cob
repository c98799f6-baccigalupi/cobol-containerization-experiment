           organization is record sequential
           file status is yearend-file-status.

           select fiscal-file assign to '../data/FISCAL.DAT'
           organization is indexed
           access mode is dynamic
           record key is fc-calendar-period
           file status is fiscal-file-status.

           select monthend-control-file
           assign to '../data/MONTHEND.CTL'
           organization is record sequential
           file status is monthend-file-status.

           select close-report-file assign to close-report-file-name
           organization is line sequential.

       01 yearend-control-record.
           05 ye-last-close-year      pic 9(4).

       fd fiscal-file
           record contains 12 characters.
       01 fiscal-record.
           05 fc-calendar-period      pic 9(6).
           05 fc-fiscal-year          pic 9(4).
           05 fc-fiscal-period        pic 9(2).

       fd monthend-control-file
           record contains 6 characters.
       01 monthend-control-record.
           05 me-last-close-period    pic 9(6).

       fd close-report-file.
       01 cr-header-line1             pic x(80).
       01 cr-text-line                pic x(80).

       01 yearend-guard-fields.
           05 yearend-file-status     pic x(2).
           05 monthend-file-status    pic x(2).
           05 current-year            pic 9(4).
           05 closing-fiscal-year     pic 9(4)          value zero.
           05 opening-fiscal-year     pic 9(4)          value zero.
           05 last-close-label        pic x(10)         value spaces.
           05 next-period.
               10 next-year           pic 9(4).
               10 next-month          pic 9(2).
           05 next-period-num redefines next-period
                                      pic 9(6).

       01 fiscal-calendar-fields.
           05 fiscal-file-status      pic x(2).
           05 fiscal-data-available   pic x             value 'N'.
               88 fiscal-data-present           value 'Y'.
           05 lookup-calendar-period  pic 9(6)          value zero.
           05 lookup-fiscal-year      pic 9(4)          value zero.
           05 lookup-fiscal-period    pic 9(2)          value zero.
           05 lookup-found-flag       pic x             value 'N'.
               88 lookup-found                  value 'Y'.
           05 fiscal-label            pic x(10)         value spaces.

       01 run-date-fields.
           05 current-date-value      pic x(8).
               display ' '
           end-if.

           open input fiscal-file.
           if fiscal-file-status = '00'
               move 'Y' to fiscal-data-available
           end-if.

           open input monthend-control-file.
           if monthend-file-status = '00'
               read monthend-control-file
                   into monthend-control-record
                   at end
                       move '10' to monthend-file-status
               end-read
               close monthend-control-file
           end-if.

           if monthend-file-status = '00'
               perform 015-check-final-period-closed
           else
               move current-date-value(1:6) to lookup-calendar-period
               perform 450-find-fiscal-period
               if not lookup-found
                   move spaces to log-message-text
                   string '*** FATAL: CALENDAR MONTH '
                       current-date-value(1:6)
                       ' IS NOT ON FISCAL.DAT - SET UP ITS FISCAL YEAR'
                       ' ***'
                       delimited by size into log-message-text
                   perform 019-abort-close
               end-if
               move lookup-fiscal-year to opening-fiscal-year
               compute closing-fiscal-year = opening-fiscal-year - 1
           end-if.

           if fiscal-data-present
               close fiscal-file
           end-if.

       015-check-final-period-closed.
           move me-last-close-period to lookup-calendar-period.
           perform 450-find-fiscal-period.
           if not lookup-found
               move spaces to log-message-text
               string '*** FATAL: LAST MONTH-END CLOSE '
                   me-last-close-period
                   ' IS NOT ON FISCAL.DAT - SET UP ITS FISCAL YEAR'
                   ' ***'
                   delimited by size into log-message-text
               perform 019-abort-close
           end-if.
           move lookup-fiscal-year to closing-fiscal-year.
           compute opening-fiscal-year = closing-fiscal-year + 1.
           perform 470-set-fiscal-label.
           move fiscal-label to last-close-label.

           move me-last-close-period to next-period-num.
           if next-month = 12
               add 1 to next-year
               move 01 to next-month
           else
               add 1 to next-month
           end-if.
           move next-period-num to lookup-calendar-period.
           perform 450-find-fiscal-period.
           if lookup-found
               and lookup-fiscal-year = closing-fiscal-year
               move spaces to log-message-text
               string '*** FATAL: LAST MONTH-END CLOSE WAS '
                   last-close-label ' - CLOSE THE FINAL PERIOD OF FY'
                   closing-fiscal-year ' FIRST ***'
                   delimited by size into log-message-text
               perform 019-abort-close
           end-if.

       019-abort-close.
           perform 950-emit-message.
           perform 960-close-run-log.
           move 16 to return-code.
           stop run.

       020-check-prior-close.
           open input yearend-control-file.
           if yearend-file-status = '00'
                   at end
                   continue
                   not at end
                   if ye-last-close-year not < opening-fiscal-year
                       close yearend-control-file
                       perform 025-report-duplicate-close
                   end-if
       025-report-duplicate-close.
           if parm-mode
               move spaces to log-message-text
               string 'FY' closing-fiscal-year
                   ' IS ALREADY CLOSED - NOTHING TO DO THIS RUN'
                   delimited by size into log-message-text
               perform 950-emit-message
               stop run
           else
               display '*** FATAL: YEAR-END CLOSE HAS ALREADY '
                   'RUN FOR FY' closing-fiscal-year ' ***'
               display '*** A SECOND ROLL WOULD WIPE OUT A '
                   'FULL YEAR OF HISTORY - RUN CANCELLED ***'
               move 16 to return-code
               display 'The pre-close master will be archived to'
               display archive-file-name
               display ' '
               display 'Enter 1 to proceed with the FY'
                   closing-fiscal-year ' close, 0 to cancel.'
               accept menu-choice
           end-if.


       210-write-yearend-control.
           open output yearend-control-file.
           move opening-fiscal-year to ye-last-close-year.
           write yearend-control-record.
           close yearend-control-file.

           move spaces to cr-text-line.
           write cr-text-line.

           move spaces to cr-text-line.
           string 'FISCAL YEAR CLOSED: FY' closing-fiscal-year
               '   SALES THIS YTD NOW ACCUMULATES FOR FY'
               opening-fiscal-year
               delimited by size into cr-text-line.
           write cr-text-line.

           move records-rolled to f-records-rolled.
           move spaces to cr-text-line.
           string 'CUSTOMER RECORDS ROLLED: ' f-records-rolled
           perform 960-close-run-log.
           stop run.

       450-find-fiscal-period.
           move 'N' to lookup-found-flag.
           if fiscal-data-present
               move lookup-calendar-period to fc-calendar-period
               read fiscal-file
                   invalid key
                       continue
                   not invalid key
                       move fc-fiscal-year to lookup-fiscal-year
                       move fc-fiscal-period to lookup-fiscal-period
                       move 'Y' to lookup-found-flag
               end-read
           else
               divide lookup-calendar-period by 100
                   giving lookup-fiscal-year
                   remainder lookup-fiscal-period
               move 'Y' to lookup-found-flag
           end-if.

       470-set-fiscal-label.
           move spaces to fiscal-label.
           string 'FY' lookup-fiscal-year ' P' lookup-fiscal-period
               delimited by size into fiscal-label.

       950-emit-message.
           if parm-mode
               move log-message-text to log-line
