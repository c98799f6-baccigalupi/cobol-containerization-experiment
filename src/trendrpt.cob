           record key is sh-history-key
           file status is history-file-status.

           select fiscal-file assign to '../data/FISCAL.DAT'
           organization is indexed
           access mode is dynamic
           record key is fc-calendar-period
           file status is fiscal-file-status.

           select print-file assign to print-file-name
           organization is line sequential.

               10 sh-month            pic 9(2).
           05 sh-sales-amount         pic s9(5)v9(2).

       fd fiscal-file
           record contains 12 characters.
       01 fiscal-record.
           05 fc-calendar-period      pic 9(6).
           05 fc-fiscal-year          pic 9(4).
           05 fc-fiscal-period        pic 9(2).

       fd print-file.
       01 pl-print-line               pic x(132).

           05 log-message-text        pic x(80).

       01 as-of-fields.
           05 as-of-entry             pic 9(6)          value zero.
           05 as-of-fiscal redefines as-of-entry.
               10 entry-fiscal-year   pic 9(4).
               10 entry-fiscal-period pic 9(2).
           05 as-of-label             pic x(10)         value spaces.
           05 as-of-period.
               10 as-of-year          pic 9(4).
               10 as-of-month         pic 9(2).

       01 trend-index                 pic 9(2).

       01 fiscal-calendar-fields.
           05 fiscal-file-status      pic x(2).
           05 fiscal-data-available   pic x             value 'N'.
               88 fiscal-data-present           value 'Y'.
           05 fiscal-scan-done        pic 9             value zero.
           05 lookup-calendar-period  pic 9(6)          value zero.
           05 lookup-fiscal-year      pic 9(4)          value zero.
           05 lookup-fiscal-period    pic 9(2)          value zero.
           05 lookup-found-flag       pic x             value 'N'.
               88 lookup-found                  value 'Y'.
           05 fiscal-label            pic x(10)         value spaces.

       01 line-work-fields.
           05 line-column             pic 9(3).
           05 f-month-amount          pic zzzz9.99-.
           05 f-month-label           pic x(10).
           05 f-stat-high             pic zz,zz9.99-.
           05 f-stat-low              pic zz,zz9.99-.
           05 f-stat-average          pic zz,zz9.99-.
               delimited by size into print-file-name.

           if parm-mode
               move pm-as-of-period to as-of-entry
           else
               display ' '
               display '12-MONTH CUSTOMER SALES TREND REPORT'
               display ' '
               display 'Enter as-of fiscal period (yyyypp, 0 for '
                   'current):'
               accept as-of-entry
           end-if.

           open input fiscal-file.
           if fiscal-file-status = '00'
               move 'Y' to fiscal-data-available
           end-if.

           if as-of-entry = zero
               move current-date-value(1:4) to as-of-year
               move current-date-value(5:2) to as-of-month
           else
               move entry-fiscal-year to lookup-fiscal-year
               move entry-fiscal-period to lookup-fiscal-period
               perform 460-find-calendar-period
               if not lookup-found
                   or entry-fiscal-period < 01
                   or entry-fiscal-period > 12
                   perform 470-set-fiscal-label
                   move spaces to log-message-text
                   string '*** FATAL: ' fiscal-label
                       ' IS NOT A FISCAL PERIOD ON FILE ***'
                       delimited by size into log-message-text
                   perform 950-emit-message
                   perform 960-close-run-log
                   move 16 to return-code
                   stop run
               end-if
               move lookup-calendar-period to as-of-period-num
           end-if.

           move as-of-period-num to lookup-calendar-period.
           perform 450-find-fiscal-period.
           if lookup-found
               perform 470-set-fiscal-label
               move fiscal-label to as-of-label
           else
               move as-of-period-num to as-of-label
           end-if.

           compute as-of-month-index =
       020-write-report-header.
           move spaces to pl-print-line.
           string 'CUSTOMER 12-MONTH SALES TREND       RUN DATE: '
               run-date-display '   AS OF PERIOD: ' as-of-label
               delimited by size into pl-print-line.
           write pl-print-line.


       040-write-one-month-label.
           perform 050-set-slot-period.
           compute lookup-calendar-period =
               (tm-year(trend-index) * 100) + tm-month(trend-index).
           perform 450-find-fiscal-period.
           move spaces to f-month-label.
           if lookup-found
               perform 470-set-fiscal-label
               move fiscal-label to f-month-label
           else
               string tm-year(trend-index) '/' tm-month(trend-index)
                   delimited by size into f-month-label
           end-if.
           move f-month-label to
               pl-print-line(line-column:10).
           add 11 to line-column.
           if trend-index = 12
               write pl-print-line
           end-if.
           if tm-has-data(trend-index)
               move tm-sales-amount(trend-index) to f-month-amount
               move f-month-amount to
                   pl-print-line(line-column + 1:9)
           else
               move '     --  ' to
                   pl-print-line(line-column + 1:9)
           end-if.
           add 11 to line-column.
           if trend-index = 12
               write pl-print-line
           end-if.
           close customer-file.
           close history-file.
           close print-file.
           if fiscal-data-present
               close fiscal-file
           end-if.

           move spaces to log-message-text.
           string 'Trend report written to ' print-file-name
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

       460-find-calendar-period.
           move 'N' to lookup-found-flag.
           if fiscal-data-present
               move zero to fiscal-scan-done
               move zeroes to fc-calendar-period
               start fiscal-file key not < fc-calendar-period
                   invalid key
                       move 1 to fiscal-scan-done
               end-start
               perform 465-scan-one-fiscal-entry
               until fiscal-scan-done > 0
           else
               compute lookup-calendar-period =
                   (lookup-fiscal-year * 100) + lookup-fiscal-period
               move 'Y' to lookup-found-flag
           end-if.

       465-scan-one-fiscal-entry.
           read fiscal-file next record
               at end
                   move 1 to fiscal-scan-done
               not at end
                   if fc-fiscal-year = lookup-fiscal-year
                       and fc-fiscal-period = lookup-fiscal-period
                       move fc-calendar-period
                           to lookup-calendar-period
                       move 'Y' to lookup-found-flag
                       move 1 to fiscal-scan-done
                   end-if
           end-read.

       470-set-fiscal-label.
           move spaces to fiscal-label.
           string 'FY' lookup-fiscal-year ' P' lookup-fiscal-period
               delimited by size into fiscal-label.

       950-emit-message.
           if parm-mode
               move log-message-text to log-line
