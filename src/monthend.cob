           organization is record sequential
           file status is monthend-file-status.

           select fiscal-file assign to '../data/FISCAL.DAT'
           organization is indexed
           access mode is dynamic
           record key is fc-calendar-period
           file status is fiscal-file-status.

           select yearend-control-file
           assign to '../data/YEAREND.CTL'
           organization is record sequential
           file status is yearend-file-status.

           select parameter-file assign to '../data/MONTHEND.PRM'
           organization is record sequential
           file status is parameter-file-status.
       01 monthend-control-record.
           05 me-last-close-period    pic 9(6).

       fd fiscal-file
           record contains 12 characters.
       01 fiscal-record.
           05 fc-calendar-period      pic 9(6).
           05 fc-fiscal-year          pic 9(4).
           05 fc-fiscal-period        pic 9(2).

       fd yearend-control-file
           record contains 4 characters.
       01 yearend-control-record.
           05 ye-last-close-year      pic 9(4).

       fd parameter-file
           record contains 7 characters.
       01 parameter-record.
           05 history-file-status     pic x(2).
           05 monthend-file-status    pic x(2).
           05 parameter-file-status   pic x(2).
           05 yearend-file-status     pic x(2).

       01 parm-mode-fields.
           05 parm-mode-flag          pic x             value 'N'.

       01 close-period-fields.
           05 close-period-entry      pic 9(6)          value zero.
           05 close-period-fiscal redefines close-period-entry.
               10 entry-fiscal-year   pic 9(4).
               10 entry-fiscal-period pic 9(2).
           05 current-period.
               10 current-year        pic 9(4).
               10 current-month       pic 9(2).
           05 current-month-index     pic 9(6).
           05 retention-cutoff-index  pic 9(6).
           05 history-month-index     pic 9(6).
           05 close-fiscal-year       pic 9(4)          value zero.
           05 close-fiscal-period     pic 9(2)          value zero.
           05 close-period-label      pic x(10)         value spaces.
           05 first-fiscal-period-flag pic x            value 'N'.
               88 first-fiscal-period           value 'Y'.
           05 prior-period.
               10 prior-year          pic 9(4).
               10 prior-month         pic 9(2).
           05 prior-period-num redefines prior-period
                                      pic 9(6).

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

       01 snapshot-work-fields.
           05 year-to-date-posted     pic s9(7)v9(2)    value zero.
               display ' '
               display 'MONTHLY SALES HISTORY CLOSE'
               display ' '
               display 'Enter fiscal close period (yyyypp, 0 for the'
               display 'current month):'
               accept close-period-entry
           end-if.

           open input fiscal-file.
           if fiscal-file-status = '00'
               move 'Y' to fiscal-data-available
           end-if.

           perform 015-validate-close-period.
           perform 017-check-fiscal-year-open.

           compute current-month-index =
               (current-year * 12) + current-month.
               move current-date-value(1:4) to current-year
               move current-date-value(5:2) to current-month
           else
               if entry-fiscal-period < 01 or entry-fiscal-period > 12
                   or entry-fiscal-year = zero
                   move spaces to log-message-text
                   string '*** FATAL: INVALID CLOSE PERIOD '
                       close-period-entry ' - ENTER YYYYPP ***'
                       delimited by size into log-message-text
                   perform 019-abort-close
               end-if
               move entry-fiscal-year to lookup-fiscal-year
               move entry-fiscal-period to lookup-fiscal-period
               perform 460-find-calendar-period
               if not lookup-found
                   perform 470-set-fiscal-label
                   move spaces to log-message-text
                   string '*** FATAL: ' fiscal-label
                       ' IS NOT ON FISCAL.DAT - SET IT UP WITH '
                       'FISCMAINT001 ***'
                       delimited by size into log-message-text
                   perform 019-abort-close
               end-if
               move lookup-calendar-period to current-period-num
           end-if.

           move current-period-num to lookup-calendar-period.
           perform 450-find-fiscal-period.
           if not lookup-found
               move spaces to log-message-text
               string '*** FATAL: CALENDAR MONTH ' current-period-num
                   ' IS NOT ON FISCAL.DAT - SET UP ITS FISCAL YEAR'
                   ' ***'
                   delimited by size into log-message-text
               perform 019-abort-close
           end-if.
           move lookup-fiscal-year to close-fiscal-year.
           move lookup-fiscal-period to close-fiscal-period.
           perform 470-set-fiscal-label.
           move fiscal-label to close-period-label.

       017-check-fiscal-year-open.
           move current-period-num to prior-period-num.
           if prior-month = 01
               subtract 1 from prior-year
               move 12 to prior-month
           else
               subtract 1 from prior-month
           end-if.
           move prior-period-num to lookup-calendar-period.
           perform 450-find-fiscal-period.
           if lookup-found and lookup-fiscal-year = close-fiscal-year
               move 'N' to first-fiscal-period-flag
           else
               move 'Y' to first-fiscal-period-flag
           end-if.

           open input yearend-control-file.
           if yearend-file-status = '00'
               read yearend-control-file into yearend-control-record
                   at end
                   continue
                   not at end
                   perform 018-compare-ytd-year
               end-read
               close yearend-control-file
           end-if.

       018-compare-ytd-year.
           if ye-last-close-year > close-fiscal-year
               close yearend-control-file
               move spaces to log-message-text
               string '*** FATAL: SALES THIS YTD IS ALREADY FY'
                   ye-last-close-year ' - ' close-period-label
                   ' CANNOT BE CLOSED ***'
                   delimited by size into log-message-text
               perform 019-abort-close
           end-if.

           if first-fiscal-period
               and ye-last-close-year < close-fiscal-year
               close yearend-control-file
               move spaces to log-message-text
               string '*** FATAL: ' close-period-label
                   ' OPENS A NEW FISCAL YEAR - RUN YEAREND001'
                   ' FIRST ***'
                   delimited by size into log-message-text
               perform 019-abort-close
           end-if.

       019-abort-close.
           perform 950-emit-message.
           perform 960-close-run-log.
           move 16 to return-code.
           stop run.

       020-check-prior-close.
           open input monthend-control-file.
           if monthend-file-status = '00'
               move pm-confirm to menu-choice
           else
               display 'This will snapshot each customer''s sales for'
               display close-period-label ' (calendar month '
                   current-period-num ') into SALESHIST.DAT'
               display 'and drop history older than 24 months.'
               display ' '
               display 'Enter 1 to proceed with the close, 0 to'
               delete history-file record
               add 1 to history-pruned
           else
               compute lookup-calendar-period =
                   (sh-year * 100) + sh-month
               perform 450-find-fiscal-period
               if lookup-found
                   and lookup-fiscal-year = close-fiscal-year
                   add sh-sales-amount to year-to-date-posted
               end-if
           end-if.
       200-write-monthend-control.
           close customer-file.
           close history-file.
           if fiscal-data-present
               close fiscal-file
           end-if.

           open output monthend-control-file.
           move current-period-num to me-last-close-period.

           move spaces to log-message-text.
           string 'MONTHEND.CTL updated for period '
               current-period-num ' (' close-period-label ').'
               delimited by size into log-message-text.
           perform 950-emit-message.

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
