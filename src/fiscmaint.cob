       identification division.
       program-id. fiscmaint001.

       environment division.
       input-output section.
       file-control.
           select fiscal-file assign to '../data/FISCAL.DAT'
           organization is indexed
           access mode is dynamic
           record key is fc-calendar-period
           file status is fiscal-file-status.

           select monthend-control-file
           assign to '../data/MONTHEND.CTL'
           organization is record sequential
           file status is monthend-file-status.

       data division.

       file section.

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

       working-storage section.
       01 menu-fields.
           05 menu-choice             pic 9             value 1.
           05 confirm-choice          pic 9             value zero.

       01 file-status-fields.
           05 fiscal-file-status      pic x(2).
           05 monthend-file-status    pic x(2).

       01 entry-fields.
           05 entry-fiscal-year       pic 9(4)          value zero.
           05 entry-start-month       pic 9(2)          value zero.

       01 period-work-fields.
           05 work-period.
               10 work-year           pic 9(4).
               10 work-month          pic 9(2).
           05 work-period-num redefines work-period
                                      pic 9(6).
           05 first-calendar-period   pic 9(6)          value zero.
           05 last-calendar-period    pic 9(6)          value zero.
           05 period-index            pic 9(2)          value zero.
           05 fiscal-scan-done        pic 9             value zero.
           05 mapping-status          pic x(24).

       01 close-control-fields.
           05 last-close-period       pic 9(6)          value zero.
           05 close-period-available  pic x             value 'N'.
               88 close-period-present          value 'Y'.

       01 generation-counters.
           05 periods-new             pic 9(2)          value zero.
           05 periods-changed         pic 9(2)          value zero.
           05 periods-unchanged       pic 9(2)          value zero.
           05 periods-stale           pic 9(2)          value zero.
           05 closed-periods-changed  pic 9(2)          value zero.
           05 periods-listed          pic 9(3)          value zero.

       procedure division.

       000-run.
           perform 010-start-program.
           perform 020-process-menu
           until menu-choice = zero.
           perform 900-terminate-program.

       010-start-program.
           display ' '.
           display 'FISCAL CALENDAR MAINTENANCE'.
           display ' '.

           open i-o fiscal-file.
           if fiscal-file-status = '35'
               open output fiscal-file
               close fiscal-file
               open i-o fiscal-file
           end-if.
           if fiscal-file-status not = '00'
               display '*** FATAL: CANNOT OPEN FISCAL.DAT - STATUS '
                   fiscal-file-status ' ***'
               move 16 to return-code
               stop run
           end-if.

           open input monthend-control-file.
           if monthend-file-status = '00'
               read monthend-control-file
                   into monthend-control-record
                   at end
                       continue
                   not at end
                       move me-last-close-period to last-close-period
                       move 'Y' to close-period-available
               end-read
               close monthend-control-file
           end-if.

       020-process-menu.
           display '--------------------------------'.
           display 'Enter 0 to end.'.
           display 'Enter 1 to set up a fiscal year.'.
           display 'Enter 2 to list a fiscal year.'.
           accept menu-choice.

           evaluate menu-choice
               when 1
                   perform 100-set-up-fiscal-year
               when 2
                   perform 200-list-fiscal-year
           end-evaluate.

       100-set-up-fiscal-year.
           display 'Enter fiscal year (yyyy - the calendar year the'.
           display 'fiscal year ends in):'.
           accept entry-fiscal-year.
           display 'Enter the calendar month the fiscal year starts'.
           display 'in (mm, 01 for a calendar fiscal year):'.
           accept entry-start-month.

           if entry-fiscal-year < 1901
               or entry-start-month < 01 or entry-start-month > 12
               display 'Invalid fiscal year or start month - '
                   'nothing done.'
           else
               perform 105-preview-fiscal-year
           end-if.

       105-preview-fiscal-year.
           if entry-start-month = 01
               move entry-fiscal-year to work-year
           else
               compute work-year = entry-fiscal-year - 1
           end-if.
           move entry-start-month to work-month.
           move work-period-num to first-calendar-period.

           move zero to periods-new.
           move zero to periods-changed.
           move zero to periods-unchanged.
           move zero to periods-stale.
           move zero to closed-periods-changed.

           display ' '.
           display 'CALENDAR  FISCAL'.
           perform 110-preview-one-period
               varying period-index from 1 by 1
               until period-index > 12.
           perform 190-step-back-one-month.
           move work-period-num to last-calendar-period.

           perform 120-count-stale-periods.

           display ' '.
           display 'New: ' periods-new '   Changed: ' periods-changed
               '   Already on file: ' periods-unchanged.
           if periods-stale > zero
               display periods-stale ' other calendar month(s) now '
                   'mapped to FY' entry-fiscal-year
                   ' will be removed.'
           end-if.

           if closed-periods-changed > zero
               display '*** ' closed-periods-changed
                   ' CLOSED PERIOD(S) WOULD MOVE TO A DIFFERENT '
                   'FISCAL YEAR OR PERIOD ***'
               display '*** LAST MONTH-END CLOSE WAS '
                   last-close-period ' - NOTHING APPLIED ***'
           else
               if periods-new = zero and periods-changed = zero
                   and periods-stale = zero
                   display 'Fiscal year already set up as shown - '
                       'nothing to do.'
               else
                   display 'Enter 1 to apply / 0 to cancel:'
                   move zero to confirm-choice
                   accept confirm-choice
                   if confirm-choice = 1
                       perform 130-apply-fiscal-year
                   else
                       display 'Set-up cancelled - nothing done.'
                   end-if
               end-if
           end-if.

       110-preview-one-period.
           move work-period-num to fc-calendar-period.
           read fiscal-file
               invalid key
                   add 1 to periods-new
                   move 'NEW' to mapping-status
               not invalid key
                   if fc-fiscal-year = entry-fiscal-year
                       and fc-fiscal-period = period-index
                       add 1 to periods-unchanged
                       move 'ON FILE' to mapping-status
                   else
                       add 1 to periods-changed
                       move spaces to mapping-status
                       string 'CHANGED - WAS FY' fc-fiscal-year
                           ' P' fc-fiscal-period
                           delimited by size into mapping-status
                       if close-period-present
                           and work-period-num not > last-close-period
                           add 1 to closed-periods-changed
                       end-if
                   end-if
           end-read.

           display work-period-num '    FY' entry-fiscal-year
               ' P' period-index '  ' mapping-status.

           perform 180-step-one-month.

       120-count-stale-periods.
           move zero to fiscal-scan-done.
           move zeroes to fc-calendar-period.
           start fiscal-file key not < fc-calendar-period
               invalid key
                   move 1 to fiscal-scan-done
           end-start.
           perform 125-check-one-stale-period
           until fiscal-scan-done > 0.

       125-check-one-stale-period.
           read fiscal-file next record
               at end
                   move 1 to fiscal-scan-done
               not at end
                   if fc-fiscal-year = entry-fiscal-year
                       and (fc-calendar-period < first-calendar-period
                       or fc-calendar-period > last-calendar-period)
                       add 1 to periods-stale
                       if close-period-present
                           and fc-calendar-period
                               not > last-close-period
                           add 1 to closed-periods-changed
                       end-if
                   end-if
           end-read.

       130-apply-fiscal-year.
           move zero to fiscal-scan-done.
           move zeroes to fc-calendar-period.
           start fiscal-file key not < fc-calendar-period
               invalid key
                   move 1 to fiscal-scan-done
           end-start.
           perform 135-remove-one-stale-period
           until fiscal-scan-done > 0.

           move first-calendar-period to work-period-num.
           perform 140-write-one-period
               varying period-index from 1 by 1
               until period-index > 12.

           display 'FY' entry-fiscal-year ' set up - periods '
               first-calendar-period ' to ' last-calendar-period '.'.

       135-remove-one-stale-period.
           read fiscal-file next record
               at end
                   move 1 to fiscal-scan-done
               not at end
                   if fc-fiscal-year = entry-fiscal-year
                       and (fc-calendar-period < first-calendar-period
                       or fc-calendar-period > last-calendar-period)
                       delete fiscal-file record
                   end-if
           end-read.

       140-write-one-period.
           move work-period-num to fc-calendar-period.
           read fiscal-file
               invalid key
                   move entry-fiscal-year to fc-fiscal-year
                   move period-index to fc-fiscal-period
                   write fiscal-record
               not invalid key
                   move entry-fiscal-year to fc-fiscal-year
                   move period-index to fc-fiscal-period
                   rewrite fiscal-record
           end-read.

           perform 180-step-one-month.

       180-step-one-month.
           if work-month = 12
               add 1 to work-year
               move 01 to work-month
           else
               add 1 to work-month
           end-if.

       190-step-back-one-month.
           if work-month = 01
               subtract 1 from work-year
               move 12 to work-month
           else
               subtract 1 from work-month
           end-if.

       200-list-fiscal-year.
           display 'Enter fiscal year to list (yyyy, 0 for all):'.
           accept entry-fiscal-year.

           move zero to periods-listed.
           move zero to fiscal-scan-done.
           move zeroes to fc-calendar-period.
           start fiscal-file key not < fc-calendar-period
               invalid key
                   move 1 to fiscal-scan-done
           end-start.

           display ' '.
           display 'CALENDAR  FISCAL'.
           perform 210-list-one-period
           until fiscal-scan-done > 0.

           if periods-listed = zero
               display 'No fiscal periods on file for that year - '
                   'periods are treated as calendar months.'
           end-if.

       210-list-one-period.
           read fiscal-file next record
               at end
                   move 1 to fiscal-scan-done
               not at end
                   if entry-fiscal-year = zero
                       or fc-fiscal-year = entry-fiscal-year
                       add 1 to periods-listed
                       display fc-calendar-period '    FY'
                           fc-fiscal-year ' P' fc-fiscal-period
                   end-if
           end-read.

       900-terminate-program.
           close fiscal-file.
           display 'End of fiscal calendar maintenance session'.
           stop run.
