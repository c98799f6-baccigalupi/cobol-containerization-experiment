       identification division.
       program-id. salesfcst001.

       environment division.
       input-output section.
       file-control.
           select customer-file assign to '../data/CUSTMAST.DAT'
           organization is indexed
           access mode is sequential
           record key is r-customer-id.

           select history-file assign to '../data/SALESHIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is sh-history-key
           file status is history-file-status.

           select reference-file assign to '../data/SLSREF.DAT'
           organization is indexed
           access mode is dynamic
           record key is rf-reference-key
           file status is reference-file-status.

           select monthend-control-file
           assign to '../data/MONTHEND.CTL'
           organization is record sequential
           file status is monthend-file-status.

           select fiscal-file assign to '../data/FISCAL.DAT'
           organization is indexed
           access mode is dynamic
           record key is fc-calendar-period
           file status is fiscal-file-status.

           select proposal-file assign to '../data/QUOTAPRP.DAT'
           organization is record sequential
           file status is proposal-file-status.

           select print-file assign to print-file-name
           organization is line sequential.

       data division.

       file section.

       fd customer-file
           record contains 64 characters.
       01 customer-record.
           05 r-branch-id         pic 9(2).
           05 r-salesrep-id       pic 9(2).
           05 r-customer-id       pic 9(5).
           05 r-customer-name     pic x(20).
           05 r-sales-this-ytd    pic s9(7)v9(2).
           05 r-sales-last-ytd    pic s9(7)v9(2).
           05 r-status-code       pic x.
               88 r-status-active               value 'A'.
               88 r-status-inactive             value 'I'.
           05 r-date-added        pic 9(8).
           05 r-last-activity-date pic 9(8).

       fd history-file
           record contains 18 characters.
       01 history-record.
           05 sh-history-key.
               10 sh-customer-id      pic 9(5).
               10 sh-year             pic 9(4).
               10 sh-month            pic 9(2).
           05 sh-sales-amount         pic s9(5)v9(2).

       fd reference-file
           record contains 45 characters.
       01 reference-record.
           05 rf-reference-key.
               10 rf-branch-id        pic 9(2).
               10 rf-salesrep-id      pic 9(2).
           05 rf-branch-name          pic x(20).
           05 rf-salesrep-name        pic x(20).
           05 rf-active-flag          pic x.
               88 rf-active                     value 'A'.
               88 rf-inactive                   value 'I'.

       fd monthend-control-file
           record contains 6 characters.
       01 monthend-control-record.
           05 me-last-close-period    pic 9(6).

       fd fiscal-file
           record contains 12 characters.
       01 fiscal-record.
           05 fc-calendar-period      pic 9(6).
           05 fc-fiscal-year          pic 9(4).
           05 fc-fiscal-period        pic 9(2).

       fd proposal-file
           record contains 19 characters.
       01 proposal-record.
           05 pq-quota-key.
               10 pq-branch-id        pic 9(2).
               10 pq-salesrep-id      pic 9(2).
               10 pq-period           pic 9(6).
           05 pq-quota-amount         pic s9(7)v9(2).

       fd print-file.
       01 pl-print-line               pic x(132).

       working-storage section.
       01 control-flow.
           05 eof                     pic 9             value zero.
           05 history-scan-done       pic 9             value zero.

       01 file-status-fields.
           05 history-file-status     pic x(2).
           05 reference-file-status   pic x(2).
           05 monthend-file-status    pic x(2).
           05 proposal-file-status    pic x(2).

       01 reference-lookup-fields.
           05 reference-data-available pic x            value 'N'.
               88 reference-data-present        value 'Y'.
           05 ref-branch-name         pic x(20).
           05 ref-salesrep-name       pic x(20).
           05 ref-rep-active-flag     pic x             value 'N'.
               88 ref-rep-active                value 'Y'.

       01 base-period-fields.
           05 base-entry              pic 9(6)          value zero.
           05 base-entry-fiscal redefines base-entry.
               10 entry-fiscal-year   pic 9(4).
               10 entry-fiscal-period pic 9(2).
           05 base-period.
               10 base-year           pic 9(4).
               10 base-month          pic 9(2).
           05 base-period-num redefines base-period
                                      pic 9(6).
           05 base-month-index        pic 9(6).
           05 window-start-index      pic 9(6).
           05 period-month-index      pic 9(6).
           05 period-year             pic 9(4).
           05 period-month            pic 9(2).
           05 slot-number             pic s9(6).
           05 first-forecast-period   pic 9(6).
           05 last-forecast-period    pic 9(6).
           05 forecast-period         occurs 12 times
                                      pic 9(6).
           05 forecast-fiscal-period  occurs 12 times
                                      pic 9(6).
           05 step-fiscal-period.
               10 step-fiscal-year    pic 9(4).
               10 step-fiscal-month   pic 9(2).
           05 step-fiscal-num redefines step-fiscal-period
                                      pic 9(6).
           05 base-period-label       pic x(10)         value spaces.
           05 first-forecast-label    pic x(10)         value spaces.
           05 last-forecast-label     pic x(10)         value spaces.

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

       01 uplift-fields.
           05 quota-uplift-percent    pic s9(2)v9       value zero.
           05 f-uplift-percent        pic z9.9-.

       01 customer-work-fields.
           05 customer-month          occurs 24 times
                                      pic s9(7)v9(2).
           05 customer-prior-12       pic s9(9)v9(2).
           05 customer-last-12        pic s9(9)v9(2).
           05 customer-forecast       pic s9(9)v9(2).
           05 customer-trend          pic s9(3)v9(4).
           05 customer-has-data-flag  pic x             value 'N'.
               88 customer-has-data             value 'Y'.
           05 slot-index              pic 9(2).
           05 month-index             pic 9(2).

       01 rep-table-fields.
           05 rep-count               pic 9(3)          value zero.
           05 rep-entry occurs 400 times.
               10 ft-branch-id        pic 9(2).
               10 ft-salesrep-id      pic 9(2).
               10 ft-customer-count   pic 9(5).
               10 ft-prior-12         pic s9(9)v9(2).
               10 ft-last-12          pic s9(9)v9(2).
               10 ft-forecast         pic s9(9)v9(2).
               10 ft-season-sales     occurs 12 times
                                      pic s9(9)v9(2).
               10 ft-month-forecast   occurs 12 times
                                      pic s9(9)v9(2).
           05 rep-index               pic 9(3).
           05 scan-index              pic 9(3).
           05 pass-index              pic 9(3).
           05 rep-found-flag          pic x             value 'N'.
               88 rep-found                     value 'Y'.
           05 swap-entry              pic x(306).
           05 prev-branch-id          pic 9(2)          value 99.

       01 season-fields.
           05 season-total            pic s9(9)v9(2).
           05 forecast-allocated      pic s9(9)v9(2).

       01 rollup-totals.
           05 branch-customer-count   pic 9(7)          value zero.
           05 branch-prior-12         pic s9(11)v9(2)   value zero.
           05 branch-last-12          pic s9(11)v9(2)   value zero.
           05 branch-forecast         pic s9(11)v9(2)   value zero.
           05 branch-quota            pic s9(11)v9(2)   value zero.
           05 branch-month-forecast   occurs 12 times
                                      pic s9(11)v9(2).
           05 company-customer-count  pic 9(7)          value zero.
           05 company-prior-12        pic s9(11)v9(2)   value zero.
           05 company-last-12         pic s9(11)v9(2)   value zero.
           05 company-forecast        pic s9(11)v9(2)   value zero.
           05 company-quota           pic s9(11)v9(2)   value zero.
           05 company-month-forecast  occurs 12 times
                                      pic s9(11)v9(2).

       01 quota-work-fields.
           05 proposed-quota          pic s9(7)v9(2).
           05 rep-quota-total         pic s9(9)v9(2).
           05 change-percent          pic s9(5)v9.

       01 line-work-fields.
           05 line-label              pic x(30).
           05 line-customer-count     pic 9(7).
           05 line-prior-12           pic s9(11)v9(2).
           05 line-last-12            pic s9(11)v9(2).
           05 line-forecast           pic s9(11)v9(2).
           05 line-quota              pic s9(11)v9(2).
           05 line-note               pic x(20).
           05 line-month-amount       occurs 12 times
                                      pic s9(11)v9(2).
           05 f-customer-count        pic zzz,zz9.
           05 f-prior-12              pic zzz,zzz,zz9.99-.
           05 f-last-12               pic zzz,zzz,zz9.99-.
           05 f-forecast              pic zzz,zzz,zz9.99-.
           05 f-quota                 pic zzz,zzz,zz9.99-.
           05 f-change-percent        pic zzz9.9-.
           05 f-change-display        pic x(7).
           05 f-month-amount          pic zzzzzz9-.
           05 month-line              pic x(132).
           05 month-line-2            pic x(132).
           05 month-column            pic 9(3).

       01 report-counters.
           05 customers-read          pic 9(7)          value zero.
           05 customers-forecast      pic 9(7)          value zero.
           05 proposals-written       pic 9(7)          value zero.
           05 reps-inactive           pic 9(5)          value zero.
           05 f-count-a               pic zzz,zzz,zz9.
           05 f-count-b               pic zzz,zzz,zz9.

       01 run-date-fields.
           05 current-date-value      pic x(8).
           05 run-date-display        pic x(10).
           05 current-year            pic 9(4).
           05 current-month           pic 9(2).

       01 print-file-name             pic x(40).

       procedure division.

       000-run.
           perform 010-start-program.
           perform 030-set-forecast-window.
           perform 040-open-files.

           perform 100-process-customers
           until eof > 0.

           perform 200-spread-rep-forecasts
               varying rep-index from 1 by 1
               until rep-index > rep-count.

           perform 220-sort-rep-table.
           perform 300-print-report.
           perform 400-finish-program.

       010-start-program.
           move function current-date(1:8) to current-date-value.
           move current-date-value(1:4) to current-year.
           move current-date-value(5:2) to current-month.
           string current-date-value(5:2) '/' current-date-value(7:2)
               '/' current-date-value(1:4)
               delimited by size into run-date-display.

           string '../data/FCSTRPT.' current-date-value '.DAT'
               delimited by size into print-file-name.

           display ' '.
           display 'SALES FORECAST AND PROPOSED QUOTA BUILD'.
           display ' '.
           display 'Enter last actual fiscal period to forecast '
               'from (yyyypp, 0 for the last month-end close):'.
           accept base-entry.

           open input fiscal-file.
           if fiscal-file-status = '00'
               move 'Y' to fiscal-data-available
           end-if.

           if base-entry = zero
               move zero to base-period-num
               perform 020-default-base-period
           else
               if entry-fiscal-period < 01 or entry-fiscal-period > 12
                   or entry-fiscal-year = zero
                   display '*** FATAL: INVALID BASE PERIOD '
                       base-entry ' - ENTER YYYYPP ***'
                   move 16 to return-code
                   stop run
               end-if
               move entry-fiscal-year to lookup-fiscal-year
               move entry-fiscal-period to lookup-fiscal-period
               perform 460-find-calendar-period
               if not lookup-found
                   perform 470-set-fiscal-label
                   display '*** FATAL: ' fiscal-label
                       ' IS NOT ON FISCAL.DAT ***'
                   move 16 to return-code
                   stop run
               end-if
               move lookup-calendar-period to base-period-num
           end-if.

           move base-period-num to lookup-calendar-period.
           perform 450-find-fiscal-period.
           if not lookup-found
               display '*** FATAL: CALENDAR MONTH ' base-period-num
                   ' IS NOT ON FISCAL.DAT ***'
               move 16 to return-code
               stop run
           end-if.
           move lookup-fiscal-year to step-fiscal-year.
           move lookup-fiscal-period to step-fiscal-month.
           perform 470-set-fiscal-label.
           move fiscal-label to base-period-label.

           display 'Enter quota uplift over forecast (percent, '
               '+/-xx.x, 0 for none):'.
           accept quota-uplift-percent.

       020-default-base-period.
           open input monthend-control-file.
           if monthend-file-status = '00'
               read monthend-control-file
                   into monthend-control-record
                   at end
                   continue
                   not at end
                   move me-last-close-period to base-period-num
               end-read
               close monthend-control-file
           end-if.

           if base-period-num = zero
               move current-year to base-year
               move current-month to base-month
               if base-month = 01
                   move 12 to base-month
                   subtract 1 from base-year
               else
                   subtract 1 from base-month
               end-if
               display 'No MONTHEND.CTL close found - forecasting '
                   'from ' base-period-num '.'
           end-if.

       030-set-forecast-window.
           compute base-month-index = (base-year * 12) + base-month.
           compute window-start-index = base-month-index - 24.

           perform 035-set-one-forecast-period
               varying month-index from 1 by 1
               until month-index > 12.

           move forecast-period(1) to first-forecast-period.
           move forecast-period(12) to last-forecast-period.

           move forecast-fiscal-period(1) to step-fiscal-num.
           perform 038-set-step-label.
           move fiscal-label to first-forecast-label.
           move forecast-fiscal-period(12) to step-fiscal-num.
           perform 038-set-step-label.
           move fiscal-label to last-forecast-label.

           if fiscal-data-present
               close fiscal-file
           end-if.

       035-set-one-forecast-period.
           compute period-month-index = base-month-index + month-index.
           compute period-year = (period-month-index - 1) / 12.
           compute period-month =
               period-month-index - (period-year * 12).
           compute forecast-period(month-index) =
               (period-year * 100) + period-month.

           move forecast-period(month-index) to lookup-calendar-period.
           perform 450-find-fiscal-period.
           if lookup-found
               move lookup-fiscal-year to step-fiscal-year
               move lookup-fiscal-period to step-fiscal-month
           else
               perform 037-step-fiscal-period
           end-if.
           move step-fiscal-num to forecast-fiscal-period(month-index).

       037-step-fiscal-period.
           if step-fiscal-month = 12
               add 1 to step-fiscal-year
               move 01 to step-fiscal-month
           else
               add 1 to step-fiscal-month
           end-if.

       038-set-step-label.
           move step-fiscal-year to lookup-fiscal-year.
           move step-fiscal-month to lookup-fiscal-period.
           perform 470-set-fiscal-label.

       040-open-files.
           open input customer-file.

           open input history-file.
           if history-file-status not = '00'
               display '*** FATAL: NO HISTORY FILE SALESHIST.DAT - '
                   'RUN THE MONTH-END CLOSE FIRST ***'
               close customer-file
               move 16 to return-code
               stop run
           end-if.

           open input reference-file.
           if reference-file-status = '00'
               move 'Y' to reference-data-available
           else
               display 'No SLSREF.DAT found - names will show as '
                   'UNKNOWN and no quotas will be proposed.'
           end-if.

           open output proposal-file.
           if proposal-file-status not = '00'
               display '*** FATAL: CANNOT OPEN QUOTAPRP.DAT - STATUS '
                   proposal-file-status ' ***'
               close customer-file
               close history-file
               move 16 to return-code
               stop run
           end-if.

           open output print-file.

       100-process-customers.
           read customer-file next record
             at end
             move 1 to eof

             not at end
             add 1 to customers-read
             perform 110-forecast-one-customer.

       110-forecast-one-customer.
           perform 115-clear-one-month
               varying slot-index from 1 by 1
               until slot-index > 24.
           move 'N' to customer-has-data-flag.

           perform 120-load-customer-history.

           if customer-has-data
               perform 140-compute-customer-forecast
               perform 150-post-to-rep-table
           end-if.

       115-clear-one-month.
           move zero to customer-month(slot-index).

       120-load-customer-history.
           move zero to history-scan-done.
           move r-customer-id to sh-customer-id.
           move zeroes to sh-year.
           move zeroes to sh-month.
           start history-file key not < sh-history-key
               invalid key
                   move 1 to history-scan-done
           end-start.

           perform 130-load-one-history-month
           until history-scan-done > 0.

       130-load-one-history-month.
           read history-file next record
               at end
                   move 1 to history-scan-done
               not at end
                   if sh-customer-id not = r-customer-id
                       move 1 to history-scan-done
                   else
                       compute slot-number =
                           (sh-year * 12) + sh-month
                           - window-start-index
                       if slot-number > zero and slot-number < 25
                           add sh-sales-amount
                               to customer-month(slot-number)
                           move 'Y' to customer-has-data-flag
                       end-if
                   end-if
           end-read.

       140-compute-customer-forecast.
           move zero to customer-prior-12.
           move zero to customer-last-12.
           perform 145-add-one-month
               varying slot-index from 1 by 1
               until slot-index > 12.

           move zero to customer-forecast.
           if r-status-active and customer-last-12 > zero
               if customer-prior-12 > zero
                   compute customer-trend rounded =
                       customer-last-12 / customer-prior-12
                   if customer-trend < 0.5
                       move 0.5 to customer-trend
                   end-if
                   if customer-trend > 1.5
                       move 1.5 to customer-trend
                   end-if
               else
                   move 1 to customer-trend
               end-if
               compute customer-forecast rounded =
                   customer-last-12 * customer-trend
               add 1 to customers-forecast
           end-if.

       145-add-one-month.
           add customer-month(slot-index) to customer-prior-12.
           add customer-month(slot-index + 12) to customer-last-12.

       150-post-to-rep-table.
           move 'N' to rep-found-flag.
           perform 155-match-one-rep
               varying rep-index from 1 by 1
               until rep-index > rep-count or rep-found.

           if rep-found
               subtract 1 from rep-index
           else
               if rep-count >= 400
                   display '*** FATAL: REP TABLE FULL (400) - '
                       'FORECAST INCOMPLETE, RUN ABORTED ***'
                   move 16 to return-code
                   stop run
               end-if
               add 1 to rep-count
               move rep-count to rep-index
               initialize rep-entry(rep-index)
               move r-branch-id to ft-branch-id(rep-index)
               move r-salesrep-id to ft-salesrep-id(rep-index)
           end-if.

           add 1 to ft-customer-count(rep-index).
           add customer-prior-12 to ft-prior-12(rep-index).
           add customer-last-12 to ft-last-12(rep-index).
           add customer-forecast to ft-forecast(rep-index).
           perform 160-add-season-month
               varying month-index from 1 by 1
               until month-index > 12.

       155-match-one-rep.
           if ft-branch-id(rep-index) = r-branch-id
               and ft-salesrep-id(rep-index) = r-salesrep-id
               move 'Y' to rep-found-flag
           end-if.

       160-add-season-month.
           add customer-month(month-index)
               to ft-season-sales(rep-index, month-index).
           add customer-month(month-index + 12)
               to ft-season-sales(rep-index, month-index).

       200-spread-rep-forecasts.
           move zero to season-total.
           perform 205-add-season-total
               varying month-index from 1 by 1
               until month-index > 12.

           move zero to forecast-allocated.
           perform 210-spread-one-month
               varying month-index from 1 by 1
               until month-index > 11.

           compute ft-month-forecast(rep-index, 12) =
               ft-forecast(rep-index) - forecast-allocated.

       205-add-season-total.
           if ft-season-sales(rep-index, month-index) > zero
               add ft-season-sales(rep-index, month-index)
                   to season-total
           end-if.

       210-spread-one-month.
           if season-total > zero
               if ft-season-sales(rep-index, month-index) > zero
                   compute ft-month-forecast(rep-index, month-index)
                       rounded = ft-forecast(rep-index)
                       * ft-season-sales(rep-index, month-index)
                       / season-total
               else
                   move zero
                       to ft-month-forecast(rep-index, month-index)
               end-if
           else
               compute ft-month-forecast(rep-index, month-index)
                   rounded = ft-forecast(rep-index) / 12
           end-if.
           add ft-month-forecast(rep-index, month-index)
               to forecast-allocated.

       220-sort-rep-table.
           perform 225-sort-one-pass
               varying pass-index from 1 by 1
               until pass-index >= rep-count.

       225-sort-one-pass.
           perform 230-order-adjacent-reps
               varying scan-index from 1 by 1
               until scan-index >= rep-count.

       230-order-adjacent-reps.
           if ft-branch-id(scan-index) > ft-branch-id(scan-index + 1)
               or (ft-branch-id(scan-index)
                   = ft-branch-id(scan-index + 1)
                   and ft-salesrep-id(scan-index)
                   > ft-salesrep-id(scan-index + 1))
               move rep-entry(scan-index) to swap-entry
               move rep-entry(scan-index + 1) to rep-entry(scan-index)
               move swap-entry to rep-entry(scan-index + 1)
           end-if.

       300-print-report.
           initialize rollup-totals.
           perform 310-write-report-header.

           perform 320-print-one-rep
               varying rep-index from 1 by 1
               until rep-index > rep-count.

           if rep-count > zero
               perform 360-write-branch-total
           end-if.

           perform 370-write-company-total.

       310-write-report-header.
           move spaces to pl-print-line.
           string 'SALES FORECAST VS PRIOR YEAR AND PROPOSED QUOTAS   '
               'RUN DATE: ' run-date-display
               delimited by size into pl-print-line.
           write pl-print-line.

           move spaces to pl-print-line.
           string 'LAST ACTUAL PERIOD: ' base-period-label
               ' (' base-period-num ')   FORECAST '
               first-forecast-label ' - ' last-forecast-label
               ' (' first-forecast-period ' - '
               last-forecast-period ')'
               delimited by size into pl-print-line.
           write pl-print-line.

           move spaces to pl-print-line.
           string 'TREND: EACH CUSTOMER''S LAST 12 MONTHS OVER THE '
               'PRIOR 12, HELD TO 50%-150%.  SEASONALITY: EACH '
               'REP''S MONTHLY PATTERN OVER THE LAST 24 MONTHS.'
               delimited by size into pl-print-line.
           write pl-print-line.

           move quota-uplift-percent to f-uplift-percent.
           move spaces to pl-print-line.
           string 'CUSTOMERS ROLLED UP BY CURRENT CUSTMAST.DAT '
               'ASSIGNMENT.  PROPOSED QUOTA = FORECAST PLUS '
               f-uplift-percent '% UPLIFT.  INACTIVE CUSTOMERS '
               'ARE NOT FORECAST.'
               delimited by size into pl-print-line.
           write pl-print-line.

           move spaces to pl-print-line.
           write pl-print-line.

       315-write-column-header.
           move spaces to pl-print-line.
           string 'REP SALESREP NAME               CUSTS'
               ' PRIOR 12 MONTHS   LAST 12 MONTHS  NEXT 12 FORECAST'
               '    CHG%  PROPOSED QUOTA'
               delimited by size into pl-print-line.
           write pl-print-line.

           move spaces to month-line.
           move spaces to month-line-2.
           move 8 to month-column.
           perform 317-add-month-label
               varying month-index from 1 by 1
               until month-index > 12.
           move month-line to pl-print-line.
           write pl-print-line.
           move month-line-2 to pl-print-line.
           write pl-print-line.

       317-add-month-label.
           string '    FY' forecast-fiscal-period(month-index)(1:4)
               delimited by size
               into month-line(month-column:10).
           string '       P' forecast-fiscal-period(month-index)(5:2)
               delimited by size
               into month-line-2(month-column:10).
           add 10 to month-column.

       320-print-one-rep.
           if ft-branch-id(rep-index) not = prev-branch-id
               if prev-branch-id not = 99
                   perform 360-write-branch-total
               end-if
               perform 350-write-branch-header
               move ft-branch-id(rep-index) to prev-branch-id
           end-if.

           perform 330-lookup-rep-name.

           move spaces to line-note.
           move zero to rep-quota-total.
           if ref-rep-active
               perform 340-write-one-proposal
                   varying month-index from 1 by 1
                   until month-index > 12
           else
               add 1 to reps-inactive
               move ' INACTIVE - NO QUOTA' to line-note
           end-if.

           move spaces to line-label.
           string ft-salesrep-id(rep-index) '  ' ref-salesrep-name
               delimited by size into line-label.
           move ft-customer-count(rep-index) to line-customer-count.
           move ft-prior-12(rep-index) to line-prior-12.
           move ft-last-12(rep-index) to line-last-12.
           move ft-forecast(rep-index) to line-forecast.
           move rep-quota-total to line-quota.
           perform 325-copy-one-rep-month
               varying month-index from 1 by 1
               until month-index > 12.
           perform 380-write-amount-lines.

           add ft-customer-count(rep-index) to branch-customer-count.
           add ft-prior-12(rep-index) to branch-prior-12.
           add ft-last-12(rep-index) to branch-last-12.
           add ft-forecast(rep-index) to branch-forecast.
           add rep-quota-total to branch-quota.
           perform 327-add-one-branch-month
               varying month-index from 1 by 1
               until month-index > 12.

       325-copy-one-rep-month.
           move ft-month-forecast(rep-index, month-index)
               to line-month-amount(month-index).

       327-add-one-branch-month.
           add ft-month-forecast(rep-index, month-index)
               to branch-month-forecast(month-index).

       330-lookup-rep-name.
           move '(UNKNOWN)' to ref-salesrep-name.
           move 'N' to ref-rep-active-flag.
           if reference-data-present
               move ft-branch-id(rep-index) to rf-branch-id
               move ft-salesrep-id(rep-index) to rf-salesrep-id
               read reference-file
                   invalid key
                       continue
                   not invalid key
                       move rf-salesrep-name to ref-salesrep-name
                       if rf-active
                           move 'Y' to ref-rep-active-flag
                       end-if
               end-read
           end-if.

       340-write-one-proposal.
           compute proposed-quota rounded =
               ft-month-forecast(rep-index, month-index)
               * (100 + quota-uplift-percent) / 100
               on size error
                   move zero to proposed-quota
           end-compute.
           if proposed-quota < zero
               move zero to proposed-quota
           end-if.

           move ft-branch-id(rep-index) to pq-branch-id.
           move ft-salesrep-id(rep-index) to pq-salesrep-id.
           move forecast-fiscal-period(month-index) to pq-period.
           move proposed-quota to pq-quota-amount.
           write proposal-record.
           add 1 to proposals-written.
           add proposed-quota to rep-quota-total.

       350-write-branch-header.
           move '(UNKNOWN)' to ref-branch-name.
           if reference-data-present
               move ft-branch-id(rep-index) to rf-branch-id
               move zeroes to rf-salesrep-id
               start reference-file key not < rf-reference-key
                   invalid key
                       continue
                   not invalid key
                       perform 355-read-branch-entry
               end-start
           end-if.

           move spaces to pl-print-line.
           write pl-print-line.
           move spaces to pl-print-line.
           string 'BRANCH ' ft-branch-id(rep-index) ' '
               ref-branch-name
               delimited by size into pl-print-line.
           write pl-print-line.

           perform 315-write-column-header.

       355-read-branch-entry.
           read reference-file next record
               at end
                   continue
               not at end
                   if rf-branch-id = ft-branch-id(rep-index)
                       move rf-branch-name to ref-branch-name
                   end-if
           end-read.

       360-write-branch-total.
           move spaces to line-label.
           string 'BRANCH ' prev-branch-id ' TOTAL'
               delimited by size into line-label.
           move branch-customer-count to line-customer-count.
           move branch-prior-12 to line-prior-12.
           move branch-last-12 to line-last-12.
           move branch-forecast to line-forecast.
           move branch-quota to line-quota.
           move spaces to line-note.
           perform 365-roll-one-branch-month
               varying month-index from 1 by 1
               until month-index > 12.
           perform 380-write-amount-lines.

           add branch-customer-count to company-customer-count.
           add branch-prior-12 to company-prior-12.
           add branch-last-12 to company-last-12.
           add branch-forecast to company-forecast.
           add branch-quota to company-quota.

           move zero to branch-customer-count.
           move zero to branch-prior-12.
           move zero to branch-last-12.
           move zero to branch-forecast.
           move zero to branch-quota.

       365-roll-one-branch-month.
           move branch-month-forecast(month-index)
               to line-month-amount(month-index).
           add branch-month-forecast(month-index)
               to company-month-forecast(month-index).
           move zero to branch-month-forecast(month-index).

       370-write-company-total.
           move spaces to pl-print-line.
           write pl-print-line.

           move 'COMPANY TOTAL' to line-label.
           move company-customer-count to line-customer-count.
           move company-prior-12 to line-prior-12.
           move company-last-12 to line-last-12.
           move company-forecast to line-forecast.
           move company-quota to line-quota.
           move spaces to line-note.
           perform 375-copy-one-company-month
               varying month-index from 1 by 1
               until month-index > 12.
           perform 380-write-amount-lines.

       375-copy-one-company-month.
           move company-month-forecast(month-index)
               to line-month-amount(month-index).

       380-write-amount-lines.
           move line-customer-count to f-customer-count.
           move line-prior-12 to f-prior-12.
           move line-last-12 to f-last-12.
           move line-forecast to f-forecast.
           move line-quota to f-quota.

           if line-last-12 not = zero
               compute change-percent rounded =
                   ((line-forecast - line-last-12) / line-last-12)
                   * 100
                   on size error
                       move zero to change-percent
               end-compute
               move change-percent to f-change-percent
               move f-change-percent to f-change-display
           else
               move '    NEW' to f-change-display
           end-if.

           move spaces to pl-print-line.
           string line-label f-customer-count ' ' f-prior-12 '  '
               f-last-12 '   ' f-forecast ' ' f-change-display
               ' ' f-quota line-note
               delimited by size into pl-print-line.
           write pl-print-line.

           move spaces to month-line.
           move 8 to month-column.
           perform 385-add-month-amount
               varying month-index from 1 by 1
               until month-index > 12.
           move month-line to pl-print-line.
           write pl-print-line.

       385-add-month-amount.
           move line-month-amount(month-index) to f-month-amount.
           string '  ' f-month-amount
               delimited by size
               into month-line(month-column:10).
           add 10 to month-column.

       400-finish-program.
           move spaces to pl-print-line.
           write pl-print-line.

           move customers-read to f-count-a.
           move customers-forecast to f-count-b.
           move spaces to pl-print-line.
           string 'CUSTOMERS READ: ' f-count-a
               '   CUSTOMERS WITH A FORECAST: ' f-count-b
               delimited by size into pl-print-line.
           write pl-print-line.

           move proposals-written to f-count-a.
           move reps-inactive to f-count-b.
           move spaces to pl-print-line.
           string 'PROPOSED QUOTA RECORDS WRITTEN TO QUOTAPRP.DAT: '
               f-count-a '   REPS SKIPPED (NOT ACTIVE): ' f-count-b
               delimited by size into pl-print-line.
           write pl-print-line.

           move spaces to pl-print-line.
           string 'REVIEW, THEN LOAD WITH QUOTAMNT001 OPTION 5'
               delimited by size into pl-print-line.
           write pl-print-line.

           close customer-file.
           close history-file.
           close proposal-file.
           close print-file.
           if reference-data-present
               close reference-file
           end-if.

           move customers-read to f-count-a.
           display ' '.
           display 'Customers read:          ' f-count-a.
           move proposals-written to f-count-a.
           display 'Proposed quota records:  ' f-count-a.
           display ' '.
           display 'Forecast report written to ' print-file-name.
           display 'Proposed quotas written to ../data/QUOTAPRP.DAT'.
           display ' '.
           display 'End of forecast run'.
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
