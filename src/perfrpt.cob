           record key is qt-quota-key
           file status is quota-file-status.

           select territory-file assign to '../data/TERRHIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is th-territory-key
           file status is territory-file-status.

           select fiscal-file assign to '../data/FISCAL.DAT'
           organization is indexed
           access mode is dynamic
           record key is fc-calendar-period
           file status is fiscal-file-status.

           select print-file assign to print-file-name
           organization is line sequential.

               10 qt-period           pic 9(6).
           05 qt-quota-amount         pic s9(7)v9(2).

       fd territory-file
           record contains 36 characters.
       01 territory-record.
           05 th-territory-key.
               10 th-customer-id      pic 9(5).
               10 th-effective-date   pic 9(8).
           05 th-branch-id            pic 9(2).
           05 th-salesrep-id          pic 9(2).
           05 th-prior-branch-id      pic 9(2).
           05 th-prior-salesrep-id    pic 9(2).
           05 th-change-source        pic x.
               88 th-from-add                   value 'A'.
               88 th-from-change                value 'C'.
               88 th-from-realign               value 'M'.
           05 th-recorded-timestamp   pic x(14).

       fd fiscal-file
           record contains 12 characters.
       01 fiscal-record.
           05 fc-calendar-period      pic 9(6).
           05 fc-fiscal-year          pic 9(4).
           05 fc-fiscal-period        pic 9(2).

       fd print-file.
       01 pl-print-line               pic x(132).

           05 history-file-status     pic x(2).
           05 reference-file-status   pic x(2).
           05 quota-file-status       pic x(2).
           05 territory-file-status   pic x(2).

       01 reference-lookup-fields.
           05 reference-data-available pic x            value 'N'.
           05 quota-amount            pic s9(7)v9(2)    value zero.

       01 report-period-fields.
           05 report-entry            pic 9(6)          value zero.
           05 report-entry-fiscal redefines report-entry.
               10 entry-fiscal-year   pic 9(4).
               10 entry-fiscal-period pic 9(2).
           05 report-period.
               10 report-year         pic 9(4).
               10 report-month        pic 9(2).
           05 report-period-num redefines report-period
                                      pic 9(6).
           05 report-fiscal-period.
               10 report-fiscal-year  pic 9(4).
               10 report-fiscal-month pic 9(2).
           05 report-fiscal-num redefines report-fiscal-period
                                      pic 9(6).
           05 report-period-label     pic x(10)         value spaces.
           05 prior-fiscal-year       pic 9(4).

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

       01 customer-accumulators.
           05 cust-month-sales        pic s9(7)v9(2)    value zero.
           05 cust-lastyear-sales     pic s9(7)v9(2)    value zero.
           05 cust-has-data-flag      pic x             value 'N'.
               88 cust-has-data                 value 'Y'.
           05 hist-used-flag          pic x             value 'N'.
               88 hist-used                     value 'Y'.

       01 rep-posting-fields.
           05 post-branch-id          pic 9(2)          value zero.
           05 post-salesrep-id        pic 9(2)          value zero.
           05 post-customer-count     pic 9(5)          value zero.

       01 territory-lookup-fields.
           05 territory-data-available pic x            value 'N'.
               88 territory-data-present        value 'Y'.
           05 territory-scan-done     pic 9             value zero.
           05 owner-customer-id       pic 9(5)          value zero.
           05 owner-period            pic 9(6)          value zero.
           05 owner-period-end-date   pic 9(8)          value zero.
           05 owner-branch-id         pic 9(2)          value zero.
           05 owner-salesrep-id       pic 9(2)          value zero.
           05 owner-set-flag          pic x             value 'N'.
               88 owner-set                     value 'Y'.

       01 rep-table-fields.
           05 rep-count               pic 9(3)          value zero.

       01 report-counters.
           05 customers-read          pic 9(7)          value zero.
           05 customers-recredited    pic 9(7)          value zero.
           05 f-customers-read        pic zzz,zzz,zz9.

       01 run-date-fields.
           display ' '.
           display 'BRANCH/SALESREP MONTHLY PERFORMANCE REPORT'.
           display ' '.
           display 'Enter report fiscal period (yyyypp, 0 for '
               'current):'.
           accept report-entry.

           open input fiscal-file.
           if fiscal-file-status = '00'
               move 'Y' to fiscal-data-available
           end-if.

           if report-entry = zero
               move current-date-value(1:4) to report-year
               move current-date-value(5:2) to report-month
           else
               if entry-fiscal-period < 01 or entry-fiscal-period > 12
                   or entry-fiscal-year = zero
                   display '*** FATAL: INVALID REPORT PERIOD '
                       report-entry ' - ENTER YYYYPP ***'
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
               move lookup-calendar-period to report-period-num
           end-if.

           move report-period-num to lookup-calendar-period.
           perform 450-find-fiscal-period.
           if not lookup-found
               display '*** FATAL: CALENDAR MONTH ' report-period-num
                   ' IS NOT ON FISCAL.DAT ***'
               move 16 to return-code
               stop run
           end-if.
           move lookup-fiscal-year to report-fiscal-year.
           move lookup-fiscal-period to report-fiscal-month.
           perform 470-set-fiscal-label.
           move fiscal-label to report-period-label.

           compute prior-fiscal-year = report-fiscal-year - 1.

           open input customer-file.

                   'columns will show NO QUOTA.'
           end-if.

           open input territory-file.
           if territory-file-status = '00'
               move 'Y' to territory-data-available
           else
               display 'No TERRHIST.DAT found - sales credited to '
                   'current assignments this run.'
           end-if.

           open output print-file.

       100-process-customers.
           perform 120-scan-customer-history.

           if cust-has-data
               move report-period-num to owner-period
               perform 400-find-period-owner
               if owner-branch-id not = r-branch-id
                   or owner-salesrep-id not = r-salesrep-id
                   add 1 to customers-recredited
               end-if
               move owner-branch-id to post-branch-id
               move owner-salesrep-id to post-salesrep-id
               move zero to cust-month-sales
               move zero to cust-ytd-sales
               move zero to cust-lastyear-sales
               move 1 to post-customer-count
               perform 150-post-to-rep-table
           end-if.

           end-read.

       140-apply-history-record.
           move zero to cust-month-sales.
           move zero to cust-ytd-sales.
           move zero to cust-lastyear-sales.
           move 'N' to hist-used-flag.

           if sh-year = report-year
               and sh-month = report-month
               add sh-sales-amount to cust-month-sales
               move 'Y' to hist-used-flag
           end-if.

           compute lookup-calendar-period =
               (sh-year * 100) + sh-month.
           perform 450-find-fiscal-period.

           if lookup-found
               and lookup-fiscal-year = report-fiscal-year
               and lookup-fiscal-period not > report-fiscal-month
               add sh-sales-amount to cust-ytd-sales
               move 'Y' to hist-used-flag
           end-if.

           if lookup-found
               and lookup-fiscal-year = prior-fiscal-year
               and lookup-fiscal-period = report-fiscal-month
               add sh-sales-amount to cust-lastyear-sales
               move 'Y' to hist-used-flag
           end-if.

           if hist-used
               move 'Y' to cust-has-data-flag
               compute owner-period = (sh-year * 100) + sh-month
               perform 400-find-period-owner
               move owner-branch-id to post-branch-id
               move owner-salesrep-id to post-salesrep-id
               move zero to post-customer-count
               perform 150-post-to-rep-table
           end-if.

       150-post-to-rep-table.
           move 'N' to rep-found-flag.
           perform varying rep-index from 1 by 1
               until rep-index > rep-count or rep-found
               if pt-branch-id(rep-index) = post-branch-id
                   and pt-salesrep-id(rep-index) = post-salesrep-id
                   move 'Y' to rep-found-flag
               end-if
           end-perform.
               end-if
               add 1 to rep-count
               move rep-count to rep-index
               move post-branch-id to pt-branch-id(rep-index)
               move post-salesrep-id to pt-salesrep-id(rep-index)
               move zero to pt-customer-count(rep-index)
               move zero to pt-month-sales(rep-index)
               move zero to pt-ytd-sales(rep-index)
               move zero to pt-lastyear-sales(rep-index)
           end-if.

           add post-customer-count to pt-customer-count(rep-index).
           add cust-month-sales to pt-month-sales(rep-index).
           add cust-ytd-sales to pt-ytd-sales(rep-index).
           add cust-lastyear-sales to pt-lastyear-sales(rep-index).
       220-write-report-header.
           move spaces to pl-print-line.
           string 'BRANCH/SALESREP PERFORMANCE         RUN DATE: '
               run-date-display '   PERIOD: ' report-period-label
               ' (' report-period-num ')'
               delimited by size into pl-print-line.
           write pl-print-line.

           move spaces to pl-print-line.
           if territory-data-present
               string 'EACH MONTH CREDITED TO THE REP WHO OWNED THE '
                   'ACCOUNT IN THAT MONTH'
                   delimited by size into pl-print-line
           else
               string 'SALES CREDITED TO CURRENT ASSIGNMENTS '
                   '(NO TERRHIST.DAT)'
                   delimited by size into pl-print-line
           end-if.
           write pl-print-line.

           move spaces to pl-print-line.
           write pl-print-line.

       230-write-column-header.
           move spaces to pl-print-line.
           string 'RANK REP SALESREP NAME        '
               '   PERIOD SALES            YTD   SAME PD LAST YR'
               '          QUOTA    ATTAIN%     OVER/UNDER'
               delimited by size into pl-print-line.
           write pl-print-line.
           if quota-data-present
               move pt-branch-id(rep-index) to qt-branch-id
               move pt-salesrep-id(rep-index) to qt-salesrep-id
               move report-fiscal-num to qt-period
               read quota-file
                   invalid key
                       continue
               delimited by size into pl-print-line.
           write pl-print-line.

           move customers-recredited to f-customers-read.
           move spaces to pl-print-line.
           string 'ACCOUNTS CREDITED TO A PRIOR OWNER: '
               f-customers-read
               delimited by size into pl-print-line.
           write pl-print-line.

           close customer-file.
           close history-file.
           close print-file.
           if quota-data-present
               close quota-file
           end-if.
           if territory-data-present
               close territory-file
           end-if.
           if fiscal-data-present
               close fiscal-file
           end-if.

           display ' '.
           display 'Performance report written to ' print-file-name.
           stop run.

       400-find-period-owner.
           move r-customer-id to owner-customer-id.
           move r-branch-id to owner-branch-id.
           move r-salesrep-id to owner-salesrep-id.

           if territory-data-present
               compute owner-period-end-date =
                   (owner-period * 100) + 99
               move 'N' to owner-set-flag
               move zero to territory-scan-done
               move owner-customer-id to th-customer-id
               move zeroes to th-effective-date
               start territory-file key not < th-territory-key
                   invalid key
                       move 1 to territory-scan-done
               end-start
               perform 410-scan-one-territory-entry
               until territory-scan-done > 0
           end-if.

       410-scan-one-territory-entry.
           read territory-file next record
               at end
                   move 1 to territory-scan-done
               not at end
                   if th-customer-id not = owner-customer-id
                       move 1 to territory-scan-done
                   else
                       if th-effective-date not > owner-period-end-date
                           move th-branch-id to owner-branch-id
                           move th-salesrep-id to owner-salesrep-id
                           move 'Y' to owner-set-flag
                       else
                           if not owner-set
                               move th-prior-branch-id
                                   to owner-branch-id
                               move th-prior-salesrep-id
                                   to owner-salesrep-id
                           end-if
                           move 1 to territory-scan-done
                       end-if
                   end-if
           end-read.

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
