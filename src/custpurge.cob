           organization is record sequential
           file status is journal-file-status.

           select ar-item-file assign to '../data/ARITEMS.DAT'
           organization is indexed
           access mode is dynamic
           record key is ai-item-key
           file status is ar-item-file-status.

           select parameter-file assign to '../data/CUSTPURGE.PRM'
           organization is record sequential
           file status is parameter-file-status.
           05 jr-before-image         pic x(64).
           05 jr-after-image          pic x(64).

       fd ar-item-file
           record contains 58 characters.
       01 ar-item-record.
           05 ai-item-key.
               10 ai-customer-id      pic 9(5).
               10 ai-item-number      pic 9(7).
           05 ai-item-type            pic x.
               88 ai-invoice                    value 'I'.
               88 ai-credit                     value 'C'.
           05 ai-item-date            pic 9(8).
           05 ai-original-amount      pic s9(7)v9(2).
           05 ai-open-amount          pic s9(7)v9(2).
           05 ai-item-status          pic x.
               88 ai-open                       value 'O'.
               88 ai-closed                     value 'C'.
           05 ai-last-activity-date   pic 9(8).
           05 ai-reference            pic x(10).

       fd parameter-file
           record contains 4 characters.
       01 parameter-record.
           05 history-data-available  pic x             value 'N'.
               88 history-data-present          value 'Y'.

       01 receivable-fields.
           05 ar-item-file-status     pic x(2).
           05 ar-data-available       pic x             value 'N'.
               88 ar-data-present               value 'Y'.
           05 item-scan-done          pic 9             value zero.
           05 customer-open-items     pic 9(5)          value zero.
           05 records-held-open-ar    pic 9(7)          value zero.
           05 f-records-held-open-ar  pic zzz,zzz,zz9.

       01 journal-fields.
           05 journal-file-status     pic x(2).
           05 journal-before-image    pic x(64)       value spaces.
           perform 150-open-history-file.
           perform 160-open-journal-file.

           open input ar-item-file.
           if ar-item-file-status = '00'
               move 'Y' to ar-data-available
           end-if.

           perform 030-write-report-header.

           move zeroes to r-customer-id.
           compute activity-month-index =
               (ad-year * 12) + ad-month.

           move zero to customer-open-items.
           if activity-month-index <= cutoff-month-index
               and ar-data-present
               perform 180-count-open-items
           end-if.

           if activity-month-index <= cutoff-month-index
               and customer-open-items > zero
               add 1 to records-held-open-ar
               perform 190-report-held-customer
           end-if.

           if activity-month-index <= cutoff-month-index
               and customer-open-items = zero
               perform 120-archive-and-purge
           else
               add 1 to records-kept
           move journal-after-image to jr-after-image.
           write journal-record.

       180-count-open-items.
           move zero to item-scan-done.
           move r-customer-id to ai-customer-id.
           move zeroes to ai-item-number.
           start ar-item-file key not < ai-item-key
               invalid key
                   move 1 to item-scan-done
           end-start.

           perform 185-check-one-item
           until item-scan-done > 0.

       185-check-one-item.
           read ar-item-file next record
               at end
                   move 1 to item-scan-done
               not at end
                   if ai-customer-id not = r-customer-id
                       move 1 to item-scan-done
                   else
                       if ai-open and ai-open-amount not = zero
                           add 1 to customer-open-items
                       end-if
                   end-if
           end-read.

       190-report-held-customer.
           move spaces to pr-detail-line.
           move r-customer-id to pr-d-customer-id.
           move r-customer-name to pr-d-customer-name.
           move r-branch-id to pr-d-branch-id.
           move r-salesrep-id to pr-d-salesrep-id.
           write pr-detail-line.

           move spaces to pr-text-line.
           string '        *** NOT PURGED - ' customer-open-items
               ' OPEN RECEIVABLE ITEMS ON ARITEMS.DAT ***'
               delimited by size into pr-text-line.
           write pr-text-line.

       200-write-control-file.
           open output control-file.
           move records-kept to ctl-record-count.
           if history-data-present
               close history-file
           end-if.
           if ar-data-present
               close ar-item-file
           end-if.

           move spaces to log-message-text.
           string 'Dormant accounts archived to ' archive-file-name
               delimited by size into log-message-text.
           perform 950-emit-message.

           move records-held-open-ar to f-records-held-open-ar.
           move spaces to log-message-text.
           string 'Dormant customers kept for open receivables: '
               f-records-held-open-ar
               delimited by size into log-message-text.
           perform 950-emit-message.

           move 'End of purge run' to log-message-text.
           perform 950-emit-message.
           perform 960-close-run-log.
