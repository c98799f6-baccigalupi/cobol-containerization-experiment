           organization is record sequential
           file status is journal-file-status.

           select ledger-file assign to '../data/SALESLED.DAT'
           organization is record sequential
           file status is ledger-file-status.

           select ar-item-file assign to '../data/ARITEMS.DAT'
           organization is indexed
           access mode is dynamic
           record key is ai-item-key
           file status is ar-item-file-status.

           select ar-control-file assign to '../data/ARITEMS.CTL'
           organization is record sequential
           file status is ar-control-file-status.

       data division.

       file section.
           05 r-last-activity-date pic 9(8).

       fd sales-transaction-file
           record contains 32 characters.
       01 sales-transaction-record.
           05 st-customer-id      pic 9(5).
           05 st-trans-date       pic 9(8).
           05 st-trans-amount     pic s9(5)v9(2).
           05 st-batch-number     pic 9(4).
           05 st-batch-date       pic 9(8).

       fd reject-file
           record contains 32 characters.
       01 reject-record.
           05 rj-customer-id      pic 9(5).
           05 rj-trans-date       pic 9(8).
           05 rj-trans-amount     pic s9(5)v9(2).
           05 rj-batch-number     pic 9(4).
           05 rj-batch-date       pic 9(8).

       fd control-file
           record contains 18 characters.
           05 jr-before-image         pic x(64).
           05 jr-after-image          pic x(64).

       fd ledger-file
           record contains 54 characters.
       01 ledger-record.
           05 lg-posting-run          pic x(14).
           05 lg-entry-type           pic x.
               88 lg-posted                     value 'P'.
               88 lg-reversed                   value 'R'.
           05 lg-batch-number         pic 9(4).
           05 lg-batch-date           pic 9(8).
           05 lg-customer-id          pic 9(5).
           05 lg-trans-date           pic 9(8).
           05 lg-trans-amount         pic s9(5)v9(2).
           05 lg-ar-item-number       pic 9(7).

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

       fd ar-control-file
           record contains 25 characters.
       01 ar-control-record.
           05 ac-last-item-number     pic 9(7).
           05 ac-open-item-count      pic 9(7).
           05 ac-open-balance         pic s9(9)v9(2).

       working-storage section.
       01 control-flow.
           05 eof                     pic 9             value zero.
           05 journal-before-image    pic x(64)       value spaces.
           05 journal-after-image     pic x(64)       value spaces.

       01 ledger-fields.
           05 ledger-file-status      pic x(2).
           05 posting-run-id          pic x(14)       value spaces.
           05 posted-item-number      pic 9(7)          value zero.

       01 receivable-fields.
           05 ar-item-file-status     pic x(2).
           05 ar-control-file-status  pic x(2).
           05 ar-item-eof             pic 9             value zero.
           05 last-item-number        pic 9(7)          value zero.
           05 open-items-written      pic 9(7)          value zero.
           05 new-open-item-count     pic 9(7)          value zero.
           05 new-open-balance        pic s9(9)v9(2)    value zero.
           05 f-open-items-written    pic zzz,zzz,zz9.

       procedure division.

       000-run.
           else
               perform 180-regenerate-control-file
               display 'Control file CUSTMAST.CTL regenerated.'
               perform 220-regenerate-ar-control
               display 'Control file ARITEMS.CTL regenerated.'
           end-if.

           perform 300-display-run-totals.
           display ' '.
           display 'DAILY SALES TRANSACTION POSTING'.
           display ' '.
           move function current-date(1:14) to posting-run-id.
           open input sales-transaction-file.
           open i-o customer-file.
           perform 140-open-reject-file.
           perform 160-open-journal-file.
           perform 200-open-ar-files.
           perform 240-open-ledger-file.

       140-open-reject-file.
           open extend reject-file.
                   add 1 to transactions-posted
                   move customer-record to journal-after-image
                   perform 170-write-journal-entry
                   move zero to posted-item-number
                   if st-trans-amount not = zero
                       perform 210-write-open-item
                   end-if
                   perform 250-write-ledger-entry
           end-add.

       160-open-journal-file.
           move st-customer-id to rj-customer-id.
           move st-trans-date to rj-trans-date.
           move st-trans-amount to rj-trans-amount.
           move st-batch-number to rj-batch-number.
           move st-batch-date to rj-batch-date.
           write reject-record.

       180-regenerate-control-file.
             add 1 to new-record-count
             add r-sales-this-ytd to new-control-total.

       200-open-ar-files.
           open input ar-control-file.
           if ar-control-file-status = '00'
               read ar-control-file
                   at end
                       continue
                   not at end
                       move ac-last-item-number to last-item-number
               end-read
               close ar-control-file
           end-if.

           open i-o ar-item-file.
           if ar-item-file-status = '35'
               open output ar-item-file
               close ar-item-file
               open i-o ar-item-file
           end-if.
           if ar-item-file-status not = '00'
               display '*** FATAL: CANNOT OPEN ARITEMS.DAT - STATUS '
                   ar-item-file-status ' - NOTHING POSTED ***'
               close sales-transaction-file
               close customer-file
               close reject-file
               close journal-file
               move 16 to return-code
               stop run
           end-if.

       210-write-open-item.
           add 1 to last-item-number.
           move r-customer-id to ai-customer-id.
           move last-item-number to ai-item-number.
           if st-trans-amount < zero
               move 'C' to ai-item-type
           else
               move 'I' to ai-item-type
           end-if.
           move st-trans-date to ai-item-date.
           move st-trans-amount to ai-original-amount.
           move st-trans-amount to ai-open-amount.
           move 'O' to ai-item-status.
           move st-trans-date to ai-last-activity-date.
           move 'SALE' to ai-reference.
           write ar-item-record
               invalid key
                   display 'Item ' last-item-number
                       ' already on ARITEMS.DAT - open item not'
                       ' written for customer ' r-customer-id
               not invalid key
                   add 1 to open-items-written
                   move last-item-number to posted-item-number
           end-write.

       220-regenerate-ar-control.
           move zero to ar-item-eof.
           move zero to new-open-item-count.
           move zero to new-open-balance.
           move zeroes to ai-item-key.
           start ar-item-file key not < ai-item-key
               invalid key
                   move 1 to ar-item-eof
           end-start.

           perform 230-count-ar-item
           until ar-item-eof > 0.

           open output ar-control-file.
           move last-item-number to ac-last-item-number.
           move new-open-item-count to ac-open-item-count.
           move new-open-balance to ac-open-balance.
           write ar-control-record.
           close ar-control-file.

       230-count-ar-item.
           read ar-item-file next record
             at end
             move 1 to ar-item-eof

             not at end
             if ai-item-number > last-item-number
                 move ai-item-number to last-item-number
             end-if
             if ai-open
                 add 1 to new-open-item-count
                 add ai-open-amount to new-open-balance
             end-if.

       240-open-ledger-file.
           open extend ledger-file.
           if ledger-file-status = '35'
               open output ledger-file
           end-if.
           if ledger-file-status not = '00'
               display '*** FATAL: CANNOT OPEN SALESLED.DAT - STATUS '
                   ledger-file-status ' - NOTHING POSTED ***'
               close sales-transaction-file
               close customer-file
               close reject-file
               close journal-file
               close ar-item-file
               move 16 to return-code
               stop run
           end-if.

       250-write-ledger-entry.
           move posting-run-id to lg-posting-run.
           move 'P' to lg-entry-type.
           move st-batch-number to lg-batch-number.
           move st-batch-date to lg-batch-date.
           move st-customer-id to lg-customer-id.
           move st-trans-date to lg-trans-date.
           move st-trans-amount to lg-trans-amount.
           move posted-item-number to lg-ar-item-number.
           write ledger-record.

       300-display-run-totals.
           move transactions-read to f-transactions-read.
           move transactions-posted to f-transactions-posted.
           move transactions-rejected to f-transactions-rejected.
           move open-items-written to f-open-items-written.

           display ' '.
           display 'Transactions read:     ' f-transactions-read.
           display 'Transactions posted:   ' f-transactions-posted.
           display 'Transactions rejected: ' f-transactions-rejected.
           display 'Open AR items written: ' f-open-items-written.
           display 'Posting run id:        ' posting-run-id.

           close sales-transaction-file.
           close customer-file.
           close reject-file.
           close journal-file.
           close ar-item-file.
           close ledger-file.

       900-terminate-program.
           display ' '.
