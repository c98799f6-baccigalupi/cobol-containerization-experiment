       identification division.
       program-id. saleback001.

       environment division.
       input-output section.
       file-control.
           select customer-file assign to '../data/CUSTMAST.DAT'
           organization is indexed
           access mode is dynamic
           record key is r-customer-id
           file status is customer-file-status.

           select history-file assign to '../data/SALESHIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is sh-history-key
           file status is history-file-status.

           select ar-item-file assign to '../data/ARITEMS.DAT'
           organization is indexed
           access mode is dynamic
           record key is ai-item-key
           file status is ar-item-file-status.

           select ar-control-file assign to '../data/ARITEMS.CTL'
           organization is record sequential
           file status is ar-control-file-status.

           select control-file assign to '../data/CUSTMAST.CTL'
           organization is record sequential.

           select journal-file assign to '../data/CUSTJRNL.DAT'
           organization is record sequential
           file status is journal-file-status.

           select ledger-file assign to '../data/SALESLED.DAT'
           organization is record sequential
           file status is ledger-file-status.

           select adjustment-file assign to '../data/COMMADJ.DAT'
           organization is record sequential
           file status is adjustment-file-status.

           select monthend-control-file
           assign to '../data/MONTHEND.CTL'
           organization is record sequential
           file status is monthend-file-status.

           select yearend-control-file
           assign to '../data/YEAREND.CTL'
           organization is record sequential
           file status is yearend-file-status.

           select fiscal-file assign to '../data/FISCAL.DAT'
           organization is indexed
           access mode is dynamic
           record key is fc-calendar-period
           file status is fiscal-file-status.

           select register-file assign to register-file-name
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

       fd control-file
           record contains 18 characters.
       01 control-record.
           05 ctl-record-count        pic 9(7).
           05 ctl-control-total       pic s9(9)v9(2).

       fd journal-file
           record contains 148 characters.
       01 journal-record.
           05 jr-timestamp            pic x(14).
           05 jr-action               pic x.
           05 jr-customer-id          pic 9(5).
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

       fd adjustment-file
           record contains 61 characters.
       01 adjustment-record.
           05 ca-customer-id          pic 9(5).
           05 ca-sales-period         pic 9(6).
           05 ca-source               pic x.
               88 ca-from-backout               value 'B'.
               88 ca-from-write-off             value 'W'.
           05 ca-adjust-timestamp     pic x(14).
           05 ca-reference            pic x(10).
           05 ca-sales-reduction      pic s9(7)v9(2).
           05 ca-status               pic x.
               88 ca-unapplied                  value 'U'.
               88 ca-charged                    value 'C'.
               88 ca-no-commission              value 'N'.
           05 ca-charged-period       pic 9(6).
           05 ca-chargeback-amount    pic s9(7)v9(2).

       fd monthend-control-file
           record contains 6 characters.
       01 monthend-control-record.
           05 me-last-close-period    pic 9(6).

       fd yearend-control-file
           record contains 4 characters.
       01 yearend-control-record.
           05 ye-last-close-year      pic 9(4).

       fd fiscal-file
           record contains 12 characters.
       01 fiscal-record.
           05 fc-calendar-period      pic 9(6).
           05 fc-fiscal-year          pic 9(4).
           05 fc-fiscal-period        pic 9(2).

       fd register-file.
       01 rg-header-line1             pic x(132).
       01 rg-text-line                pic x(132).

       working-storage section.
       01 control-flow.
           05 eof                     pic 9             value zero.
           05 ledger-eof              pic 9             value zero.
           05 ar-item-eof             pic 9             value zero.

       01 menu-fields.
           05 menu-choice             pic 9             value zero.
               88 preview-mode                  value 1.
               88 apply-mode                    value 2.

       01 file-status-fields.
           05 customer-file-status    pic x(2).
           05 history-file-status     pic x(2).
           05 ar-item-file-status     pic x(2).
           05 ar-control-file-status  pic x(2).
           05 journal-file-status     pic x(2).
           05 ledger-file-status      pic x(2).
           05 monthend-file-status    pic x(2).
           05 yearend-file-status     pic x(2).
           05 adjustment-file-status  pic x(2).

       01 batch-selection-fields.
           05 backout-batch-number    pic 9(4)          value zero.
           05 backout-batch-date      pic 9(8)          value zero.
           05 backout-run-id          pic x(14)         value spaces.
           05 already-reversed-flag   pic x             value 'N'.
               88 batch-already-reversed        value 'Y'.
           05 prior-reversal-run      pic x(14)         value spaces.
           05 table-overflow-flag     pic x             value 'N'.
               88 table-overflowed              value 'Y'.

       01 backout-table-fields.
           05 backout-count           pic 9(4)          value zero.
           05 backout-index           pic 9(4)          value zero.
           05 backout-entry occurs 2000 times.
               10 be-posting-run      pic x(14).
               10 be-customer-id      pic 9(5).
               10 be-trans-date       pic 9(8).
               10 be-trans-amount     pic s9(5)v9(2).
               10 be-ar-item-number   pic 9(7).

       01 current-entry-fields.
           05 ce-posting-run          pic x(14).
           05 ce-customer-id          pic 9(5).
           05 ce-trans-date.
               10 ce-trans-year       pic 9(4).
               10 ce-trans-month      pic 9(2).
               10 ce-trans-day        pic 9(2).
           05 ce-trans-date-num redefines ce-trans-date
                                      pic 9(8).
           05 ce-trans-amount         pic s9(5)v9(2).
           05 ce-ar-item-number       pic 9(7).
           05 ce-trans-period         pic 9(6).
           05 ytd-target              pic x.
               88 target-this-ytd               value 'T'.
               88 target-last-ytd               value 'L'.
           05 skip-reason             pic x(40).
           05 ytd-before-amount       pic s9(7)v9(2).

       01 period-control-fields.
           05 last-close-period       pic 9(6)          value zero.
           05 close-period-available  pic x             value 'N'.
               88 close-period-present          value 'Y'.
           05 current-ytd-year        pic 9(4)          value zero.
           05 ytd-year-available      pic x             value 'N'.
               88 ytd-year-present              value 'Y'.
           05 trans-fiscal-year       pic 9(4)          value zero.

       01 fiscal-calendar-fields.
           05 fiscal-file-status      pic x(2).
           05 fiscal-data-available   pic x             value 'N'.
               88 fiscal-data-present           value 'Y'.
           05 lookup-calendar-period  pic 9(6)          value zero.
           05 lookup-fiscal-year      pic 9(4)          value zero.
           05 lookup-fiscal-period    pic 9(2)          value zero.
           05 lookup-found-flag       pic x             value 'N'.
               88 lookup-found                  value 'Y'.

       01 optional-file-fields.
           05 history-data-available  pic x             value 'N'.
               88 history-data-present          value 'Y'.
           05 ar-data-available       pic x             value 'N'.
               88 ar-data-present               value 'Y'.

       01 journal-fields.
           05 journal-before-image    pic x(64)       value spaces.
           05 journal-after-image     pic x(64)       value spaces.

       01 control-total-fields.
           05 new-record-count        pic 9(7)        value zero.
           05 new-control-total       pic s9(9)v9(2)  value zero.
           05 last-item-number        pic 9(7)        value zero.
           05 new-open-item-count     pic 9(7)        value zero.
           05 new-open-balance        pic s9(9)v9(2)  value zero.

       01 backout-counters.
           05 entries-reversed        pic 9(5)          value zero.
           05 entries-skipped         pic 9(5)          value zero.
           05 history-adjusted        pic 9(5)          value zero.
           05 adjustments-recorded    pic 9(5)          value zero.
           05 items-adjusted          pic 9(5)          value zero.
           05 amount-reversed         pic s9(9)v9(2)    value zero.
           05 f-count-a               pic zz,zz9.
           05 f-count-b               pic zz,zz9.
           05 f-amount-a              pic zz,zzz,zz9.99-.
           05 f-amount-b              pic zz,zzz,zz9.99-.
           05 f-amount-c              pic zz,zzz,zz9.99-.
           05 f-big-amount            pic zzz,zzz,zz9.99-.

       01 run-date-fields.
           05 current-date-value      pic x(8).
           05 current-date-num        pic 9(8).
           05 run-date-display        pic x(10).

       01 register-file-name          pic x(40).

       procedure division.

       000-run.
           perform 010-start-program.
           perform 020-load-batch-entries.
           perform 030-read-period-controls.
           perform 040-open-run-files.

           perform 100-back-out-one-entry
               varying backout-index from 1 by 1
               until backout-index > backout-count.

           if apply-mode and entries-reversed > zero
               perform 180-regenerate-control-file
               if ar-data-present
                   perform 220-regenerate-ar-control
               end-if
           end-if.

           perform 300-finish-program.

       010-start-program.
           move function current-date(1:8) to current-date-value.
           move current-date-value to current-date-num.
           move function current-date(1:14) to backout-run-id.
           string current-date-value(5:2) '/' current-date-value(7:2)
               '/' current-date-value(1:4)
               delimited by size into run-date-display.

           string '../data/SALEBACK.' current-date-value '.DAT'
               delimited by size into register-file-name.

           display ' '.
           display 'SALES BATCH BACK-OUT'.
           display ' '.
           display 'Enter batch number to back out (xxxx):'.
           accept backout-batch-number.
           display 'Enter batch date (yyyymmdd):'.
           accept backout-batch-date.

           if backout-batch-number = zero
               or backout-batch-date = zero
               display '*** FATAL: BATCH NUMBER AND BATCH DATE ARE '
                   'BOTH REQUIRED ***'
               move 16 to return-code
               stop run
           end-if.

           display ' '.
           display 'Enter 1 to preview (register only, no changes).'.
           display 'Enter 2 to reverse the batch.'.
           display 'Enter 0 to cancel.'.
           accept menu-choice.

           if not preview-mode and not apply-mode
               display 'Run cancelled - nothing done.'
               stop run
           end-if.

       020-load-batch-entries.
           open input ledger-file.
           if ledger-file-status not = '00'
               display '*** FATAL: CANNOT OPEN SALESLED.DAT - STATUS '
                   ledger-file-status ' - NOTHING DONE ***'
               move 16 to return-code
               stop run
           end-if.

           perform 025-load-one-ledger-entry
           until ledger-eof > 0.
           close ledger-file.

           if table-overflowed
               display '*** FATAL: BATCH ' backout-batch-number
                   ' HAS MORE THAN 2000 POSTINGS - NOTHING DONE ***'
               move 16 to return-code
               stop run
           end-if.

           if batch-already-reversed
               display '*** FATAL: BATCH ' backout-batch-number
                   ' DATED ' backout-batch-date
                   ' WAS ALREADY BACKED OUT BY RUN '
                   prior-reversal-run ' ***'
               move 16 to return-code
               stop run
           end-if.

           if backout-count = zero
               display 'Batch ' backout-batch-number ' dated '
                   backout-batch-date
                   ' is not on the posting ledger - nothing done.'
               move 8 to return-code
               stop run
           end-if.

       025-load-one-ledger-entry.
           read ledger-file
             at end
             move 1 to ledger-eof

             not at end
             if lg-batch-number = backout-batch-number
                 and lg-batch-date = backout-batch-date
                 perform 027-hold-ledger-entry
             end-if.

       027-hold-ledger-entry.
           if lg-reversed
               move 'Y' to already-reversed-flag
               move lg-posting-run to prior-reversal-run
           else
               if backout-count < 2000
                   add 1 to backout-count
                   move lg-posting-run
                       to be-posting-run(backout-count)
                   move lg-customer-id
                       to be-customer-id(backout-count)
                   move lg-trans-date to be-trans-date(backout-count)
                   move lg-trans-amount
                       to be-trans-amount(backout-count)
                   move lg-ar-item-number
                       to be-ar-item-number(backout-count)
               else
                   move 'Y' to table-overflow-flag
               end-if
           end-if.

       030-read-period-controls.
           open input monthend-control-file.
           if monthend-file-status = '00'
               read monthend-control-file
                   at end
                       continue
                   not at end
                       move me-last-close-period to last-close-period
                       move 'Y' to close-period-available
               end-read
               close monthend-control-file
           end-if.

           open input yearend-control-file.
           if yearend-file-status = '00'
               read yearend-control-file
                   at end
                       continue
                   not at end
                       move ye-last-close-year to current-ytd-year
                       move 'Y' to ytd-year-available
               end-read
               close yearend-control-file
           end-if.

           open input fiscal-file.
           if fiscal-file-status = '00'
               move 'Y' to fiscal-data-available
           end-if.

       040-open-run-files.
           if apply-mode
               open i-o customer-file
           else
               open input customer-file
           end-if.
           if customer-file-status not = '00'
               display '*** FATAL: CANNOT OPEN CUSTMAST.DAT - STATUS '
                   customer-file-status ' - NOTHING DONE ***'
               move 16 to return-code
               stop run
           end-if.

           if apply-mode
               open i-o history-file
           else
               open input history-file
           end-if.
           if history-file-status = '00'
               move 'Y' to history-data-available
           end-if.

           if apply-mode
               open i-o ar-item-file
           else
               open input ar-item-file
           end-if.
           if ar-item-file-status = '00'
               move 'Y' to ar-data-available
               perform 045-read-ar-control
           end-if.

           if apply-mode
               perform 050-open-journal-file
               perform 055-open-ledger-extend
               perform 057-open-adjustment-file
           end-if.

           open output register-file.
           perform 060-write-register-header.

       045-read-ar-control.
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

       050-open-journal-file.
           open extend journal-file.
           if journal-file-status = '35'
               open output journal-file
           end-if.
           if journal-file-status not = '00'
               display '*** FATAL: CANNOT OPEN CUSTJRNL.DAT - STATUS '
                   journal-file-status ' - NOTHING REVERSED ***'
               close customer-file
               move 16 to return-code
               stop run
           end-if.

       055-open-ledger-extend.
           open extend ledger-file.
           if ledger-file-status not = '00'
               display '*** FATAL: CANNOT OPEN SALESLED.DAT - STATUS '
                   ledger-file-status ' - NOTHING REVERSED ***'
               close customer-file
               close journal-file
               move 16 to return-code
               stop run
           end-if.

       057-open-adjustment-file.
           open extend adjustment-file.
           if adjustment-file-status = '35'
               open output adjustment-file
           end-if.
           if adjustment-file-status not = '00'
               display '*** FATAL: CANNOT OPEN COMMADJ.DAT - STATUS '
                   adjustment-file-status ' - NOTHING REVERSED ***'
               close customer-file
               close journal-file
               close ledger-file
               move 16 to return-code
               stop run
           end-if.

       060-write-register-header.
           move spaces to rg-header-line1.
           if preview-mode
               string 'SALES BATCH BACK-OUT PREVIEW        RUN DATE: '
                   run-date-display
                   delimited by size into rg-header-line1
           else
               string 'SALES BATCH REVERSAL REGISTER       RUN DATE: '
                   run-date-display '   BACK-OUT RUN: '
                   backout-run-id
                   delimited by size into rg-header-line1
           end-if.
           write rg-header-line1.

           move backout-count to f-count-a.
           move spaces to rg-text-line.
           string 'BATCH ' backout-batch-number ' DATED '
               backout-batch-date '   POSTINGS ON LEDGER: '
               f-count-a
               delimited by size into rg-text-line.
           write rg-text-line.

           move spaces to rg-text-line.
           if close-period-present
               string 'LAST CLOSED PERIOD: ' last-close-period
                   delimited by size into rg-text-line
           else
               string 'LAST CLOSED PERIOD: (NO MONTHEND.CTL)'
                   delimited by size into rg-text-line
           end-if.
           write rg-text-line.

           move spaces to rg-text-line.
           write rg-text-line.

           move spaces to rg-text-line.
           string 'CUST  CUSTOMER NAME        TRANS DATE'
               '         AMOUNT      YTD BEFORE       YTD AFTER'
               '  POSTING RUN'
               delimited by size into rg-text-line.
           write rg-text-line.

           move spaces to rg-text-line.
           write rg-text-line.

       100-back-out-one-entry.
           move be-posting-run(backout-index) to ce-posting-run.
           move be-customer-id(backout-index) to ce-customer-id.
           move be-trans-date(backout-index) to ce-trans-date-num.
           move be-trans-amount(backout-index) to ce-trans-amount.
           move be-ar-item-number(backout-index)
               to ce-ar-item-number.
           compute ce-trans-period =
               (ce-trans-year * 100) + ce-trans-month.
           move spaces to skip-reason.

           move ce-customer-id to r-customer-id.
           read customer-file
               invalid key
                   move 'CUSTOMER NOT ON MASTER' to skip-reason
           end-read.

           if skip-reason = spaces
               perform 105-set-ytd-target
           end-if.

           if skip-reason = spaces
               perform 110-reverse-ytd-amount
           end-if.

           if skip-reason = spaces
               perform 115-complete-reversal
           else
               perform 170-report-skipped-entry
           end-if.

       105-set-ytd-target.
           move 'T' to ytd-target.
           move ce-trans-period to lookup-calendar-period.
           perform 450-find-fiscal-period.
           if lookup-found
               move lookup-fiscal-year to trans-fiscal-year
           else
               move ce-trans-year to trans-fiscal-year
           end-if.

           if ytd-year-present
               and trans-fiscal-year < current-ytd-year
               if trans-fiscal-year = current-ytd-year - 1
                   move 'L' to ytd-target
               else
                   move 'POSTED BEFORE LAST YEAR - NOT REVERSED'
                       to skip-reason
               end-if
           end-if.

       110-reverse-ytd-amount.
           move customer-record to journal-before-image.
           if target-this-ytd
               move r-sales-this-ytd to ytd-before-amount
               subtract ce-trans-amount from r-sales-this-ytd
                   on size error
                       move 'YTD CAPACITY EXCEEDED - NOT REVERSED'
                           to skip-reason
               end-subtract
           else
               move r-sales-last-ytd to ytd-before-amount
               subtract ce-trans-amount from r-sales-last-ytd
                   on size error
                       move 'YTD CAPACITY EXCEEDED - NOT REVERSED'
                           to skip-reason
               end-subtract
           end-if.

       115-complete-reversal.
           add 1 to entries-reversed.
           add ce-trans-amount to amount-reversed.

           if apply-mode
               rewrite customer-record
               move customer-record to journal-after-image
               perform 160-write-journal-entry
               perform 150-write-ledger-reversal
           end-if.

           move ce-trans-amount to f-amount-a.
           move ytd-before-amount to f-amount-b.
           if target-this-ytd
               move r-sales-this-ytd to f-amount-c
           else
               move r-sales-last-ytd to f-amount-c
           end-if.
           move spaces to rg-text-line.
           string r-customer-id ' ' r-customer-name ' '
               ce-trans-date-num ' ' f-amount-a '  ' f-amount-b
               '  ' f-amount-c '  ' ce-posting-run
               delimited by size into rg-text-line.
           write rg-text-line.

           if target-last-ytd
               move spaces to rg-text-line
               string '      PRIOR-YEAR SALE - REVERSED FROM '
                   'SALES LAST YTD'
                   delimited by size into rg-text-line
               write rg-text-line
           end-if.

           if history-data-present
               and close-period-present
               and ce-trans-period not > last-close-period
               perform 120-adjust-history-month
           end-if.

           if ar-data-present
               and ce-ar-item-number not = zero
               perform 130-reverse-ar-item
           end-if.

       120-adjust-history-month.
           move ce-customer-id to sh-customer-id.
           move ce-trans-year to sh-year.
           move ce-trans-month to sh-month.
           move spaces to rg-text-line.
           read history-file
               invalid key
                   string '      PERIOD ' ce-trans-period
                       ' CLOSED BUT NOT ON SALESHIST.DAT - '
                       'HISTORY NOT ADJUSTED'
                       delimited by size into rg-text-line
               not invalid key
                   perform 125-reduce-history-amount
           end-read.
           write rg-text-line.

       125-reduce-history-amount.
           subtract ce-trans-amount from sh-sales-amount
               on size error
                   string '      *** SALESHIST PERIOD '
                       ce-trans-period
                       ' WOULD OVERFLOW - HISTORY NOT ADJUSTED ***'
                       delimited by size into rg-text-line
               not on size error
                   if apply-mode
                       rewrite history-record
                       perform 127-write-commission-adjustment
                   end-if
                   add 1 to history-adjusted
                   move sh-sales-amount to f-amount-a
                   string '      CLOSED PERIOD ' ce-trans-period
                       ' - SALESHIST MONTH REDUCED TO ' f-amount-a
                       delimited by size into rg-text-line
           end-subtract.

       127-write-commission-adjustment.
           move ce-customer-id to ca-customer-id.
           move ce-trans-period to ca-sales-period.
           move 'B' to ca-source.
           move backout-run-id to ca-adjust-timestamp.
           move spaces to ca-reference.
           string 'BATCH ' backout-batch-number
               delimited by size into ca-reference.
           move ce-trans-amount to ca-sales-reduction.
           move 'U' to ca-status.
           move zero to ca-charged-period.
           move zero to ca-chargeback-amount.
           write adjustment-record.
           add 1 to adjustments-recorded.

       130-reverse-ar-item.
           move ce-customer-id to ai-customer-id.
           move ce-ar-item-number to ai-item-number.
           move spaces to rg-text-line.
           read ar-item-file
               invalid key
                   string '      AR ITEM ' ce-ar-item-number
                       ' NOT ON ARITEMS.DAT - RECEIVABLE NOT ADJUSTED'
                       delimited by size into rg-text-line
               not invalid key
                   perform 135-reduce-open-item
           end-read.
           write rg-text-line.

       135-reduce-open-item.
           subtract ce-trans-amount from ai-open-amount
               on size error
                   string '      *** AR ITEM ' ce-ar-item-number
                       ' WOULD OVERFLOW - RECEIVABLE NOT ADJUSTED ***'
                       delimited by size into rg-text-line
               not on size error
                   if ai-open-amount = zero
                       move 'C' to ai-item-status
                   else
                       move 'O' to ai-item-status
                   end-if
                   move current-date-num to ai-last-activity-date
                   if apply-mode
                       rewrite ar-item-record
                   end-if
                   add 1 to items-adjusted
                   move ai-open-amount to f-amount-a
                   string '      AR ITEM ' ce-ar-item-number
                       ' REVERSED - ITEM OPEN AMOUNT NOW ' f-amount-a
                       delimited by size into rg-text-line
           end-subtract.

       150-write-ledger-reversal.
           move backout-run-id to lg-posting-run.
           move 'R' to lg-entry-type.
           move backout-batch-number to lg-batch-number.
           move backout-batch-date to lg-batch-date.
           move ce-customer-id to lg-customer-id.
           move ce-trans-date-num to lg-trans-date.
           move ce-trans-amount to lg-trans-amount.
           move ce-ar-item-number to lg-ar-item-number.
           write ledger-record.

       160-write-journal-entry.
           move function current-date(1:14) to jr-timestamp.
           move 'B' to jr-action.
           move r-customer-id to jr-customer-id.
           move journal-before-image to jr-before-image.
           move journal-after-image to jr-after-image.
           write journal-record.

       170-report-skipped-entry.
           add 1 to entries-skipped.
           move ce-trans-amount to f-amount-a.
           move spaces to rg-text-line.
           string ce-customer-id ' *** ' skip-reason ' *** '
               ce-trans-date-num ' ' f-amount-a
               delimited by size into rg-text-line.
           write rg-text-line.

       180-regenerate-control-file.
           move zero to eof.
           move zero to new-record-count.
           move zero to new-control-total.
           move zeroes to r-customer-id.
           start customer-file key not < r-customer-id
               invalid key
                   move 1 to eof
           end-start.

           perform 190-count-master-record
           until eof > 0.

           open output control-file.
           move new-record-count to ctl-record-count.
           move new-control-total to ctl-control-total.
           write control-record.
           close control-file.

       190-count-master-record.
           read customer-file next record
             at end
             move 1 to eof

             not at end
             add 1 to new-record-count
             add r-sales-this-ytd to new-control-total.

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

       300-finish-program.
           move spaces to rg-text-line.
           write rg-text-line.

           move entries-reversed to f-count-a.
           move entries-skipped to f-count-b.
           move spaces to rg-text-line.
           string 'POSTINGS REVERSED: ' f-count-a
               '   NOT REVERSED: ' f-count-b
               delimited by size into rg-text-line.
           write rg-text-line.

           move amount-reversed to f-big-amount.
           move spaces to rg-text-line.
           string 'AMOUNT REVERSED:   ' f-big-amount
               delimited by size into rg-text-line.
           write rg-text-line.

           move history-adjusted to f-count-a.
           move items-adjusted to f-count-b.
           move spaces to rg-text-line.
           string 'SALESHIST MONTHS ADJUSTED: ' f-count-a
               '   AR ITEMS ADJUSTED: ' f-count-b
               delimited by size into rg-text-line.
           write rg-text-line.

           if apply-mode
               move adjustments-recorded to f-count-a
               move spaces to rg-text-line
               string 'CLOSED-PERIOD SALES REDUCTIONS RECORDED ON '
                   'COMMADJ.DAT FOR COMMISSION CHARGEBACK: ' f-count-a
                   delimited by size into rg-text-line
               write rg-text-line
           end-if.

           move spaces to rg-text-line.
           if preview-mode
               string 'PREVIEW ONLY - NO FILES WERE CHANGED'
                   delimited by size into rg-text-line
           else
               string 'CUSTMAST.CTL AND ARITEMS.CTL REGENERATED - '
                   'REVERSALS JOURNALED AND LOGGED ON SALESLED.DAT'
                   delimited by size into rg-text-line
           end-if.
           write rg-text-line.

           close customer-file.
           if history-data-present
               close history-file
           end-if.
           if ar-data-present
               close ar-item-file
           end-if.
           if apply-mode
               close journal-file
               close ledger-file
               close adjustment-file
           end-if.
           close register-file.
           if fiscal-data-present
               close fiscal-file
           end-if.

           move entries-reversed to f-count-a.
           display ' '.
           display 'Postings reversed:     ' f-count-a.
           move entries-skipped to f-count-a.
           display 'Postings not reversed: ' f-count-a.
           move amount-reversed to f-big-amount.
           display 'Amount reversed:  ' f-big-amount.
           display ' '.
           display 'Reversal register written to ' register-file-name.

           if entries-skipped > zero
               display ' '
               display '*** ONE OR MORE POSTINGS COULD NOT BE '
                   'REVERSED - SEE THE REGISTER ***'
               move 8 to return-code
           end-if.

           display ' '.
           display 'End of batch back-out run'.
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

