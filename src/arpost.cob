       identification division.
       program-id. arpost001.

       environment division.
       input-output section.
       file-control.
           select customer-file assign to '../data/CUSTMAST.DAT'
           organization is indexed
           access mode is dynamic
           record key is r-customer-id
           file status is customer-file-status.

           select ar-transaction-file assign to '../data/ARTRAN.DAT'
           organization is record sequential
           file status is transaction-file-status.

           select reject-file assign to '../data/ARTRNREJ.DAT'
           organization is record sequential
           file status is reject-file-status.

           select ar-item-file assign to '../data/ARITEMS.DAT'
           organization is indexed
           access mode is dynamic
           record key is ai-item-key
           file status is ar-item-file-status.

           select ar-control-file assign to '../data/ARITEMS.CTL'
           organization is record sequential
           file status is ar-control-file-status.

           select adjustment-file assign to '../data/COMMADJ.DAT'
           organization is record sequential
           file status is adjustment-file-status.

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

       fd ar-transaction-file
           record contains 40 characters.
       01 ar-transaction-record.
           05 at-customer-id          pic 9(5).
           05 at-trans-type           pic x.
               88 at-payment                    value 'P'.
               88 at-credit-memo                value 'C'.
               88 at-write-off                  value 'W'.
           05 at-trans-date           pic 9(8).
           05 at-reference            pic x(10).
           05 at-trans-amount         pic s9(7)v9(2).
           05 at-apply-item           pic 9(7).

       fd reject-file
           record contains 40 characters.
       01 reject-record               pic x(40).

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

       fd register-file.
       01 rg-header-line1             pic x(100).
       01 rg-text-line                pic x(100).

       working-storage section.
       01 control-flow.
           05 eof                     pic 9             value zero.
           05 transaction-eof         pic 9             value zero.
           05 item-scan-done          pic 9             value zero.

       01 file-status-fields.
           05 customer-file-status    pic x(2).
           05 transaction-file-status pic x(2).
           05 reject-file-status      pic x(2).
           05 ar-item-file-status     pic x(2).
           05 ar-control-file-status  pic x(2).
           05 adjustment-file-status  pic x(2).

       01 edit-fields.
           05 reject-reason           pic x(30)         value spaces.
           05 trans-type-label        pic x(11)         value spaces.

       01 date-edit-fields.
           05 edit-date-work.
               10 ed-year             pic 9(4).
               10 ed-month            pic 9(2).
               10 ed-day              pic 9(2).
           05 edit-date-num redefines edit-date-work
                                      pic 9(8).
           05 days-in-month           pic 9(2).
           05 leap-year-work          pic 9(4).
           05 leap-remainder          pic 9(4).

       01 application-fields.
           05 unapplied-amount        pic s9(7)v9(2)    value zero.
           05 applied-amount          pic s9(7)v9(2)    value zero.
           05 last-item-number        pic 9(7)          value zero.
           05 write-off-sales-period  pic 9(6)          value zero.

       01 posting-counters.
           05 transactions-read       pic 9(7)          value zero.
           05 payments-posted         pic 9(7)          value zero.
           05 credit-memos-posted     pic 9(7)          value zero.
           05 write-offs-posted       pic 9(7)          value zero.
           05 transactions-rejected   pic 9(7)          value zero.
           05 items-applied           pic 9(7)          value zero.
           05 credits-on-account      pic 9(7)          value zero.
           05 f-count-a               pic zzz,zzz,zz9.
           05 f-count-b               pic zzz,zzz,zz9.

       01 posting-totals.
           05 payment-total           pic s9(9)v9(2)    value zero.
           05 credit-memo-total       pic s9(9)v9(2)    value zero.
           05 write-off-total         pic s9(9)v9(2)    value zero.
           05 applied-total           pic s9(9)v9(2)    value zero.
           05 on-account-total        pic s9(9)v9(2)    value zero.

       01 control-total-fields.
           05 ar-item-eof             pic 9             value zero.
           05 new-open-item-count     pic 9(7)          value zero.
           05 new-open-balance        pic s9(9)v9(2)    value zero.

       01 line-work-fields.
           05 f-amount-a              pic zz,zzz,zz9.99-.
           05 f-amount-b              pic zz,zzz,zz9.99-.
           05 f-big-amount            pic zzz,zzz,zz9.99-.

       01 run-date-fields.
           05 current-date-value      pic x(8).
           05 current-date-num redefines current-date-value
                                      pic 9(8).
           05 run-date-display        pic x(10).

       01 register-file-name          pic x(40).

       procedure division.

       000-run.
           perform 010-start-program.
           perform 100-process-transactions
           until transaction-eof > 0.

           if transactions-read = zero
               display 'No receivable transactions to post - '
                   'run ended.'
           else
               perform 220-regenerate-ar-control
               display 'Control file ARITEMS.CTL regenerated.'
           end-if.

           perform 300-finish-program.
           perform 900-terminate-program.

       010-start-program.
           move function current-date(1:8) to current-date-value.
           string current-date-value(5:2) '/' current-date-value(7:2)
               '/' current-date-value(1:4)
               delimited by size into run-date-display.

           string '../data/ARPOST.' current-date-value '.DAT'
               delimited by size into register-file-name.

           display ' '.
           display 'RECEIVABLES PAYMENT, CREDIT MEMO AND WRITE-OFF '
               'POSTING'.
           display ' '.

           open input ar-transaction-file.
           if transaction-file-status not = '00'
               display 'No transaction file ARTRAN.DAT found - '
                   'nothing to post.'
               stop run
           end-if.

           open input customer-file.
           if customer-file-status not = '00'
               display '*** FATAL: CANNOT OPEN CUSTMAST.DAT - STATUS '
                   customer-file-status ' - NOTHING POSTED ***'
               close ar-transaction-file
               move 16 to return-code
               stop run
           end-if.

           perform 160-open-reject-file.
           perform 200-open-ar-files.
           perform 165-open-adjustment-file.

           open output register-file.
           perform 020-write-register-header.

       020-write-register-header.
           move spaces to rg-header-line1.
           string 'RECEIVABLES POSTING REGISTER        RUN DATE: '
               run-date-display
               delimited by size into rg-header-line1.
           write rg-header-line1.

           move spaces to rg-text-line.
           write rg-text-line.

           move spaces to rg-text-line.
           string 'CUST  CUSTOMER NAME        TYPE        REFERENCE'
               '   DATE            AMOUNT'
               delimited by size into rg-text-line.
           write rg-text-line.

           move spaces to rg-text-line.
           write rg-text-line.

       100-process-transactions.
           read ar-transaction-file
             at end
             move 1 to transaction-eof

             not at end
             add 1 to transactions-read
             perform 110-edit-transaction.

       110-edit-transaction.
           move spaces to reject-reason.

           evaluate true
               when at-payment
                   move 'PAYMENT' to trans-type-label
               when at-credit-memo
                   move 'CREDIT MEMO' to trans-type-label
               when at-write-off
                   move 'WRITE-OFF' to trans-type-label
               when other
                   move 'INVALID TRANSACTION TYPE' to reject-reason
           end-evaluate.

           if reject-reason = spaces
               perform 112-validate-trans-date
           end-if.

           if reject-reason = spaces
               if at-trans-amount not > zero
                   move 'AMOUNT MUST BE POSITIVE' to reject-reason
               end-if
           end-if.

           if reject-reason = spaces
               move at-customer-id to r-customer-id
               read customer-file
                   invalid key
                       move 'CUSTOMER NOT ON MASTER' to reject-reason
               end-read
           end-if.

           if reject-reason = spaces
               and at-write-off
               and at-apply-item = zero
               move 'WRITE-OFF NEEDS APPLY-TO ITEM' to reject-reason
           end-if.

           if reject-reason = spaces
               and at-apply-item not = zero
               move at-customer-id to ai-customer-id
               move at-apply-item to ai-item-number
               read ar-item-file
                   invalid key
                       move 'APPLY-TO ITEM NOT ON FILE'
                           to reject-reason
                   not invalid key
                       if not ai-open
                           or ai-open-amount not > zero
                           move 'APPLY-TO ITEM NOT OPEN'
                               to reject-reason
                       end-if
               end-read
           end-if.

           if reject-reason = spaces
               and at-write-off
               perform 115-edit-write-off
           end-if.

           if reject-reason = spaces
               perform 120-apply-transaction
           else
               perform 150-write-reject
           end-if.

       112-validate-trans-date.
           move at-trans-date to edit-date-num.

           evaluate true
               when ed-month < 01 or ed-month > 12
                   move 'DATE MONTH NOT 01-12' to reject-reason
               when ed-day < 01
                   move 'DATE DAY IS ZERO' to reject-reason
               when other
                   perform 113-set-days-in-month
                   evaluate true
                       when ed-day > days-in-month
                           move 'DATE DAY PAST END OF MONTH'
                               to reject-reason
                       when edit-date-num > current-date-num
                           move 'DATE IN THE FUTURE' to reject-reason
                   end-evaluate
           end-evaluate.

       113-set-days-in-month.
           evaluate ed-month
               when 04
               when 06
               when 09
               when 11
                   move 30 to days-in-month
               when 02
                   move 28 to days-in-month
                   divide ed-year by 4 giving leap-year-work
                       remainder leap-remainder
                   if leap-remainder = zero
                       divide ed-year by 100 giving leap-year-work
                           remainder leap-remainder
                       if leap-remainder not = zero
                           move 29 to days-in-month
                       else
                           divide ed-year by 400 giving leap-year-work
                               remainder leap-remainder
                           if leap-remainder = zero
                               move 29 to days-in-month
                           end-if
                       end-if
                   end-if
               when other
                   move 31 to days-in-month
           end-evaluate.

       115-edit-write-off.
           if not ai-invoice
               move 'WRITE-OFF ITEM NOT AN INVOICE' to reject-reason
           else
               if at-trans-amount > ai-open-amount
                   move 'WRITE-OFF EXCEEDS OPEN AMOUNT'
                       to reject-reason
               else
                   compute write-off-sales-period = ai-item-date / 100
               end-if
           end-if.

       120-apply-transaction.
           move at-trans-amount to unapplied-amount.
           move at-trans-amount to f-amount-a.

           move spaces to rg-text-line.
           string r-customer-id ' ' r-customer-name ' '
               trans-type-label ' ' at-reference '  '
               at-trans-date ' ' f-amount-a
               delimited by size into rg-text-line.
           write rg-text-line.

           if at-apply-item not = zero
               perform 140-apply-to-current-item
           end-if.

           if unapplied-amount > zero
               perform 130-apply-oldest-first
           end-if.

           if unapplied-amount > zero
               perform 145-write-on-account-credit
           end-if.

           evaluate true
               when at-payment
                   add 1 to payments-posted
                   add at-trans-amount to payment-total
               when at-write-off
                   add 1 to write-offs-posted
                   add at-trans-amount to write-off-total
                   perform 170-write-commission-adjustment
               when other
                   add 1 to credit-memos-posted
                   add at-trans-amount to credit-memo-total
           end-evaluate.

       130-apply-oldest-first.
           move zero to item-scan-done.
           move at-customer-id to ai-customer-id.
           move zeroes to ai-item-number.
           start ar-item-file key not < ai-item-key
               invalid key
                   move 1 to item-scan-done
           end-start.

           perform 135-scan-one-open-item
           until item-scan-done > 0.

       135-scan-one-open-item.
           read ar-item-file next record
               at end
                   move 1 to item-scan-done
               not at end
                   if ai-customer-id not = at-customer-id
                       move 1 to item-scan-done
                   else
                       if ai-open and ai-open-amount > zero
                           perform 140-apply-to-current-item
                       end-if
                       if unapplied-amount not > zero
                           move 1 to item-scan-done
                       end-if
                   end-if
           end-read.

       140-apply-to-current-item.
           if unapplied-amount < ai-open-amount
               move unapplied-amount to applied-amount
           else
               move ai-open-amount to applied-amount
           end-if.

           subtract applied-amount from ai-open-amount.
           subtract applied-amount from unapplied-amount.
           if ai-open-amount = zero
               move 'C' to ai-item-status
           end-if.
           move at-trans-date to ai-last-activity-date.
           rewrite ar-item-record.

           add 1 to items-applied.
           add applied-amount to applied-total.

           move applied-amount to f-amount-a.
           move ai-open-amount to f-amount-b.
           move spaces to rg-text-line.
           string '      APPLIED TO ITEM ' ai-item-number
               ' DATED ' ai-item-date ' ' f-amount-a
               '   ITEM OPEN ' f-amount-b
               delimited by size into rg-text-line.
           write rg-text-line.

       145-write-on-account-credit.
           add 1 to last-item-number.
           move at-customer-id to ai-customer-id.
           move last-item-number to ai-item-number.
           move 'C' to ai-item-type.
           move at-trans-date to ai-item-date.
           compute ai-original-amount = zero - unapplied-amount.
           move ai-original-amount to ai-open-amount.
           move 'O' to ai-item-status.
           move at-trans-date to ai-last-activity-date.
           move at-reference to ai-reference.
           write ar-item-record
               invalid key
                   display 'Item ' last-item-number
                       ' already on ARITEMS.DAT - credit not'
                       ' written for customer ' at-customer-id
               not invalid key
                   add 1 to credits-on-account
                   add unapplied-amount to on-account-total
                   move unapplied-amount to f-amount-a
                   move spaces to rg-text-line
                   string '      ON-ACCOUNT CREDIT ITEM '
                       ai-item-number '          ' f-amount-a
                       delimited by size into rg-text-line
                   write rg-text-line
           end-write.

           move zero to unapplied-amount.

       150-write-reject.
           add 1 to transactions-rejected.
           move ar-transaction-record to reject-record.
           write reject-record.

           move at-trans-amount to f-amount-a.
           move spaces to rg-text-line.
           string at-customer-id ' *** REJECTED - ' reject-reason
               ' ' at-reference ' ' f-amount-a
               delimited by size into rg-text-line.
           write rg-text-line.

           display 'Customer ' at-customer-id ' reference '
               at-reference ' rejected - ' reject-reason.

       160-open-reject-file.
           open extend reject-file.
           if reject-file-status = '35'
               open output reject-file
           end-if.
           if reject-file-status not = '00'
               display '*** FATAL: CANNOT OPEN ARTRNREJ.DAT - STATUS '
                   reject-file-status ' - NOTHING POSTED ***'
               close ar-transaction-file
               close customer-file
               move 16 to return-code
               stop run
           end-if.

       165-open-adjustment-file.
           open extend adjustment-file.
           if adjustment-file-status = '35'
               open output adjustment-file
           end-if.
           if adjustment-file-status not = '00'
               display '*** FATAL: CANNOT OPEN COMMADJ.DAT - STATUS '
                   adjustment-file-status ' - NOTHING POSTED ***'
               close ar-transaction-file
               close customer-file
               close reject-file
               close ar-item-file
               move 16 to return-code
               stop run
           end-if.

       170-write-commission-adjustment.
           move at-customer-id to ca-customer-id.
           move write-off-sales-period to ca-sales-period.
           move 'W' to ca-source.
           move function current-date(1:14) to ca-adjust-timestamp.
           move at-reference to ca-reference.
           move at-trans-amount to ca-sales-reduction.
           move 'U' to ca-status.
           move zero to ca-charged-period.
           move zero to ca-chargeback-amount.
           write adjustment-record.

           move spaces to rg-text-line.
           string '      SALES OF PERIOD ' write-off-sales-period
               ' WRITTEN OFF - COMMISSION CHARGEBACK RECORDED'
               delimited by size into rg-text-line.
           write rg-text-line.

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
               close ar-transaction-file
               close customer-file
               close reject-file
               move 16 to return-code
               stop run
           end-if.

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

           move payments-posted to f-count-a.
           move payment-total to f-big-amount.
           move spaces to rg-text-line.
           string 'PAYMENTS POSTED:      ' f-count-a
               '   AMOUNT: ' f-big-amount
               delimited by size into rg-text-line.
           write rg-text-line.

           move credit-memos-posted to f-count-a.
           move credit-memo-total to f-big-amount.
           move spaces to rg-text-line.
           string 'CREDIT MEMOS POSTED:  ' f-count-a
               '   AMOUNT: ' f-big-amount
               delimited by size into rg-text-line.
           write rg-text-line.

           move write-offs-posted to f-count-a.
           move write-off-total to f-big-amount.
           move spaces to rg-text-line.
           string 'WRITE-OFFS POSTED:    ' f-count-a
               '   AMOUNT: ' f-big-amount
               delimited by size into rg-text-line.
           write rg-text-line.

           move items-applied to f-count-a.
           move applied-total to f-big-amount.
           move spaces to rg-text-line.
           string 'ITEM APPLICATIONS:    ' f-count-a
               '   AMOUNT: ' f-big-amount
               delimited by size into rg-text-line.
           write rg-text-line.

           move credits-on-account to f-count-a.
           move on-account-total to f-big-amount.
           move spaces to rg-text-line.
           string 'ON-ACCOUNT CREDITS:   ' f-count-a
               '   AMOUNT: ' f-big-amount
               delimited by size into rg-text-line.
           write rg-text-line.

           move transactions-rejected to f-count-a.
           move spaces to rg-text-line.
           string 'TRANSACTIONS REJECTED:' f-count-a
               '   (WRITTEN TO ARTRNREJ.DAT)'
               delimited by size into rg-text-line.
           write rg-text-line.

           close ar-transaction-file.
           close customer-file.
           close reject-file.
           close ar-item-file.
           close adjustment-file.
           close register-file.

           move transactions-read to f-count-a.
           display ' '.
           display 'Transactions read:     ' f-count-a.
           move payments-posted to f-count-a.
           display 'Payments posted:       ' f-count-a.
           move credit-memos-posted to f-count-a.
           display 'Credit memos posted:   ' f-count-a.
           move write-offs-posted to f-count-a.
           display 'Write-offs posted:     ' f-count-a.
           move transactions-rejected to f-count-a.
           display 'Transactions rejected: ' f-count-a.
           display ' '.
           display 'Posting register written to ' register-file-name.

       900-terminate-program.
           display ' '.
           display 'End of receivables posting run'.
           stop run.
