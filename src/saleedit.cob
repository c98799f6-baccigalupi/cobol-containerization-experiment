           05 filler                  pic x(4).

       fd clean-transaction-file
           record contains 32 characters.
       01 clean-transaction-record.
           05 cl-customer-id          pic 9(5).
           05 cl-trans-date           pic 9(8).
           05 cl-trans-amount         pic s9(5)v9(2).
           05 cl-batch-number         pic 9(4).
           05 cl-batch-date           pic 9(8).

       fd prior-reject-file
           record contains 32 characters.
       01 prior-reject-record.
           05 pj-customer-id          pic 9(5).
           05 pj-trans-date           pic 9(8).
           05 pj-trans-amount         pic s9(5)v9(2).
           05 pj-batch-number         pic 9(4).
           05 pj-batch-date           pic 9(8).

       fd reject-file
           record contains 32 characters.
       01 reject-record.
           05 rj-customer-id          pic 9(5).
           05 rj-trans-date           pic 9(8).
           05 rj-trans-amount         pic s9(5)v9(2).
           05 rj-batch-number         pic 9(4).
           05 rj-batch-date           pic 9(8).

       fd monthend-control-file
           record contains 6 characters.
           05 held-clean-count        pic 9(4)          value zero.
           05 held-reject-count       pic 9(4)          value zero.
           05 held-clean-entry occurs 2000 times.
               10 hc-transaction      pic x(32).
           05 held-reject-entry occurs 2000 times.
               10 hr-transaction      pic x(32).
           05 held-index              pic 9(4).
           05 held-transaction-work.
               10 hw-detail           pic x(20).
               10 hw-batch-number     pic 9(4).
               10 hw-batch-date       pic 9(8).

       01 correction-table-fields.
           05 correction-count        pic 9(4)          value zero.
           05 correction-entry occurs 2000 times.
               10 co-transaction      pic x(32).
           05 correction-work.
               10 cw-customer-id      pic 9(5).
               10 cw-trans-date       pic 9(8).
               10 cw-trans-amount     pic s9(5)v9(2).
               10 cw-batch-number     pic 9(4).
               10 cw-batch-date       pic 9(8).
           05 correction-index        pic 9(4).

       01 date-edit-fields.
           move bd-trans-date to edit-date-num.
           perform 140-validate-trans-date.

           move tr-record-body to hw-detail.
           move current-batch-number to hw-batch-number.
           move current-batch-date to hw-batch-date.

           evaluate true
               when batch-overflowed
                   continue
               when edit-date-valid
                   if held-clean-count < 2000
                       add 1 to held-clean-count
                       move held-transaction-work
                           to hc-transaction(held-clean-count)
                   else
                       perform 137-flag-batch-overflow
               when other
                   if held-reject-count < 2000
                       add 1 to held-reject-count
                       move held-transaction-work
                           to hr-transaction(held-reject-count)
                       move spaces to rg-text-line
                       string '  CUSTOMER ' bd-customer-id ' DATE '
               write reject-record
               move spaces to rg-text-line
               string '  CUSTOMER ' cw-customer-id ' DATE '
                   cw-trans-date ' BATCH ' cw-batch-number
                   ' STILL REJECTED - '
                   edit-date-reason
                   delimited by size into rg-text-line
               write rg-text-line
