           record key is rf-reference-key
           file status is reference-file-status.

           select territory-file assign to '../data/TERRHIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is th-territory-key
           file status is territory-file-status.

       data division.

       file section.
               88 rf-active                     value 'A'.
               88 rf-inactive                   value 'I'.

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

       working-storage section.
       01 control-flow.
           05 eof                     pic 9             value zero.
               10 txn-customer-name     pic x(20)   value spaces.
               10 txn-sales-this-ytd    pic s9(7)v9(2) value zero.
               10 txn-sales-last-ytd    pic s9(7)v9(2) value zero.
               10 txn-effective-date    pic 9(8)    value zero.

       01 transaction-count        pic 9(3)          value zero.
       01 transaction-index        pic 9(3).
           05 reference-valid-flag    pic x           value 'N'.
               88 reference-valid               value 'Y'.

       01 territory-fields.
           05 territory-file-status   pic x(2).
           05 territory-scan-done     pic 9           value zero.
           05 territory-source        pic x           value space.
           05 territory-effective-date pic 9(8)       value zero.
           05 latest-territory-date   pic 9(8)        value zero.
           05 prior-branch-id         pic 9(2)        value zero.
           05 prior-salesrep-id       pic 9(2)        value zero.

       01 date-edit-fields.
           05 edit-date-valid-flag    pic x           value 'N'.
               88 edit-date-valid            value 'Y'.
           05 edit-date-reason        pic x(24)       value spaces.
           05 edit-date-work.
               10 ed-year             pic 9(4).
               10 ed-month            pic 9(2).
               10 ed-day              pic 9(2).
           05 edit-date-num redefines edit-date-work
                                      pic 9(8).
           05 days-in-month           pic 9(2).
           05 leap-year-work          pic 9(4).
           05 leap-remainder          pic 9(4).

       01 run-date-fields.
           05 current-date-value      pic x(8).
           05 current-date-num redefines current-date-value
                                      pic 9(8).

       procedure division.

           accept txn-branch-id(transaction-count).
           display 'Enter new salesrep id (xx, 00 to leave unchanged):'.
           accept txn-salesrep-id(transaction-count).
           if txn-branch-id(transaction-count) not = zero
               or txn-salesrep-id(transaction-count) not = zero
               move 'N' to edit-date-valid-flag
               perform 055-get-effective-date
               until edit-date-valid
           end-if.
           display 'Enter new customer name (spaces to leave as is):'.
           accept txn-customer-name(transaction-count).

       055-get-effective-date.
           display 'Enter effective date of the reassignment '
               '(yyyymmdd, 0 for today):'.
           accept txn-effective-date(transaction-count).

           if txn-effective-date(transaction-count) = zero
               move 'Y' to edit-date-valid-flag
           else
               move txn-effective-date(transaction-count)
                   to edit-date-num
               perform 060-validate-effective-date
               if not edit-date-valid
                   display 'Invalid effective date - '
                       edit-date-reason ' - re-enter.'
               end-if
           end-if.

       060-validate-effective-date.
           move 'N' to edit-date-valid-flag.
           move spaces to edit-date-reason.

           evaluate true
               when ed-year = zero
                   move 'YEAR IS ZERO' to edit-date-reason
               when ed-month < 01 or ed-month > 12
                   move 'MONTH NOT 01-12' to edit-date-reason
               when ed-day < 01
                   move 'DAY IS ZERO' to edit-date-reason
               when other
                   perform 065-set-days-in-month
                   evaluate true
                       when ed-day > days-in-month
                           move 'DAY PAST END OF MONTH'
                               to edit-date-reason
                       when edit-date-num > current-date-num
                           move 'DATE IN THE FUTURE'
                               to edit-date-reason
                       when other
                           move 'Y' to edit-date-valid-flag
                   end-evaluate
           end-evaluate.

       065-set-days-in-month.
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

       100-apply-transactions.
           open i-o customer-file.
           perform 105-open-reference-file.
           perform 160-open-journal-file.
           perform 150-open-territory-file.

           perform 110-apply-one-transaction
               varying transaction-index from 1 by 1
           close customer-file.
           close reference-file.
           close journal-file.
           close territory-file.

           display ' '.
           display 'Changes applied in place to CUSTMAST.DAT and'.
               not invalid key
                   move 'Y' to txn-applied(transaction-index)
                   perform 170-write-journal-entry
                   move r-branch-id to prior-branch-id
                   move r-salesrep-id to prior-salesrep-id
                   move r-date-added to territory-effective-date
                   move 'A' to territory-source
                   perform 155-write-territory-entry
           end-write.

       130-apply-change.
                       ' not found - transaction skipped.'
               not invalid key
                   move customer-record to journal-before-image
                   move r-branch-id to prior-branch-id
                   move r-salesrep-id to prior-salesrep-id
                   perform 135-apply-change-fields
                   perform 115-validate-reference
                   if not reference-valid
                       rewrite customer-record
                       move 'Y' to txn-applied(transaction-index)
                       perform 170-write-journal-entry
                       perform 137-record-reassignment
                   end-if
           end-read.

       137-record-reassignment.
           if r-branch-id not = prior-branch-id
               or r-salesrep-id not = prior-salesrep-id
               if txn-effective-date(transaction-index) = zero
                   move current-date-value
                       to territory-effective-date
               else
                   move txn-effective-date(transaction-index)
                       to territory-effective-date
               end-if
               move 'C' to territory-source
               perform 155-write-territory-entry
           end-if.

       135-apply-change-fields.
           if txn-branch-id(transaction-index) not = zero
               move txn-branch-id(transaction-index) to r-branch-id
                   perform 170-write-journal-entry
           end-read.

       150-open-territory-file.
           open i-o territory-file.
           if territory-file-status = '35'
               open output territory-file
               close territory-file
               open i-o territory-file
           end-if.
           if territory-file-status not = '00'
               display '*** FATAL: CANNOT OPEN TERRHIST.DAT - STATUS '
                   territory-file-status ' - NO CHANGES APPLIED ***'
               close customer-file
               close reference-file
               close journal-file
               move 16 to return-code
               stop run
           end-if.

       155-write-territory-entry.
           perform 157-find-latest-territory-date.
           if territory-effective-date < latest-territory-date
               display 'Customer ' r-customer-id ' effective date '
                   territory-effective-date ' precedes the last '
                   'reassignment - recorded as of '
                   latest-territory-date '.'
               move latest-territory-date to territory-effective-date
           end-if.

           move r-customer-id to th-customer-id.
           move territory-effective-date to th-effective-date.
           read territory-file
               invalid key
                   move r-customer-id to th-customer-id
                   move territory-effective-date to th-effective-date
                   move prior-branch-id to th-prior-branch-id
                   move prior-salesrep-id to th-prior-salesrep-id
                   move r-branch-id to th-branch-id
                   move r-salesrep-id to th-salesrep-id
                   move territory-source to th-change-source
                   move function current-date(1:14)
                       to th-recorded-timestamp
                   write territory-record
               not invalid key
                   move r-branch-id to th-branch-id
                   move r-salesrep-id to th-salesrep-id
                   move territory-source to th-change-source
                   move function current-date(1:14)
                       to th-recorded-timestamp
                   rewrite territory-record
           end-read.

       157-find-latest-territory-date.
           move zero to latest-territory-date.
           move zero to territory-scan-done.
           move r-customer-id to th-customer-id.
           move zeroes to th-effective-date.
           start territory-file key not < th-territory-key
               invalid key
                   move 1 to territory-scan-done
           end-start.

           perform 158-scan-one-territory-entry
           until territory-scan-done > 0.

       158-scan-one-territory-entry.
           read territory-file next record
               at end
                   move 1 to territory-scan-done
               not at end
                   if th-customer-id not = r-customer-id
                       move 1 to territory-scan-done
                   else
                       move th-effective-date to latest-territory-date
                   end-if
           end-read.

       160-open-journal-file.
           open extend journal-file.
           if journal-file-status = '35'
