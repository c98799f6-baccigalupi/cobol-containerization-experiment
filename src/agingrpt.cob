       identification division.
       program-id. agingrpt001.

       environment division.
       input-output section.
       file-control.
           select customer-file assign to '../data/CUSTMAST.DAT'
           organization is indexed
           access mode is dynamic
           record key is cm-customer-id
           file status is customer-file-status.

           select sort-file assign to 'AGINGSRW'.

           select sorted-file assign to '../data/AGINGSRT.DAT'
           organization is record sequential.

           select ar-item-file assign to '../data/ARITEMS.DAT'
           organization is indexed
           access mode is dynamic
           record key is ai-item-key
           file status is ar-item-file-status.

           select ar-control-file assign to '../data/ARITEMS.CTL'
           organization is record sequential
           file status is ar-control-file-status.

           select control-file assign to '../data/CUSTMAST.CTL'
           organization is record sequential
           file status is control-file-status.

           select reference-file assign to '../data/SLSREF.DAT'
           organization is indexed
           access mode is dynamic
           record key is rf-reference-key
           file status is reference-file-status.

           select aging-report-file assign to aging-report-file-name
           organization is line sequential.

       data division.

       file section.

       fd customer-file
           record contains 64 characters.
       01 customer-master-record.
           05 cm-branch-id        pic 9(2).
           05 cm-salesrep-id      pic 9(2).
           05 cm-customer-id      pic 9(5).
           05 filler              pic x(55).

       sd sort-file.
       01 sort-record.
           05 so-branch-id        pic 9(2).
           05 so-salesrep-id      pic 9(2).
           05 so-customer-id      pic 9(5).
           05 so-customer-name    pic x(20).
           05 so-sales-this-ytd   pic s9(7)v9(2).
           05 so-sales-last-ytd   pic s9(7)v9(2).
           05 so-status-code      pic x.
           05 so-date-added       pic 9(8).
           05 so-last-activity-date pic 9(8).

       fd sorted-file
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

       fd reference-file
           record contains 45 characters.
       01 reference-record.
           05 rf-reference-key.
               10 rf-branch-id        pic 9(2).
               10 rf-salesrep-id      pic 9(2).
           05 rf-branch-name          pic x(20).
           05 rf-salesrep-name        pic x(20).
           05 rf-active-flag          pic x.

       fd aging-report-file.
       01 ag-header-line1             pic x(132).
       01 ag-text-line                pic x(132).

       working-storage section.
       01 control-flow.
           05 eof                     pic 9             value zero.
           05 item-scan-done          pic 9             value zero.

       01 file-status-fields.
           05 customer-file-status    pic x(2).
           05 ar-item-file-status     pic x(2).
           05 ar-control-file-status  pic x(2).
           05 control-file-status     pic x(2).
           05 reference-file-status   pic x(2).

       01 aging-date-fields.
           05 aging-date-entry        pic 9(8)          value zero.
           05 aging-date.
               10 aging-year          pic 9(4).
               10 aging-month         pic 9(2).
               10 aging-day           pic 9(2).
           05 aging-date-num redefines aging-date
                                      pic 9(8).
           05 aging-day-number        pic 9(7)          value zero.
           05 days-in-month           pic 9(2)          value zero.
           05 leap-year-work          pic 9(4)          value zero.
           05 leap-remainder          pic 9(4)          value zero.
           05 item-age-days           pic s9(7)         value zero.
           05 bucket-index            pic 9             value zero.

       01 reference-lookup-fields.
           05 reference-data-available pic x            value 'N'.
               88 reference-data-present        value 'Y'.
           05 ref-branch-name         pic x(20).
           05 ref-salesrep-name       pic x(20).

       01 control-break-fields.
           05 first-record-flag       pic x             value 'Y'.
               88 first-record                          value 'Y'.
           05 prev-branch-id          pic 9(2)          value zero.
           05 prev-salesrep-id        pic 9(2)          value zero.

       01 bucket-tables.
           05 customer-bucket         pic s9(9)v9(2)
                                      occurs 6 times.
           05 rep-bucket              pic s9(9)v9(2)
                                      occurs 6 times.
           05 branch-bucket           pic s9(9)v9(2)
                                      occurs 6 times.
           05 company-bucket          pic s9(9)v9(2)
                                      occurs 6 times.

       01 aging-line-fields.
           05 al-label                pic x(27).
           05 al-amount               pic zzz,zzz,zz9.99-
                                      occurs 6 times.

       01 reconciliation-fields.
           05 customer-open-items     pic 9(7)          value zero.
           05 rep-customer-count      pic 9(5)          value zero.
           05 file-open-items         pic 9(7)          value zero.
           05 file-open-balance       pic s9(9)v9(2)    value zero.
           05 orphan-items            pic 9(7)          value zero.
           05 orphan-balance          pic s9(9)v9(2)    value zero.
           05 out-of-balance-flag     pic x             value 'N'.
               88 out-of-balance                value 'Y'.
           05 ar-control-available    pic x             value 'N'.
               88 ar-control-present            value 'Y'.
           05 master-control-available pic x            value 'N'.
               88 master-control-present        value 'Y'.

       01 run-counters.
           05 customers-read          pic 9(7)          value zero.
           05 customers-with-balance  pic 9(7)          value zero.
           05 f-count-a               pic zzz,zzz,zz9.
           05 f-count-b               pic zzz,zzz,zz9.
           05 f-amount-a              pic zzz,zzz,zz9.99-.
           05 f-amount-b              pic zzz,zzz,zz9.99-.

       01 run-date-fields.
           05 current-date-value      pic x(8).
           05 run-date-display        pic x(10).

       01 aging-report-file-name      pic x(40).

       procedure division.

       000-run.
           perform 010-start-program.
           perform 030-sort-customer-file.
           perform 040-open-run-files.

           perform 100-process-one-customer
           until eof > 0.

           if not first-record
               perform 150-write-rep-subtotal
               perform 160-write-branch-total
           end-if.

           perform 170-write-company-total.
           perform 200-reconcile-receivables.
           perform 300-finish-program.

       010-start-program.
           move function current-date(1:8) to current-date-value.
           string current-date-value(5:2) '/' current-date-value(7:2)
               '/' current-date-value(1:4)
               delimited by size into run-date-display.

           string '../data/ARAGING.' current-date-value '.DAT'
               delimited by size into aging-report-file-name.

           display ' '.
           display 'RECEIVABLES AGED TRIAL BALANCE'.
           display ' '.
           display 'Enter aging date (yyyymmdd, 0 for today):'.
           accept aging-date-entry.

           if aging-date-entry = zero
               move current-date-value to aging-date-num
           else
               move aging-date-entry to aging-date-num
           end-if.

           move 31 to days-in-month.
           if aging-month not < 01 and aging-month not > 12
               perform 015-set-days-in-month
           end-if.

           if aging-month < 01 or aging-month > 12
               or aging-day < 01 or aging-day > days-in-month
               or aging-year = zero
               display '*** FATAL: INVALID AGING DATE '
                   aging-date-num ' - ENTER YYYYMMDD ***'
               move 16 to return-code
               stop run
           end-if.

           compute aging-day-number =
               function integer-of-date(aging-date-num).

           initialize bucket-tables.

       015-set-days-in-month.
           evaluate aging-month
               when 04
               when 06
               when 09
               when 11
                   move 30 to days-in-month
               when 02
                   move 28 to days-in-month
                   divide aging-year by 4 giving leap-year-work
                       remainder leap-remainder
                   if leap-remainder = zero
                       divide aging-year by 100 giving leap-year-work
                           remainder leap-remainder
                       if leap-remainder not = zero
                           move 29 to days-in-month
                       else
                           divide aging-year by 400
                               giving leap-year-work
                               remainder leap-remainder
                           if leap-remainder = zero
                               move 29 to days-in-month
                           end-if
                       end-if
                   end-if
               when other
                   move 31 to days-in-month
           end-evaluate.

       030-sort-customer-file.
           sort sort-file
               on ascending key so-branch-id
                                so-salesrep-id
                                so-customer-id
               using customer-file
               giving sorted-file.

       040-open-run-files.
           open input ar-item-file.
           if ar-item-file-status not = '00'
               display 'No receivables file ARITEMS.DAT found - '
                   'run salespost001 first.'
               move 16 to return-code
               stop run
           end-if.

           open input sorted-file.

           open input reference-file.
           if reference-file-status = '00'
               move 'Y' to reference-data-available
           end-if.

           open output aging-report-file.
           perform 050-write-report-header.

       050-write-report-header.
           move spaces to ag-header-line1.
           string 'AGED TRIAL BALANCE                  RUN DATE: '
               run-date-display '   AGED AS OF: ' aging-date-num
               delimited by size into ag-header-line1.
           write ag-header-line1.

           move spaces to ag-text-line.
           write ag-text-line.

       100-process-one-customer.
           read sorted-file next record into customer-record
             at end
             move 1 to eof

             not at end
             add 1 to customers-read
             perform 110-age-one-customer.

       110-age-one-customer.
           perform 115-check-control-break.

           move zero to customer-open-items.
           perform 125-clear-customer-bucket
               varying bucket-index from 1 by 1
               until bucket-index > 6.

           perform 120-scan-customer-items.

           if customer-open-items > zero
               perform 140-write-detail-line
           end-if.

       115-check-control-break.
           if first-record
               move r-branch-id to prev-branch-id
               move r-salesrep-id to prev-salesrep-id
               move 'N' to first-record-flag
               perform 180-write-branch-header
               perform 185-start-new-rep
           else
               if r-branch-id not = prev-branch-id
                   perform 150-write-rep-subtotal
                   perform 160-write-branch-total
                   move r-branch-id to prev-branch-id
                   move r-salesrep-id to prev-salesrep-id
                   perform 180-write-branch-header
                   perform 185-start-new-rep
               else
                   if r-salesrep-id not = prev-salesrep-id
                       perform 150-write-rep-subtotal
                       move r-salesrep-id to prev-salesrep-id
                       perform 185-start-new-rep
                   end-if
               end-if
           end-if.

       120-scan-customer-items.
           move zero to item-scan-done.
           move r-customer-id to ai-customer-id.
           move zeroes to ai-item-number.
           start ar-item-file key not < ai-item-key
               invalid key
                   move 1 to item-scan-done
           end-start.

           perform 130-age-one-item
           until item-scan-done > 0.

       125-clear-customer-bucket.
           move zero to customer-bucket(bucket-index).

       130-age-one-item.
           read ar-item-file next record
               at end
                   move 1 to item-scan-done
               not at end
                   if ai-customer-id not = r-customer-id
                       move 1 to item-scan-done
                   else
                       if ai-open
                           perform 135-bucket-open-item
                       end-if
                   end-if
           end-read.

       135-bucket-open-item.
           add 1 to customer-open-items.
           compute item-age-days = aging-day-number
               - function integer-of-date(ai-item-date).

           evaluate true
               when item-age-days < 30
                   move 1 to bucket-index
               when item-age-days < 60
                   move 2 to bucket-index
               when item-age-days < 90
                   move 3 to bucket-index
               when item-age-days < 120
                   move 4 to bucket-index
               when other
                   move 5 to bucket-index
           end-evaluate.

           add ai-open-amount to customer-bucket(bucket-index).
           add ai-open-amount to customer-bucket(6).

       140-write-detail-line.
           add 1 to customers-with-balance.
           add 1 to rep-customer-count.

           move spaces to al-label.
           string r-customer-id ' ' r-customer-name
               delimited by size into al-label.
           perform 145-add-customer-to-rep
               varying bucket-index from 1 by 1
               until bucket-index > 6.
           perform 190-write-aging-line.

       145-add-customer-to-rep.
           move customer-bucket(bucket-index)
               to al-amount(bucket-index).
           add customer-bucket(bucket-index)
               to rep-bucket(bucket-index).

       150-write-rep-subtotal.
           if rep-customer-count = zero
               move spaces to ag-text-line
               string '  SALESREP ' prev-salesrep-id ' '
                   ref-salesrep-name ' - NO OPEN ITEMS'
                   delimited by size into ag-text-line
               write ag-text-line
           else
               move spaces to al-label
               string 'REP ' prev-salesrep-id ' '
                   ref-salesrep-name
                   delimited by size into al-label
               perform 155-add-rep-to-branch
                   varying bucket-index from 1 by 1
                   until bucket-index > 6
               perform 190-write-aging-line
           end-if.

           move spaces to ag-text-line.
           write ag-text-line.

       155-add-rep-to-branch.
           move rep-bucket(bucket-index) to al-amount(bucket-index).
           add rep-bucket(bucket-index)
               to branch-bucket(bucket-index).

       160-write-branch-total.
           move spaces to al-label.
           string 'BRANCH ' prev-branch-id ' TOTAL'
               delimited by size into al-label.
           perform 165-add-branch-to-company
               varying bucket-index from 1 by 1
               until bucket-index > 6.
           perform 190-write-aging-line.

           move spaces to ag-text-line.
           write ag-text-line.

       165-add-branch-to-company.
           move branch-bucket(bucket-index) to al-amount(bucket-index).
           add branch-bucket(bucket-index)
               to company-bucket(bucket-index).
           move zero to branch-bucket(bucket-index).

       170-write-company-total.
           move 'COMPANY TOTAL' to al-label.
           perform 175-move-company-bucket
               varying bucket-index from 1 by 1
               until bucket-index > 6.
           perform 190-write-aging-line.

       175-move-company-bucket.
           move company-bucket(bucket-index) to al-amount(bucket-index).

       180-write-branch-header.
           perform 192-lookup-branch-name.

           move spaces to ag-text-line.
           string 'BRANCH ' r-branch-id ' ' ref-branch-name
               delimited by size into ag-text-line.
           write ag-text-line.

           move spaces to ag-text-line.
           string 'CUST  CUSTOMER NAME                CURRENT'
               '        30 DAYS        60 DAYS        90 DAYS'
               '      120+ DAYS          TOTAL'
               delimited by size into ag-text-line.
           write ag-text-line.

       185-start-new-rep.
           move zero to rep-customer-count.
           perform 187-clear-rep-bucket
               varying bucket-index from 1 by 1
               until bucket-index > 6.
           perform 195-lookup-rep-name.

       187-clear-rep-bucket.
           move zero to rep-bucket(bucket-index).

       190-write-aging-line.
           move spaces to ag-text-line.
           string al-label al-amount(1) al-amount(2) al-amount(3)
               al-amount(4) al-amount(5) al-amount(6)
               delimited by size into ag-text-line.
           write ag-text-line.

       192-lookup-branch-name.
           move '(UNKNOWN)' to ref-branch-name.
           if reference-data-present
               move r-branch-id to rf-branch-id
               move zeroes to rf-salesrep-id
               start reference-file key not < rf-reference-key
                   invalid key
                       continue
                   not invalid key
                       perform 193-read-branch-entry
               end-start
           end-if.

       193-read-branch-entry.
           read reference-file next record
               at end
                   continue
               not at end
                   if rf-branch-id = r-branch-id
                       move rf-branch-name to ref-branch-name
                   end-if
           end-read.

       195-lookup-rep-name.
           move '(UNKNOWN)' to ref-salesrep-name.
           if reference-data-present
               move prev-branch-id to rf-branch-id
               move prev-salesrep-id to rf-salesrep-id
               read reference-file
                   invalid key
                       continue
                   not invalid key
                       move rf-salesrep-name to ref-salesrep-name
               end-read
           end-if.

       200-reconcile-receivables.
           open input customer-file.
           if customer-file-status not = '00'
               display '*** FATAL: CANNOT REOPEN CUSTMAST.DAT - '
                   'STATUS ' customer-file-status ' ***'
               move 16 to return-code
               stop run
           end-if.

           move spaces to ag-text-line.
           write ag-text-line.
           move 'RECONCILIATION TO CUSTOMER MASTER AND CONTROL FILES'
               to ag-text-line.
           write ag-text-line.
           move spaces to ag-text-line.
           write ag-text-line.

           move zero to item-scan-done.
           move zeroes to ai-item-key.
           start ar-item-file key not < ai-item-key
               invalid key
                   move 1 to item-scan-done
           end-start.

           perform 210-check-one-item
           until item-scan-done > 0.

           perform 220-read-control-files.
           perform 230-write-reconciliation.

           close customer-file.

       210-check-one-item.
           read ar-item-file next record
               at end
                   move 1 to item-scan-done
               not at end
                   if ai-open
                       add 1 to file-open-items
                       add ai-open-amount to file-open-balance
                       perform 215-check-item-customer
                   end-if
           end-read.

       215-check-item-customer.
           move ai-customer-id to cm-customer-id.
           read customer-file
               invalid key
                   add 1 to orphan-items
                   add ai-open-amount to orphan-balance
                   move ai-open-amount to f-amount-a
                   move spaces to ag-text-line
                   string '*** ITEM ' ai-item-number ' FOR CUSTOMER '
                       ai-customer-id ' DATED ' ai-item-date
                       ' OPEN ' f-amount-a
                       ' - CUSTOMER NOT ON MASTER ***'
                       delimited by size into ag-text-line
                   write ag-text-line
           end-read.

       220-read-control-files.
           open input ar-control-file.
           if ar-control-file-status = '00'
               read ar-control-file
                   at end
                       continue
                   not at end
                       move 'Y' to ar-control-available
               end-read
               close ar-control-file
           end-if.

           open input control-file.
           if control-file-status = '00'
               read control-file
                   at end
                       continue
                   not at end
                       move 'Y' to master-control-available
               end-read
               close control-file
           end-if.

       230-write-reconciliation.
           move customers-read to f-count-a.
           move customers-with-balance to f-count-b.
           move spaces to ag-text-line.
           string 'CUSTOMERS ON MASTER:          ' f-count-a
               '   WITH OPEN ITEMS: ' f-count-b
               delimited by size into ag-text-line.
           write ag-text-line.

           if master-control-present
               move ctl-record-count to f-count-a
               move spaces to ag-text-line
               if ctl-record-count = customers-read
                   string 'CUSTMAST.CTL RECORD COUNT:    ' f-count-a
                       '   AGREES'
                       delimited by size into ag-text-line
               else
                   move 'Y' to out-of-balance-flag
                   string 'CUSTMAST.CTL RECORD COUNT:    ' f-count-a
                       '   *** DOES NOT AGREE WITH MASTER ***'
                       delimited by size into ag-text-line
               end-if
               write ag-text-line
           end-if.

           move company-bucket(6) to f-amount-a.
           move spaces to ag-text-line.
           string 'AGED BALANCE ON MASTER CUSTOMERS:  ' f-amount-a
               delimited by size into ag-text-line.
           write ag-text-line.

           move orphan-items to f-count-a.
           move orphan-balance to f-amount-a.
           move spaces to ag-text-line.
           string 'ITEMS FOR CUSTOMERS NOT ON MASTER: ' f-amount-a
               '   ITEMS: ' f-count-a
               delimited by size into ag-text-line.
           write ag-text-line.
           if orphan-items > zero
               move 'Y' to out-of-balance-flag
           end-if.

           move file-open-items to f-count-a.
           move file-open-balance to f-amount-a.
           move spaces to ag-text-line.
           string 'OPEN BALANCE ON ARITEMS.DAT:       ' f-amount-a
               '   ITEMS: ' f-count-a
               delimited by size into ag-text-line.
           write ag-text-line.

           if ar-control-present
               move ac-open-item-count to f-count-a
               move ac-open-balance to f-amount-a
               move spaces to ag-text-line
               string 'OPEN BALANCE ON ARITEMS.CTL:       ' f-amount-a
                   '   ITEMS: ' f-count-a
                   delimited by size into ag-text-line
               write ag-text-line
               if ac-open-balance not = file-open-balance
                   or ac-open-item-count not = file-open-items
                   move 'Y' to out-of-balance-flag
               end-if
           else
               move 'NO ARITEMS.CTL FOUND - CONTROL CHECK SKIPPED'
                   to ag-text-line
               write ag-text-line
           end-if.

           move spaces to ag-text-line.
           write ag-text-line.
           if out-of-balance
               move '*** RECEIVABLES OUT OF BALANCE - SEE ABOVE ***'
                   to ag-text-line
           else
               move 'RECEIVABLES IN BALANCE WITH CUSTOMER MASTER'
                   to ag-text-line
           end-if.
           write ag-text-line.

       300-finish-program.
           close sorted-file.
           close ar-item-file.
           close aging-report-file.
           if reference-data-present
               close reference-file
           end-if.

           move customers-read to f-count-a.
           display ' '.
           display 'Customers read:          ' f-count-a.
           move customers-with-balance to f-count-a.
           display 'Customers with balance:  ' f-count-a.
           move company-bucket(6) to f-amount-a.
           display 'Total open receivables: ' f-amount-a.
           display ' '.
           display 'Aged trial balance written to '
               aging-report-file-name.

           if out-of-balance
               display ' '
               display '*** RECEIVABLES DO NOT RECONCILE - SEE THE '
                   'END OF THE REPORT ***'
               move 8 to return-code
           end-if.

           display ' '.
           display 'End of aged trial balance'.
           stop run.
