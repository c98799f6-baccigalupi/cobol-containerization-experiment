       identification division.
       program-id. custinq001.

       environment division.
       input-output section.
       file-control.
           select customer-file assign to '../data/CUSTMAST.DAT'
           organization is indexed
           access mode is dynamic
           record key is r-customer-id
           file status is customer-file-status.

           select reference-file assign to '../data/SLSREF.DAT'
           organization is indexed
           access mode is dynamic
           record key is rf-reference-key
           file status is reference-file-status.

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

           select territory-file assign to '../data/TERRHIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is th-territory-key
           file status is territory-file-status.

           select journal-file assign to '../data/CUSTJRNL.DAT'
           organization is record sequential
           file status is journal-file-status.

           select monthend-control-file
           assign to '../data/MONTHEND.CTL'
           organization is record sequential
           file status is monthend-file-status.

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

       fd journal-file
           record contains 148 characters.
       01 journal-record.
           05 jr-timestamp            pic x(14).
           05 jr-action               pic x.
           05 jr-customer-id          pic 9(5).
           05 jr-before-image         pic x(64).
           05 jr-after-image          pic x(64).

       fd monthend-control-file
           record contains 6 characters.
       01 monthend-control-record.
           05 me-last-close-period    pic 9(6).

       working-storage section.
       01 control-flow.
           05 eof                     pic 9             value zero.
           05 scan-done               pic 9             value zero.

       01 menu-fields.
           05 menu-choice             pic 9             value 1.

       01 file-status-fields.
           05 customer-file-status    pic x(2).
           05 reference-file-status   pic x(2).
           05 history-file-status     pic x(2).
           05 ar-item-file-status     pic x(2).
           05 territory-file-status   pic x(2).
           05 journal-file-status     pic x(2).
           05 monthend-file-status    pic x(2).

       01 file-availability-fields.
           05 reference-data-available pic x            value 'N'.
               88 reference-data-present        value 'Y'.
           05 history-data-available  pic x             value 'N'.
               88 history-data-present          value 'Y'.
           05 ar-data-available       pic x             value 'N'.
               88 ar-data-present               value 'Y'.
           05 territory-data-available pic x            value 'N'.
               88 territory-data-present        value 'Y'.

       01 inquiry-fields.
           05 inquiry-customer-id     pic 9(5)          value zero.
           05 customer-found-flag     pic x             value 'N'.
               88 customer-found                value 'Y'.
           05 ref-branch-name         pic x(20).
           05 ref-salesrep-name       pic x(20).
           05 status-description      pic x(8).

       01 name-search-fields.
           05 search-text             pic x(20)         value spaces.
           05 search-length           pic 9(2)          value zero.
           05 search-name             pic x(20).
           05 search-hit-count        pic 9(2)          value zero.
           05 search-match-count      pic 9(3)          value zero.

       01 history-window-fields.
           05 window-close-period.
               10 close-year          pic 9(4).
               10 close-month         pic 9(2).
           05 window-close-num redefines window-close-period
                                      pic 9(6).
           05 window-base-index       pic 9(6).
           05 history-month-index     pic 9(6).
           05 slot-number             pic s9(6).
           05 window-year             pic 9(4).
           05 window-month            pic 9(2).
           05 window-total            pic s9(7)v9(2).
           05 history-slot occurs 24 times.
               10 hs-year             pic 9(4).
               10 hs-month            pic 9(2).
               10 hs-sales-amount     pic s9(5)v9(2).
               10 hs-present          pic x.
                   88 hs-has-data               value 'Y'.
           05 slot-index              pic 9(2).
           05 row-start-slot          pic 9(2).
           05 history-line            pic x(68).
           05 history-cell            pic x(17).
           05 cell-index              pic 9.

       01 receivable-fields.
           05 open-item-count         pic 9(5)          value zero.
           05 open-item-balance       pic s9(9)v9(2)    value zero.
           05 oldest-open-date        pic 9(8)          value zero.

       01 territory-fields.
           05 territory-entry-count   pic 9(3)          value zero.
           05 assigned-since-date     pic 9(8)          value zero.

       01 journal-table-fields.
           05 journal-kept-count      pic 9(2)          value zero.
           05 journal-slot occurs 10 times.
               10 js-timestamp        pic x(14).
               10 js-action           pic x.
               10 js-after-image      pic x(64).
           05 journal-index           pic 9(2).
           05 journal-entries-total   pic 9(7)          value zero.
           05 journal-action-label    pic x(7).

       01 image-work.
           05 iw-branch-id            pic 9(2).
           05 iw-salesrep-id          pic 9(2).
           05 iw-customer-id          pic 9(5).
           05 iw-customer-name        pic x(20).
           05 iw-sales-this-ytd       pic s9(7)v9(2).
           05 iw-sales-last-ytd       pic s9(7)v9(2).
           05 iw-status-code          pic x.
           05 iw-date-added           pic 9(8).
           05 iw-last-activity-date   pic 9(8).

       01 line-work-fields.
           05 f-amount                pic zz,zzz,zz9.99-.
           05 f-month-amount          pic zzzz9.99-.
           05 f-count                 pic zz,zz9.
           05 f-date                  pic x(10).
           05 date-work               pic 9(8).
           05 date-work-x redefines date-work.
               10 dw-year             pic x(4).
               10 dw-month            pic x(2).
               10 dw-day              pic x(2).

       01 run-date-fields.
           05 current-date-value      pic x(8).
           05 current-year            pic 9(4).
           05 current-month           pic 9(2).

       procedure division.

       000-run.
           perform 010-start-program.
           perform 020-inquiry-menu
           until menu-choice = zero.
           perform 900-terminate-program.

       010-start-program.
           move function current-date(1:8) to current-date-value.
           move current-date-value(1:4) to current-year.
           move current-date-value(5:2) to current-month.
           perform 015-set-history-window.

           display ' '.
           display 'CUSTOMER INQUIRY (READ ONLY)'.
           display ' '.

           open input customer-file.
           if customer-file-status not = '00'
               display '*** FATAL: CANNOT OPEN CUSTMAST.DAT - STATUS '
                   customer-file-status ' ***'
               move 16 to return-code
               stop run
           end-if.

           open input reference-file.
           if reference-file-status = '00'
               move 'Y' to reference-data-available
           end-if.

           open input history-file.
           if history-file-status = '00'
               move 'Y' to history-data-available
           end-if.

           open input ar-item-file.
           if ar-item-file-status = '00'
               move 'Y' to ar-data-available
           end-if.

           open input territory-file.
           if territory-file-status = '00'
               move 'Y' to territory-data-available
           end-if.

       015-set-history-window.
           move zero to window-close-num.
           open input monthend-control-file.
           if monthend-file-status = '00'
               read monthend-control-file
                   into monthend-control-record
                   at end
                   continue
                   not at end
                   move me-last-close-period to window-close-num
               end-read
               close monthend-control-file
           end-if.

           if window-close-num = zero
               move current-year to close-year
               move current-month to close-month
               if close-month = 01
                   move 12 to close-month
                   subtract 1 from close-year
               else
                   subtract 1 from close-month
               end-if
           end-if.

           compute window-base-index =
               (close-year * 12) + close-month - 24.

       020-inquiry-menu.
           display '--------------------------------'.
           display 'Enter 1 to look up a customer number.'.
           display 'Enter 2 to search by customer name.'.
           display 'Enter 0 to end.'.
           accept menu-choice.

           evaluate menu-choice
               when 1
                   display 'Enter customer number (xxxxx):'
                   accept inquiry-customer-id
                   perform 100-show-customer
               when 2
                   perform 050-search-by-name
           end-evaluate.

       050-search-by-name.
           display 'Enter all or part of the customer name:'.
           move spaces to search-text.
           accept search-text.
           inspect search-text converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           move 20 to search-length.
           move zero to scan-done.
           perform 052-trim-search-text
           until scan-done > 0.

           if search-length = zero
               display 'No name entered - search skipped.'
           else
               perform 054-scan-customer-names
           end-if.

       052-trim-search-text.
           if search-length = zero
               move 1 to scan-done
           else
               if search-text(search-length:1) not = space
                   move 1 to scan-done
               else
                   subtract 1 from search-length
               end-if
           end-if.

       054-scan-customer-names.
           move zero to search-match-count.
           move zero to eof.
           move zeroes to r-customer-id.
           start customer-file key not < r-customer-id
               invalid key
                   move 1 to eof
           end-start.

           display ' '.
           display ' CUST  CUSTOMER NAME        BR REP ST'.
           perform 056-check-one-name
           until eof > 0.

           if search-match-count = zero
               display 'No customer names contain '
                   search-text(1:search-length) '.'
           else
               if search-match-count > 20
                   display 'More than 20 names match - only the first '
                       '20 are shown. Narrow the search.'
               end-if
               display ' '
               display 'Enter customer number to show (0 for none):'
               accept inquiry-customer-id
               if inquiry-customer-id not = zero
                   perform 100-show-customer
               end-if
           end-if.

       056-check-one-name.
           read customer-file next record
             at end
             move 1 to eof

             not at end
             perform 058-match-one-name.

       058-match-one-name.
           move r-customer-name to search-name.
           inspect search-name converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move zero to search-hit-count.
           inspect search-name tallying search-hit-count
               for all search-text(1:search-length).

           if search-hit-count > zero
               add 1 to search-match-count
               if search-match-count not > 20
                   display ' ' r-customer-id ' ' r-customer-name ' '
                       r-branch-id ' ' r-salesrep-id '  '
                       r-status-code
               end-if
           end-if.

       100-show-customer.
           move 'N' to customer-found-flag.
           move inquiry-customer-id to r-customer-id.
           read customer-file
               invalid key
                   display 'Customer ' inquiry-customer-id
                       ' is not on CUSTMAST.DAT.'
               not invalid key
                   move 'Y' to customer-found-flag
           end-read.

           if customer-found
               perform 110-show-master
               perform 130-show-receivables
               perform 140-show-territory
               perform 150-show-history
               perform 170-show-journal
               display '================================'
           end-if.

       110-show-master.
           perform 120-lookup-reference.

           if r-status-active
               move 'ACTIVE' to status-description
           else
               move 'INACTIVE' to status-description
           end-if.

           display ' '.
           display '================================'.
           display 'CUSTOMER ' r-customer-id '  ' r-customer-name.
           display 'BRANCH   ' r-branch-id '     ' ref-branch-name.
           display 'SALESREP ' r-salesrep-id '     ' ref-salesrep-name.

           move r-date-added to date-work.
           perform 190-format-date.
           display 'STATUS   ' status-description
               '   ADDED ' f-date with no advancing.
           move r-last-activity-date to date-work.
           perform 190-format-date.
           display '   LAST ACTIVITY ' f-date.

           move r-sales-this-ytd to f-amount.
           display 'SALES THIS YTD ' f-amount with no advancing.
           move r-sales-last-ytd to f-amount.
           display '   LAST YTD ' f-amount.

       120-lookup-reference.
           move '(NOT ON SLSREF)' to ref-branch-name.
           move '(NOT ON SLSREF)' to ref-salesrep-name.
           if reference-data-present
               move r-branch-id to rf-branch-id
               move r-salesrep-id to rf-salesrep-id
               read reference-file
                   invalid key
                       continue
                   not invalid key
                       move rf-branch-name to ref-branch-name
                       move rf-salesrep-name to ref-salesrep-name
               end-read
           end-if.

       130-show-receivables.
           if ar-data-present
               move zero to open-item-count
               move zero to open-item-balance
               move zero to oldest-open-date
               move zero to scan-done
               move r-customer-id to ai-customer-id
               move zeroes to ai-item-number
               start ar-item-file key not < ai-item-key
                   invalid key
                       move 1 to scan-done
               end-start
               perform 135-add-one-item
               until scan-done > 0

               move open-item-count to f-count
               move open-item-balance to f-amount
               display 'OPEN AR ITEMS ' f-count
                   '   BALANCE ' f-amount with no advancing
               if oldest-open-date not = zero
                   move oldest-open-date to date-work
                   perform 190-format-date
                   display '   OLDEST ' f-date
               else
                   display ' '
               end-if
           end-if.

       135-add-one-item.
           read ar-item-file next record
               at end
                   move 1 to scan-done
               not at end
                   if ai-customer-id not = r-customer-id
                       move 1 to scan-done
                   else
                       if ai-open and ai-open-amount not = zero
                           add 1 to open-item-count
                           add ai-open-amount to open-item-balance
                           if oldest-open-date = zero
                               or ai-item-date < oldest-open-date
                               move ai-item-date to oldest-open-date
                           end-if
                       end-if
                   end-if
           end-read.

       140-show-territory.
           if territory-data-present
               move zero to territory-entry-count
               move zero to assigned-since-date
               move zero to scan-done
               move r-customer-id to th-customer-id
               move zeroes to th-effective-date
               start territory-file key not < th-territory-key
                   invalid key
                       move 1 to scan-done
               end-start
               perform 145-check-one-assignment
               until scan-done > 0

               if assigned-since-date not = zero
                   move assigned-since-date to date-work
                   perform 190-format-date
                   move territory-entry-count to f-count
                   display 'ASSIGNED TO THIS BRANCH/REP SINCE ' f-date
                       '   ASSIGNMENT ENTRIES ' f-count
               end-if
           end-if.

       145-check-one-assignment.
           read territory-file next record
               at end
                   move 1 to scan-done
               not at end
                   if th-customer-id not = r-customer-id
                       move 1 to scan-done
                   else
                       add 1 to territory-entry-count
                       move th-effective-date to assigned-since-date
                   end-if
           end-read.

       150-show-history.
           display ' '.
           display 'SALES HISTORY - LAST 24 MONTHS'.

           perform 152-clear-one-slot
               varying slot-index from 1 by 1
               until slot-index > 24.

           if history-data-present
               move zero to scan-done
               move r-customer-id to sh-customer-id
               move zeroes to sh-year
               move zeroes to sh-month
               start history-file key not < sh-history-key
                   invalid key
                       move 1 to scan-done
               end-start
               perform 154-place-one-month
               until scan-done > 0
           else
               display '  (NO SALESHIST.DAT)'
           end-if.

           move zero to window-total.
           perform 156-write-history-row
               varying row-start-slot from 1 by 4
               until row-start-slot > 24.

           move window-total to f-amount.
           display '  24-MONTH TOTAL ' f-amount.

       152-clear-one-slot.
           compute history-month-index = window-base-index + slot-index.
           compute window-year = (history-month-index - 1) / 12.
           compute window-month =
               history-month-index - (window-year * 12).
           move window-year to hs-year(slot-index).
           move window-month to hs-month(slot-index).
           move zero to hs-sales-amount(slot-index).
           move 'N' to hs-present(slot-index).

       154-place-one-month.
           read history-file next record
               at end
                   move 1 to scan-done
               not at end
                   if sh-customer-id not = r-customer-id
                       move 1 to scan-done
                   else
                       compute slot-number =
                           (sh-year * 12) + sh-month
                           - window-base-index
                       if slot-number > zero and slot-number < 25
                           move sh-sales-amount
                               to hs-sales-amount(slot-number)
                           move 'Y' to hs-present(slot-number)
                       end-if
                   end-if
           end-read.

       156-write-history-row.
           move spaces to history-line.
           perform 158-build-one-cell
               varying cell-index from 1 by 1
               until cell-index > 4.
           display '  ' history-line.

       158-build-one-cell.
           compute slot-index = row-start-slot + cell-index - 1.
           move spaces to history-cell.
           if hs-has-data(slot-index)
               add hs-sales-amount(slot-index) to window-total
               move hs-sales-amount(slot-index) to f-month-amount
               string ' ' hs-year(slot-index) '/' hs-month(slot-index)
                   f-month-amount
                   delimited by size into history-cell
           else
               string ' ' hs-year(slot-index) '/' hs-month(slot-index)
                   '        -'
                   delimited by size into history-cell
           end-if.
           move history-cell
               to history-line(((cell-index - 1) * 17) + 1:17).

       170-show-journal.
           move zero to journal-kept-count.
           move zero to journal-entries-total.

           open input journal-file.
           if journal-file-status = '00'
               move zero to scan-done
               perform 172-keep-one-journal-entry
               until scan-done > 0
               close journal-file
           end-if.

           display ' '.
           move journal-entries-total to f-count.
           display 'RECENT CHANGES (CUSTJRNL.DAT - ' f-count
               ' ENTRIES ON FILE, LATEST 10 SHOWN)'.
           if journal-kept-count = zero
               display '  (NO JOURNAL ENTRIES)'
           else
               display '  DATE       TIME   ACTION   BR REP'
                   ' NAME                 ST      THIS YTD'
               perform 176-show-one-journal-entry
                   varying journal-index from journal-kept-count
                   by -1
                   until journal-index < 1
           end-if.

       172-keep-one-journal-entry.
           read journal-file
               at end
                   move 1 to scan-done
               not at end
                   if jr-customer-id = r-customer-id
                       add 1 to journal-entries-total
                       perform 174-push-journal-entry
                   end-if
           end-read.

       174-push-journal-entry.
           if journal-kept-count < 10
               add 1 to journal-kept-count
           else
               perform 175-shift-one-journal-slot
                   varying journal-index from 1 by 1
                   until journal-index > 9
           end-if.
           move jr-timestamp to js-timestamp(journal-kept-count).
           move jr-action to js-action(journal-kept-count).
           move jr-after-image to js-after-image(journal-kept-count).

       175-shift-one-journal-slot.
           move journal-slot(journal-index + 1)
               to journal-slot(journal-index).

       176-show-one-journal-entry.
           evaluate js-action(journal-index)
               when 'A'
                   move 'ADD    ' to journal-action-label
               when 'C'
                   move 'CHANGE ' to journal-action-label
               when 'Z'
                   move 'ZERO   ' to journal-action-label
               when 'M'
                   move 'REALIGN' to journal-action-label
               when 'P'
                   move 'POST   ' to journal-action-label
               when 'Y'
                   move 'YR-ROLL' to journal-action-label
               when 'D'
                   move 'PURGE  ' to journal-action-label
               when 'S'
                   move 'RESTORE' to journal-action-label
               when 'B'
                   move 'BACKOUT' to journal-action-label
               when 'G'
                   move 'MERGE  ' to journal-action-label
               when 'X'
                   move 'MERGED ' to journal-action-label
               when other
                   move '?      ' to journal-action-label
           end-evaluate.

           move js-timestamp(journal-index)(1:8) to date-work.
           perform 190-format-date.

           if js-action(journal-index) = 'D'
               display '  ' f-date ' '
                   js-timestamp(journal-index)(9:2) ':'
                   js-timestamp(journal-index)(11:2) '  '
                   journal-action-label '  (DELETED FROM MASTER)'
           else
               move js-after-image(journal-index) to image-work
               move iw-sales-this-ytd to f-amount
               display '  ' f-date ' '
                   js-timestamp(journal-index)(9:2) ':'
                   js-timestamp(journal-index)(11:2) '  '
                   journal-action-label '  ' iw-branch-id ' '
                   iw-salesrep-id '  ' iw-customer-name ' '
                   iw-status-code ' ' f-amount
           end-if.

       190-format-date.
           if date-work = zero
               move '    -     ' to f-date
           else
               move spaces to f-date
               string dw-month '/' dw-day '/' dw-year
                   delimited by size into f-date
           end-if.

       900-terminate-program.
           close customer-file.
           if reference-data-present
               close reference-file
           end-if.
           if history-data-present
               close history-file
           end-if.
           if ar-data-present
               close ar-item-file
           end-if.
           if territory-data-present
               close territory-file
           end-if.
           display 'End of customer inquiry'.
           stop run.
