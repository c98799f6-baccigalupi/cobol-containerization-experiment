       identification division.
       program-id. custmerge001.

       environment division.
       input-output section.
       file-control.
           select customer-file assign to '../data/CUSTMAST.DAT'
           organization is indexed
           access mode is dynamic
           record key is r-customer-id.

           select control-file assign to '../data/CUSTMAST.CTL'
           organization is record sequential.

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

           select ledger-file assign to '../data/SALESLED.DAT'
           organization is record sequential
           file status is ledger-file-status.

           select territory-file assign to '../data/TERRHIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is th-territory-key
           file status is territory-file-status.

           select basis-file assign to '../data/COMMBASE.DAT'
           organization is indexed
           access mode is dynamic
           record key is bs-basis-key
           file status is basis-file-status.

           select adjustment-file assign to '../data/COMMADJ.DAT'
           organization is record sequential
           file status is adjustment-file-status.

           select journal-file assign to '../data/CUSTJRNL.DAT'
           organization is record sequential
           file status is journal-file-status.

           select report-file assign to report-file-name
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

       fd control-file
           record contains 18 characters.
       01 control-record.
           05 ctl-record-count        pic 9(7).
           05 ctl-control-total       pic s9(9)v9(2).

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

       fd basis-file
           record contains 80 characters.
       01 basis-record.
           05 bs-basis-key.
               10 bs-customer-id      pic 9(5).
               10 bs-sales-period     pic 9(6).
           05 bs-fiscal-period        pic 9(6).
           05 bs-branch-id            pic 9(2).
           05 bs-salesrep-id          pic 9(2).
           05 bs-original-sales       pic s9(7)v9(2).
           05 bs-original-commission  pic s9(7)v9(2).
           05 bs-current-sales        pic s9(7)v9(2).
           05 bs-current-commission   pic s9(7)v9(2).
           05 bs-clawback-total       pic s9(7)v9(2).
           05 bs-basis-timestamp      pic x(14).

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

       fd journal-file
           record contains 148 characters.
       01 journal-record.
           05 jr-timestamp            pic x(14).
           05 jr-action               pic x.
           05 jr-customer-id          pic 9(5).
           05 jr-before-image         pic x(64).
           05 jr-after-image          pic x(64).

       fd report-file.
       01 rp-header-line1             pic x(100).
       01 rp-text-line                pic x(100).

       working-storage section.
       01 control-flow.
           05 eof                     pic 9             value zero.
           05 scan-done               pic 9             value zero.

       01 menu-fields.
           05 menu-choice             pic 9             value zero.
               88 preview-mode                  value 1.
               88 apply-mode                    value 2.

       01 file-status-fields.
           05 history-file-status     pic x(2).
           05 ar-item-file-status     pic x(2).
           05 ledger-file-status      pic x(2).
           05 territory-file-status   pic x(2).
           05 basis-file-status       pic x(2).
           05 adjustment-file-status  pic x(2).
           05 journal-file-status     pic x(2).

       01 file-availability-fields.
           05 history-data-available  pic x             value 'N'.
               88 history-data-present          value 'Y'.
           05 ar-data-available       pic x             value 'N'.
               88 ar-data-present               value 'Y'.
           05 ledger-data-available   pic x             value 'N'.
               88 ledger-data-present           value 'Y'.
           05 territory-data-available pic x            value 'N'.
               88 territory-data-present        value 'Y'.
           05 basis-data-available    pic x             value 'N'.
               88 basis-data-present            value 'Y'.
           05 adjustment-data-available pic x           value 'N'.
               88 adjustment-data-present       value 'Y'.

       01 merge-request-fields.
           05 survivor-customer-id    pic 9(5)          value zero.
           05 loser-customer-id       pic 9(5)          value zero.
           05 merge-blocked-flag      pic x             value 'N'.
               88 merge-blocked                 value 'Y'.

       01 survivor-image.
           05 sv-branch-id            pic 9(2).
           05 sv-salesrep-id          pic 9(2).
           05 sv-customer-id          pic 9(5).
           05 sv-customer-name        pic x(20).
           05 sv-sales-this-ytd       pic s9(7)v9(2).
           05 sv-sales-last-ytd       pic s9(7)v9(2).
           05 sv-status-code          pic x.
               88 sv-status-active              value 'A'.
           05 sv-date-added           pic 9(8).
           05 sv-last-activity-date   pic 9(8).

       01 loser-image.
           05 ls-branch-id            pic 9(2).
           05 ls-salesrep-id          pic 9(2).
           05 ls-customer-id          pic 9(5).
           05 ls-customer-name        pic x(20).
           05 ls-sales-this-ytd       pic s9(7)v9(2).
           05 ls-sales-last-ytd       pic s9(7)v9(2).
           05 ls-status-code          pic x.
               88 ls-status-active              value 'A'.
           05 ls-date-added           pic 9(8).
           05 ls-last-activity-date   pic 9(8).

       01 merged-image.
           05 mg-branch-id            pic 9(2).
           05 mg-salesrep-id          pic 9(2).
           05 mg-customer-id          pic 9(5).
           05 mg-customer-name        pic x(20).
           05 mg-sales-this-ytd       pic s9(7)v9(2).
           05 mg-sales-last-ytd       pic s9(7)v9(2).
           05 mg-status-code          pic x.
           05 mg-date-added           pic 9(8).
           05 mg-last-activity-date   pic 9(8).

       01 history-table-fields.
           05 history-month-count     pic 9(3)          value zero.
           05 history-month occurs 120 times.
               10 hm-year             pic 9(4).
               10 hm-month            pic 9(2).
               10 hm-loser-amount     pic s9(5)v9(2).
               10 hm-survivor-amount  pic s9(5)v9(2).
               10 hm-combined-amount  pic s9(5)v9(2).
               10 hm-survivor-flag    pic x.
                   88 hm-survivor-exists        value 'Y'.
           05 history-index           pic 9(3).

       01 item-table-fields.
           05 item-count              pic 9(4)          value zero.
           05 item-entry occurs 2000 times.
               10 it-item-number      pic 9(7).
               10 it-item-status      pic x.
               10 it-open-amount      pic s9(7)v9(2).
           05 item-index              pic 9(4).

       01 basis-table-fields.
           05 basis-period-count      pic 9(3)          value zero.
           05 basis-period occurs 240 times.
               10 bp-sales-period     pic 9(6).
               10 bp-branch-id        pic 9(2).
               10 bp-salesrep-id      pic 9(2).
               10 bp-current-sales    pic s9(7)v9(2).
               10 bp-current-commission pic s9(7)v9(2).
               10 bp-survivor-flag    pic x.
                   88 bp-survivor-exists        value 'Y'.
           05 basis-index             pic 9(3).

       01 basis-merge-fields.
           05 mb-original-sales       pic s9(7)v9(2).
           05 mb-original-commission  pic s9(7)v9(2).
           05 mb-current-sales        pic s9(7)v9(2).
           05 mb-current-commission   pic s9(7)v9(2).
           05 mb-clawback-total       pic s9(7)v9(2).
           05 mb-basis-timestamp      pic x(14).

       01 journal-fields.
           05 journal-action          pic x.
           05 journal-customer-id     pic 9(5).
           05 journal-before-image    pic x(64)       value spaces.
           05 journal-after-image     pic x(64)       value spaces.

       01 merge-counters.
           05 months-combined         pic 9(5)          value zero.
           05 ledger-entries          pic 9(7)          value zero.
           05 territory-entries       pic 9(5)          value zero.
           05 basis-periods-combined  pic 9(5)          value zero.
           05 adjustment-entries      pic 9(7)          value zero.
           05 loser-open-balance      pic s9(9)v9(2)    value zero.
           05 new-record-count        pic 9(7)          value zero.
           05 new-control-total       pic s9(9)v9(2)    value zero.
           05 action-label            pic x(12)         value spaces.
           05 f-count-a               pic zzz,zz9.
           05 f-count-b               pic zzz,zz9.
           05 f-period                pic 9999/99.
           05 f-amount-a              pic z,zzz,zz9.99-.
           05 f-amount-b              pic z,zzz,zz9.99-.
           05 f-amount-c              pic z,zzz,zz9.99-.
           05 f-record-count          pic zzz,zzz,zz9.
           05 f-control-total         pic zzz,zzz,zz9.99-.

       01 run-date-fields.
           05 current-date-value      pic x(8).
           05 run-date-display        pic x(10).

       01 report-file-name            pic x(40).

       procedure division.

       000-run.
           perform 010-start-program.
           perform 020-read-customers.
           perform 030-open-related-files.
           perform 090-write-report-header.

           if history-data-present
               perform 040-load-loser-history
           end-if.
           if ar-data-present
               perform 050-load-loser-items
           end-if.
           if ledger-data-present
               perform 060-count-ledger-entries
           end-if.
           if territory-data-present
               perform 070-count-territory-entries
           end-if.
           if basis-data-present
               perform 075-load-loser-basis
           end-if.
           if adjustment-data-present
               perform 065-count-adjustment-entries
           end-if.
           perform 080-build-merged-image.

           if merge-blocked
               perform 290-abort-merge
           end-if.

           if apply-mode
               perform 095-open-journal-file
               if history-data-present
                   perform 100-merge-history
               end-if
               if ar-data-present
                   perform 120-merge-items
               end-if
               if ledger-data-present
                   perform 140-merge-ledger
               end-if
               if territory-data-present
                   perform 150-drop-territory
               end-if
               if basis-data-present
                   perform 170-merge-basis
               end-if
               if adjustment-data-present
                   perform 175-merge-adjustments
               end-if
               perform 160-merge-master
               perform 180-regenerate-control-file
           end-if.

           perform 300-finish-program.

       010-start-program.
           move function current-date(1:8) to current-date-value.
           string current-date-value(5:2) '/' current-date-value(7:2)
               '/' current-date-value(1:4)
               delimited by size into run-date-display.

           string '../data/CUSTMRG.' current-date-value '.DAT'
               delimited by size into report-file-name.

           display ' '.
           display 'CUSTOMER MERGE'.
           display ' '.
           display 'Enter surviving customer number (xxxxx):'.
           accept survivor-customer-id.
           display 'Enter duplicate customer number to fold into it '
               '(xxxxx):'.
           accept loser-customer-id.

           if survivor-customer-id = zero
               or loser-customer-id = zero
               display '*** FATAL: BOTH CUSTOMER NUMBERS ARE '
                   'REQUIRED ***'
               move 16 to return-code
               stop run
           end-if.

           if survivor-customer-id = loser-customer-id
               display '*** FATAL: SURVIVOR AND DUPLICATE ARE THE '
                   'SAME CUSTOMER ***'
               move 16 to return-code
               stop run
           end-if.

           display ' '.
           display 'Enter 1 to preview (report only, no changes).'.
           display 'Enter 2 to merge the customers.'.
           display 'Enter 0 to cancel.'.
           accept menu-choice.

           if not preview-mode and not apply-mode
               display 'Run cancelled - nothing done.'
               stop run
           end-if.

       020-read-customers.
           if apply-mode
               open i-o customer-file
           else
               open input customer-file
           end-if.

           move loser-customer-id to r-customer-id.
           read customer-file
               invalid key
                   display '*** FATAL: DUPLICATE CUSTOMER '
                       loser-customer-id ' NOT ON CUSTMAST.DAT ***'
                   close customer-file
                   move 16 to return-code
                   stop run
           end-read.
           move customer-record to loser-image.

           move survivor-customer-id to r-customer-id.
           read customer-file
               invalid key
                   display '*** FATAL: SURVIVING CUSTOMER '
                       survivor-customer-id ' NOT ON CUSTMAST.DAT ***'
                   close customer-file
                   move 16 to return-code
                   stop run
           end-read.
           move customer-record to survivor-image.

       030-open-related-files.
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
           end-if.

           open input ledger-file.
           if ledger-file-status = '00'
               move 'Y' to ledger-data-available
           end-if.

           if apply-mode
               open i-o territory-file
           else
               open input territory-file
           end-if.
           if territory-file-status = '00'
               move 'Y' to territory-data-available
           end-if.

           if apply-mode
               open i-o basis-file
           else
               open input basis-file
           end-if.
           if basis-file-status = '00'
               move 'Y' to basis-data-available
           end-if.

           open input adjustment-file.
           if adjustment-file-status = '00'
               move 'Y' to adjustment-data-available
           end-if.

           open output report-file.

       040-load-loser-history.
           move zero to scan-done.
           move loser-customer-id to sh-customer-id.
           move zeroes to sh-year.
           move zeroes to sh-month.
           start history-file key not < sh-history-key
               invalid key
                   move 1 to scan-done
           end-start.

           perform 042-load-one-history-month
           until scan-done > 0.

           perform 044-find-survivor-month
               varying history-index from 1 by 1
               until history-index > history-month-count.

           move spaces to rp-text-line.
           write rp-text-line.
           move history-month-count to f-count-a.
           move months-combined to f-count-b.
           move spaces to rp-text-line.
           string 'SALESHIST.DAT   MONTHS ' action-label f-count-a
               '   COMBINED WITH AN EXISTING SURVIVOR MONTH: '
               f-count-b
               delimited by size into rp-text-line.
           write rp-text-line.

           perform 046-write-history-line
               varying history-index from 1 by 1
               until history-index > history-month-count.

       042-load-one-history-month.
           read history-file next record
               at end
                   move 1 to scan-done
               not at end
                   if sh-customer-id not = loser-customer-id
                       move 1 to scan-done
                   else
                       if history-month-count >= 120
                           move 'Y' to merge-blocked-flag
                           move 1 to scan-done
                           move spaces to rp-text-line
                           string '*** DUPLICATE HAS MORE THAN 120 '
                               'HISTORY MONTHS ***'
                               delimited by size into rp-text-line
                           write rp-text-line
                       else
                           add 1 to history-month-count
                           move sh-year
                               to hm-year(history-month-count)
                           move sh-month
                               to hm-month(history-month-count)
                           move sh-sales-amount
                               to hm-loser-amount(history-month-count)
                       end-if
                   end-if
           end-read.

       044-find-survivor-month.
           move 'N' to hm-survivor-flag(history-index).
           move zero to hm-survivor-amount(history-index).
           move survivor-customer-id to sh-customer-id.
           move hm-year(history-index) to sh-year.
           move hm-month(history-index) to sh-month.
           read history-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to hm-survivor-flag(history-index)
                   move sh-sales-amount
                       to hm-survivor-amount(history-index)
                   add 1 to months-combined
           end-read.

           compute hm-combined-amount(history-index) =
               hm-survivor-amount(history-index)
               + hm-loser-amount(history-index)
               on size error
                   move 'Y' to merge-blocked-flag
                   move zero to hm-combined-amount(history-index)
                   move spaces to rp-text-line
                   string '*** COMBINED SALES FOR '
                       hm-year(history-index) '/'
                       hm-month(history-index)
                       ' EXCEED THE SALESHIST AMOUNT FIELD ***'
                       delimited by size into rp-text-line
                   write rp-text-line
           end-compute.

       046-write-history-line.
           compute f-period = (hm-year(history-index) * 100)
               + hm-month(history-index).
           move hm-loser-amount(history-index) to f-amount-a.
           move hm-survivor-amount(history-index) to f-amount-b.
           move hm-combined-amount(history-index) to f-amount-c.
           move spaces to rp-text-line.
           string '    ' f-period '   DUPLICATE ' f-amount-a
               '   SURVIVOR ' f-amount-b '   COMBINED ' f-amount-c
               delimited by size into rp-text-line.
           write rp-text-line.

       050-load-loser-items.
           move zero to scan-done.
           move loser-customer-id to ai-customer-id.
           move zeroes to ai-item-number.
           start ar-item-file key not < ai-item-key
               invalid key
                   move 1 to scan-done
           end-start.

           perform 052-load-one-item
           until scan-done > 0.

           move spaces to rp-text-line.
           write rp-text-line.
           move item-count to f-count-a.
           move loser-open-balance to f-amount-a.
           move spaces to rp-text-line.
           string 'ARITEMS.DAT     ITEMS ' action-label f-count-a
               '   OPEN BALANCE MOVED: ' f-amount-a
               delimited by size into rp-text-line.
           write rp-text-line.

           perform 054-write-item-line
               varying item-index from 1 by 1
               until item-index > item-count.

       052-load-one-item.
           read ar-item-file next record
               at end
                   move 1 to scan-done
               not at end
                   if ai-customer-id not = loser-customer-id
                       move 1 to scan-done
                   else
                       if item-count >= 2000
                           move 'Y' to merge-blocked-flag
                           move 1 to scan-done
                           move spaces to rp-text-line
                           string '*** DUPLICATE HAS MORE THAN 2000 '
                               'AR ITEMS ***'
                               delimited by size into rp-text-line
                           write rp-text-line
                       else
                           add 1 to item-count
                           move ai-item-number
                               to it-item-number(item-count)
                           move ai-item-status
                               to it-item-status(item-count)
                           move ai-open-amount
                               to it-open-amount(item-count)
                           add ai-open-amount to loser-open-balance
                       end-if
                   end-if
           end-read.

       054-write-item-line.
           move it-open-amount(item-index) to f-amount-a.
           move spaces to rp-text-line.
           string '    ITEM ' it-item-number(item-index)
               '   STATUS ' it-item-status(item-index)
               '   OPEN ' f-amount-a
               delimited by size into rp-text-line.
           write rp-text-line.

       060-count-ledger-entries.
           move zero to scan-done.
           perform 062-count-one-ledger-entry
           until scan-done > 0.
           close ledger-file.

           move spaces to rp-text-line.
           write rp-text-line.
           move ledger-entries to f-count-a.
           move spaces to rp-text-line.
           string 'SALESLED.DAT    ENTRIES ' action-label f-count-a
               delimited by size into rp-text-line.
           write rp-text-line.

       062-count-one-ledger-entry.
           read ledger-file
               at end
                   move 1 to scan-done
               not at end
                   if lg-customer-id = loser-customer-id
                       add 1 to ledger-entries
                   end-if
           end-read.

       065-count-adjustment-entries.
           move zero to scan-done.
           perform 067-count-one-adjustment-entry
           until scan-done > 0.
           close adjustment-file.

           move spaces to rp-text-line.
           write rp-text-line.
           move adjustment-entries to f-count-a.
           move spaces to rp-text-line.
           string 'COMMADJ.DAT     UNAPPLIED ADJUSTMENTS '
               action-label f-count-a
               delimited by size into rp-text-line.
           write rp-text-line.

       067-count-one-adjustment-entry.
           read adjustment-file
               at end
                   move 1 to scan-done
               not at end
                   if ca-customer-id = loser-customer-id
                       and ca-unapplied
                       add 1 to adjustment-entries
                   end-if
           end-read.

       070-count-territory-entries.
           move zero to scan-done.
           move loser-customer-id to th-customer-id.
           move zeroes to th-effective-date.
           start territory-file key not < th-territory-key
               invalid key
                   move 1 to scan-done
           end-start.

           perform 072-count-one-territory-entry
           until scan-done > 0.

           move spaces to rp-text-line.
           write rp-text-line.
           move territory-entries to f-count-a.
           move spaces to rp-text-line.
           if apply-mode
               string 'TERRHIST.DAT    DUPLICATE ASSIGNMENT ENTRIES '
                   'DROPPED: ' f-count-a
                   delimited by size into rp-text-line
           else
               string 'TERRHIST.DAT    DUPLICATE ASSIGNMENT ENTRIES '
                   'TO DROP: ' f-count-a
                   delimited by size into rp-text-line
           end-if.
           write rp-text-line.

           move spaces to rp-text-line.
           string '                MERGED SALES FOLLOW THE '
               'SURVIVOR''S ASSIGNMENT HISTORY'
               delimited by size into rp-text-line.
           write rp-text-line.

       072-count-one-territory-entry.
           read territory-file next record
               at end
                   move 1 to scan-done
               not at end
                   if th-customer-id not = loser-customer-id
                       move 1 to scan-done
                   else
                       add 1 to territory-entries
                   end-if
           end-read.

       075-load-loser-basis.
           move zero to scan-done.
           move loser-customer-id to bs-customer-id.
           move zeroes to bs-sales-period.
           start basis-file key not < bs-basis-key
               invalid key
                   move 1 to scan-done
           end-start.

           perform 076-load-one-basis-period
           until scan-done > 0.

           perform 077-find-survivor-basis
               varying basis-index from 1 by 1
               until basis-index > basis-period-count.

           move spaces to rp-text-line.
           write rp-text-line.
           move basis-period-count to f-count-a.
           move basis-periods-combined to f-count-b.
           move spaces to rp-text-line.
           string 'COMMBASE.DAT    PERIODS ' action-label f-count-a
               '   COMBINED WITH AN EXISTING SURVIVOR PERIOD: '
               f-count-b
               delimited by size into rp-text-line.
           write rp-text-line.

           perform 078-write-basis-line
               varying basis-index from 1 by 1
               until basis-index > basis-period-count.

       076-load-one-basis-period.
           read basis-file next record
               at end
                   move 1 to scan-done
               not at end
                   if bs-customer-id not = loser-customer-id
                       move 1 to scan-done
                   else
                       if basis-period-count >= 240
                           move 'Y' to merge-blocked-flag
                           move 1 to scan-done
                           move spaces to rp-text-line
                           string '*** DUPLICATE HAS MORE THAN 240 '
                               'COMMISSION BASIS PERIODS ***'
                               delimited by size into rp-text-line
                           write rp-text-line
                       else
                           add 1 to basis-period-count
                           move bs-sales-period
                               to bp-sales-period(basis-period-count)
                           move bs-branch-id
                               to bp-branch-id(basis-period-count)
                           move bs-salesrep-id
                               to bp-salesrep-id(basis-period-count)
                           move bs-current-sales
                               to bp-current-sales(basis-period-count)
                           move bs-current-commission to
                               bp-current-commission(basis-period-count)
                       end-if
                   end-if
           end-read.

       077-find-survivor-basis.
           move 'N' to bp-survivor-flag(basis-index).
           move survivor-customer-id to bs-customer-id.
           move bp-sales-period(basis-index) to bs-sales-period.
           read basis-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to bp-survivor-flag(basis-index)
                   if bs-branch-id = bp-branch-id(basis-index)
                       and bs-salesrep-id = bp-salesrep-id(basis-index)
                       add 1 to basis-periods-combined
                   else
                       move 'Y' to merge-blocked-flag
                       move bp-sales-period(basis-index) to f-period
                       move spaces to rp-text-line
                       string '*** COMMISSION BASIS ' f-period
                           ' IS BR ' bp-branch-id(basis-index)
                           ' REP ' bp-salesrep-id(basis-index)
                           ' ON DUPLICATE, BR '
                           bs-branch-id ' REP ' bs-salesrep-id
                           ' ON SURVIVOR ***'
                           delimited by size into rp-text-line
                       write rp-text-line
                   end-if
           end-read.

       078-write-basis-line.
           move bp-sales-period(basis-index) to f-period.
           move bp-current-sales(basis-index) to f-amount-a.
           move bp-current-commission(basis-index) to f-amount-b.
           move spaces to rp-text-line.
           if bp-survivor-exists(basis-index)
               string '    ' f-period '   SALES ' f-amount-a
                   '   COMMISSION ' f-amount-b '   COMBINED'
                   delimited by size into rp-text-line
           else
               string '    ' f-period '   SALES ' f-amount-a
                   '   COMMISSION ' f-amount-b
                   delimited by size into rp-text-line
           end-if.
           write rp-text-line.

       080-build-merged-image.
           move survivor-image to merged-image.

           compute mg-sales-this-ytd =
               sv-sales-this-ytd + ls-sales-this-ytd
               on size error
                   move 'Y' to merge-blocked-flag
                   move spaces to rp-text-line
                   string '*** COMBINED SALES THIS YTD EXCEED THE '
                       'CUSTOMER MASTER FIELD ***'
                       delimited by size into rp-text-line
                   write rp-text-line
           end-compute.

           compute mg-sales-last-ytd =
               sv-sales-last-ytd + ls-sales-last-ytd
               on size error
                   move 'Y' to merge-blocked-flag
                   move spaces to rp-text-line
                   string '*** COMBINED SALES LAST YTD EXCEED THE '
                       'CUSTOMER MASTER FIELD ***'
                       delimited by size into rp-text-line
                   write rp-text-line
           end-compute.

           if ls-date-added < sv-date-added
               move ls-date-added to mg-date-added
           end-if.
           if ls-last-activity-date > sv-last-activity-date
               move ls-last-activity-date to mg-last-activity-date
           end-if.
           if ls-status-active
               move 'A' to mg-status-code
           end-if.

           move spaces to rp-text-line.
           write rp-text-line.
           move spaces to rp-text-line.
           string 'CUSTMAST.DAT    SURVIVOR ' sv-customer-id
               ' UPDATED, DUPLICATE ' ls-customer-id ' DELETED'
               delimited by size into rp-text-line.
           write rp-text-line.

           move sv-sales-this-ytd to f-amount-a.
           move ls-sales-this-ytd to f-amount-b.
           move mg-sales-this-ytd to f-amount-c.
           move spaces to rp-text-line.
           string '    THIS YTD    SURVIVOR ' f-amount-a
               '   DUPLICATE ' f-amount-b '   COMBINED ' f-amount-c
               delimited by size into rp-text-line.
           write rp-text-line.

           move sv-sales-last-ytd to f-amount-a.
           move ls-sales-last-ytd to f-amount-b.
           move mg-sales-last-ytd to f-amount-c.
           move spaces to rp-text-line.
           string '    LAST YTD    SURVIVOR ' f-amount-a
               '   DUPLICATE ' f-amount-b '   COMBINED ' f-amount-c
               delimited by size into rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           string '    ADDED ' mg-date-added
               '   LAST ACTIVITY ' mg-last-activity-date
               '   STATUS ' mg-status-code
               delimited by size into rp-text-line.
           write rp-text-line.

       090-write-report-header.
           move spaces to rp-header-line1.
           if preview-mode
               move 'TO RE-KEY:  ' to action-label
               string 'CUSTOMER MERGE PREVIEW              RUN DATE: '
                   run-date-display
                   delimited by size into rp-header-line1
           else
               move 'RE-KEYED:   ' to action-label
               string 'CUSTOMER MERGE REPORT               RUN DATE: '
                   run-date-display
                   delimited by size into rp-header-line1
           end-if.
           write rp-header-line1.

           move spaces to rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           string 'SURVIVOR:  ' sv-customer-id ' ' sv-customer-name
               '  BRANCH ' sv-branch-id ' REP ' sv-salesrep-id
               '  STATUS ' sv-status-code
               delimited by size into rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           string 'DUPLICATE: ' ls-customer-id ' ' ls-customer-name
               '  BRANCH ' ls-branch-id ' REP ' ls-salesrep-id
               '  STATUS ' ls-status-code
               delimited by size into rp-text-line.
           write rp-text-line.

           if ls-branch-id not = sv-branch-id
               move spaces to rp-text-line
               string '*** NOTE: CUSTOMERS ARE IN DIFFERENT BRANCHES - '
                   'SURVIVOR BRANCH IS KEPT ***'
                   delimited by size into rp-text-line
               write rp-text-line
           end-if.

           if not history-data-present
               move spaces to rp-text-line
               write rp-text-line
               move spaces to rp-text-line
               string 'SALESHIST.DAT   NOT PRESENT - NOT TOUCHED'
                   delimited by size into rp-text-line
               write rp-text-line
           end-if.
           if not ar-data-present
               move spaces to rp-text-line
               string 'ARITEMS.DAT     NOT PRESENT - NOT TOUCHED'
                   delimited by size into rp-text-line
               write rp-text-line
           end-if.
           if not ledger-data-present
               move spaces to rp-text-line
               string 'SALESLED.DAT    NOT PRESENT - NOT TOUCHED'
                   delimited by size into rp-text-line
               write rp-text-line
           end-if.
           if not territory-data-present
               move spaces to rp-text-line
               string 'TERRHIST.DAT    NOT PRESENT - NOT TOUCHED'
                   delimited by size into rp-text-line
               write rp-text-line
           end-if.
           if not basis-data-present
               move spaces to rp-text-line
               string 'COMMBASE.DAT    NOT PRESENT - NOT TOUCHED'
                   delimited by size into rp-text-line
               write rp-text-line
           end-if.
           if not adjustment-data-present
               move spaces to rp-text-line
               string 'COMMADJ.DAT     NOT PRESENT - NOT TOUCHED'
                   delimited by size into rp-text-line
               write rp-text-line
           end-if.

       095-open-journal-file.
           open extend journal-file.
           if journal-file-status = '35'
               open output journal-file
           end-if.
           if journal-file-status not = '00'
               display '*** FATAL: CANNOT OPEN CUSTJRNL.DAT - STATUS '
                   journal-file-status ' - NO CHANGES APPLIED ***'
               move zero to menu-choice
               perform 310-close-files
               move 16 to return-code
               stop run
           end-if.

       100-merge-history.
           perform 110-merge-one-month
               varying history-index from 1 by 1
               until history-index > history-month-count.

       110-merge-one-month.
           move survivor-customer-id to sh-customer-id.
           move hm-year(history-index) to sh-year.
           move hm-month(history-index) to sh-month.
           move hm-combined-amount(history-index) to sh-sales-amount.
           if hm-survivor-exists(history-index)
               rewrite history-record
           else
               write history-record
           end-if.

           move loser-customer-id to sh-customer-id.
           move hm-year(history-index) to sh-year.
           move hm-month(history-index) to sh-month.
           delete history-file record
               invalid key
                   continue
           end-delete.

       120-merge-items.
           perform 130-move-one-item
               varying item-index from 1 by 1
               until item-index > item-count.

       130-move-one-item.
           move loser-customer-id to ai-customer-id.
           move it-item-number(item-index) to ai-item-number.
           read ar-item-file
               invalid key
                   continue
               not invalid key
                   delete ar-item-file record
                   move survivor-customer-id to ai-customer-id
                   write ar-item-record
           end-read.

       140-merge-ledger.
           open i-o ledger-file.
           move zero to scan-done.
           perform 145-rekey-one-ledger-entry
           until scan-done > 0.
           close ledger-file.

       145-rekey-one-ledger-entry.
           read ledger-file
               at end
                   move 1 to scan-done
               not at end
                   if lg-customer-id = loser-customer-id
                       move survivor-customer-id to lg-customer-id
                       rewrite ledger-record
                   end-if
           end-read.

       150-drop-territory.
           move zero to scan-done.
           move loser-customer-id to th-customer-id.
           move zeroes to th-effective-date.
           start territory-file key not < th-territory-key
               invalid key
                   move 1 to scan-done
           end-start.

           perform 155-drop-one-territory-entry
           until scan-done > 0.

       155-drop-one-territory-entry.
           read territory-file next record
               at end
                   move 1 to scan-done
               not at end
                   if th-customer-id not = loser-customer-id
                       move 1 to scan-done
                   else
                       delete territory-file record
                   end-if
           end-read.

       160-merge-master.
           move survivor-customer-id to r-customer-id.
           read customer-file.
           move customer-record to journal-before-image.
           move merged-image to customer-record.
           move customer-record to journal-after-image.
           rewrite customer-record.
           move 'G' to journal-action.
           move survivor-customer-id to journal-customer-id.
           perform 165-write-journal-entry.

           move loser-customer-id to r-customer-id.
           read customer-file.
           move customer-record to journal-before-image.
           move merged-image to journal-after-image.
           delete customer-file record.
           move 'X' to journal-action.
           move loser-customer-id to journal-customer-id.
           perform 165-write-journal-entry.

       165-write-journal-entry.
           move function current-date(1:14) to jr-timestamp.
           move journal-action to jr-action.
           move journal-customer-id to jr-customer-id.
           move journal-before-image to jr-before-image.
           move journal-after-image to jr-after-image.
           write journal-record.

       170-merge-basis.
           perform 172-merge-one-basis-period
               varying basis-index from 1 by 1
               until basis-index > basis-period-count.

       172-merge-one-basis-period.
           move loser-customer-id to bs-customer-id.
           move bp-sales-period(basis-index) to bs-sales-period.
           read basis-file
               invalid key
                   continue
               not invalid key
                   delete basis-file record
                   if bp-survivor-exists(basis-index)
                       perform 174-combine-basis-period
                   else
                       move survivor-customer-id to bs-customer-id
                       write basis-record
                   end-if
           end-read.

       174-combine-basis-period.
           move bs-original-sales to mb-original-sales.
           move bs-original-commission to mb-original-commission.
           move bs-current-sales to mb-current-sales.
           move bs-current-commission to mb-current-commission.
           move bs-clawback-total to mb-clawback-total.
           move bs-basis-timestamp to mb-basis-timestamp.

           move survivor-customer-id to bs-customer-id.
           read basis-file
               invalid key
                   continue
               not invalid key
                   add mb-original-sales to bs-original-sales
                   add mb-original-commission
                       to bs-original-commission
                   add mb-current-sales to bs-current-sales
                   add mb-current-commission to bs-current-commission
                   add mb-clawback-total to bs-clawback-total
                   if mb-basis-timestamp > bs-basis-timestamp
                       move mb-basis-timestamp to bs-basis-timestamp
                   end-if
                   rewrite basis-record
           end-read.

       175-merge-adjustments.
           open i-o adjustment-file.
           move zero to scan-done.
           perform 177-rekey-one-adjustment
           until scan-done > 0.
           close adjustment-file.

       177-rekey-one-adjustment.
           read adjustment-file
               at end
                   move 1 to scan-done
               not at end
                   if ca-customer-id = loser-customer-id
                       and ca-unapplied
                       move survivor-customer-id to ca-customer-id
                       rewrite adjustment-record
                   end-if
           end-read.

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

       290-abort-merge.
           move spaces to rp-text-line.
           write rp-text-line.
           move spaces to rp-text-line.
           string '*** MERGE REFUSED - NO FILES CHANGED ***'
               delimited by size into rp-text-line.
           write rp-text-line.

           move zero to menu-choice.
           perform 310-close-files.

           display '*** FATAL: MERGE REFUSED - SEE ' report-file-name
               ' - NO FILES CHANGED ***'.
           move 16 to return-code.
           stop run.

       300-finish-program.
           move spaces to rp-text-line.
           write rp-text-line.

           if apply-mode
               move spaces to rp-text-line
               string 'CUSTJRNL.DAT    2 ENTRIES WRITTEN - MERGE (G) '
                   'FOR ' survivor-customer-id ', MERGED AWAY (X) FOR '
                   loser-customer-id
                   delimited by size into rp-text-line
               write rp-text-line

               move new-record-count to f-record-count
               move new-control-total to f-control-total
               move spaces to rp-text-line
               string 'CUSTMAST.CTL    REGENERATED - RECORDS: '
                   f-record-count '   CONTROL TOTAL: '
                   f-control-total
                   delimited by size into rp-text-line
               write rp-text-line
           else
               move spaces to rp-text-line
               string 'PREVIEW ONLY - NO FILES CHANGED'
                   delimited by size into rp-text-line
               write rp-text-line
           end-if.

           perform 310-close-files.

           display ' '.
           if apply-mode
               display 'Customer ' loser-customer-id
                   ' merged into ' survivor-customer-id '.'
           else
               display 'PREVIEW ONLY - NO FILES CHANGED.'
           end-if.
           display 'Merge report written to ' report-file-name.
           display ' '.
           display 'End of customer merge'.
           stop run.

       310-close-files.
           close customer-file.
           close report-file.
           if history-data-present
               close history-file
           end-if.
           if ar-data-present
               close ar-item-file
           end-if.
           if territory-data-present
               close territory-file
           end-if.
           if basis-data-present
               close basis-file
           end-if.
           if apply-mode
               close journal-file
           end-if.
