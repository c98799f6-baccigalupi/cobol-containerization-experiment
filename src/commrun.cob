           record key is cr-rate-key
           file status is rate-file-status.

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

           select monthend-control-file
           assign to '../data/MONTHEND.CTL'
           organization is record sequential
           select payable-file assign to '../data/COMMPAY.DAT'
           organization is record sequential.

           select ledger-file assign to '../data/COMMLEDG.DAT'
           organization is indexed
           access mode is dynamic
           record key is pl-ledger-key
           file status is ledger-file-status.

           select basis-file assign to '../data/COMMBASE.DAT'
           organization is indexed
           access mode is dynamic
           record key is bs-basis-key
           file status is basis-file-status.

           select adjustment-file assign to '../data/COMMADJ.DAT'
           organization is record sequential
           file status is adjustment-file-status.

           select interface-file assign to '../data/PAYIFACE.DAT'
           organization is record sequential
           file status is interface-file-status.

       data division.

       file section.
           05 so-status-code      pic x.
           05 so-date-added       pic 9(8).
           05 so-last-activity-date pic 9(8).
           05 so-current-branch-id pic 9(2).
           05 so-current-salesrep-id pic 9(2).

       fd sorted-file
           record contains 68 characters.
       01 customer-record.
           05 r-branch-id         pic 9(2).
           05 r-salesrep-id       pic 9(2).
               88 r-status-inactive             value 'I'.
           05 r-date-added        pic 9(8).
           05 r-last-activity-date pic 9(8).
           05 r-current-branch-id pic 9(2).
           05 r-current-salesrep-id pic 9(2).

       fd history-file
           record contains 18 characters.
           05 cr-tier2-rate           pic 9(2)v9(2).
           05 cr-tier3-rate           pic 9(2)v9(2).

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

       fd monthend-control-file
           record contains 6 characters.
       01 monthend-control-record.
           05 pb-salesrep-name        pic x(20).
           05 pb-commission-amount    pic s9(7)v9(2).

       fd ledger-file
           record contains 105 characters.
       01 ledger-record.
           05 pl-ledger-key.
               10 pl-period           pic 9(6).
               10 pl-branch-id        pic 9(2).
               10 pl-salesrep-id      pic 9(2).
           05 pl-salesrep-name        pic x(20).
           05 pl-commission-amount    pic s9(7)v9(2).
           05 pl-chargeback-amount    pic s9(7)v9(2).
           05 pl-net-amount           pic s9(7)v9(2).
           05 pl-status               pic x.
               88 pl-outstanding                value 'O'.
               88 pl-paid                       value 'P'.
               88 pl-rejected                   value 'R'.
           05 pl-issue-date           pic 9(8).
           05 pl-issue-count          pic 9(2).
           05 pl-ack-date             pic 9(8).
           05 pl-paid-amount          pic s9(7)v9(2).
           05 pl-reject-reason        pic x(20).

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

       fd interface-file
           record contains 80 characters.
       01 interface-header-record.
           05 ih-record-type          pic x.
           05 ih-interface-name       pic x(10).
           05 ih-period               pic 9(6).
           05 ih-created-timestamp    pic x(14).
           05 filler                  pic x(49).
       01 interface-detail-record.
           05 id-record-type          pic x.
           05 id-branch-id            pic 9(2).
           05 id-salesrep-id          pic 9(2).
           05 id-salesrep-name        pic x(20).
           05 id-period               pic 9(6).
           05 id-commission-amount    pic s9(7)v9(2)
                                      sign leading separate.
           05 id-chargeback-amount    pic s9(7)v9(2)
                                      sign leading separate.
           05 id-net-amount           pic s9(7)v9(2)
                                      sign leading separate.
           05 id-issue-type           pic x.
               88 id-new-issue                  value 'N'.
               88 id-resent                     value 'R'.
           05 filler                  pic x(18).
       01 interface-trailer-record.
           05 it-record-type          pic x.
           05 it-detail-count         pic 9(7).
           05 it-commission-total     pic s9(9)v9(2)
                                      sign leading separate.
           05 it-chargeback-total     pic s9(9)v9(2)
                                      sign leading separate.
           05 it-net-total            pic s9(9)v9(2)
                                      sign leading separate.
           05 filler                  pic x(36).

       working-storage section.
       01 control-flow.
           05 eof                     pic 9             value zero.
           05 customer-eof            pic 9             value zero.
           05 adjustment-eof          pic 9             value zero.

       01 file-status-fields.
           05 history-file-status     pic x(2).
           05 reference-file-status   pic x(2).
           05 rate-file-status        pic x(2).
           05 monthend-file-status    pic x(2).
           05 territory-file-status   pic x(2).
           05 ledger-file-status      pic x(2).
           05 basis-file-status       pic x(2).
           05 adjustment-file-status  pic x(2).
           05 interface-file-status   pic x(2).

       01 run-period-fields.
           05 run-entry               pic 9(6)          value zero.
           05 run-entry-fiscal redefines run-entry.
               10 entry-fiscal-year   pic 9(4).
               10 entry-fiscal-period pic 9(2).
           05 run-fiscal-period.
               10 run-fiscal-year     pic 9(4).
               10 run-fiscal-month    pic 9(2).
           05 run-fiscal-num redefines run-fiscal-period
                                      pic 9(6).
           05 run-period-label        pic x(10)         value spaces.
           05 run-period.
               10 run-year            pic 9(4).
               10 run-month           pic 9(2).
                                      pic 9(6).
           05 rate-date-limit         pic 9(8).

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

       01 reference-lookup-fields.
           05 reference-data-available pic x            value 'N'.
               88 reference-data-present        value 'Y'.
           05 ref-branch-name         pic x(20).
           05 ref-salesrep-name       pic x(20).

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
           05 clawback-note           pic x(10)         value spaces.
           05 territory-note          pic x(20)         value spaces.

       01 control-break-fields.
           05 first-record-flag       pic x             value 'Y'.
               88 first-record                          value 'Y'.
           05 prev-salesrep-id        pic 9(2)          value zero.

       01 rate-work-fields.
           05 rate-branch-id          pic 9(2)          value zero.
           05 rate-salesrep-id        pic 9(2)          value zero.
           05 rate-found-flag         pic x             value 'N'.
               88 rate-found                    value 'Y'.
           05 rate-scan-done          pic 9             value zero.
           05 branch-commission-total pic s9(9)v9(2)    value zero.
           05 company-sales-total     pic s9(9)v9(2)    value zero.
           05 company-commission-total pic s9(9)v9(2)   value zero.
           05 company-chargeback-total pic s9(9)v9(2)   value zero.

       01 payable-control-fields.
           05 run-timestamp           pic x(14)         value spaces.
           05 rep-issue-flag          pic x             value 'Y'.
               88 rep-issue-allowed             value 'Y'.
           05 rep-can-pay-flag        pic x             value 'N'.
               88 rep-can-pay                   value 'Y'.
           05 prior-ledger-flag       pic x             value 'N'.
               88 prior-ledger-found            value 'Y'.
           05 prior-issue-count       pic 9(2)          value zero.
           05 rep-hold-reason         pic x(44)         value spaces.
           05 carried-chargeback-amount pic s9(7)v9(2)  value zero.
           05 rep-chargeback-total    pic s9(7)v9(2)    value zero.
           05 rep-chargeback-count    pic 9(5)          value zero.
           05 rep-net-amount          pic s9(7)v9(2)    value zero.
           05 interface-detail-count  pic 9(7)          value zero.
           05 payables-resent         pic 9(5)          value zero.
           05 resend-scan-done        pic 9             value zero.
           05 interface-commission-total pic s9(9)v9(2) value zero.
           05 interface-chargeback-total pic s9(9)v9(2) value zero.
           05 interface-net-total     pic s9(9)v9(2)    value zero.

       01 chargeback-work-fields.
           05 adjustment-number       pic 9(7)          value zero.
           05 adjustment-fiscal-period pic 9(6)         value zero.
           05 hold-state              pic x             value space.
           05 chargeback-base-sales   pic s9(7)v9(2)    value zero.
           05 chargeback-base-commission pic s9(7)v9(2) value zero.
           05 chargeback-new-sales    pic s9(7)v9(2)    value zero.
           05 chargeback-source-label pic x(9)          value spaces.
           05 chargeback-note         pic x(8)          value spaces.
           05 other-header-flag       pic x             value 'N'.
               88 other-header-written          value 'Y'.
           05 pending-found-flag      pic x             value 'N'.
               88 pending-found                 value 'Y'.
           05 other-reps-flag         pic x             value 'N'.
               88 other-reps-done               value 'Y'.
           05 found-chargeback-index  pic 9(3)          value zero.

       01 chargeback-table-fields.
           05 chargeback-count        pic 9(3)          value zero.
           05 chargeback-index        pic 9(3)          value zero.
           05 chargeback-overflow-flag pic x            value 'N'.
               88 chargeback-table-full         value 'Y'.
           05 chargeback-entry occurs 500 times.
               10 cb-adjustment-number pic 9(7).
               10 cb-state            pic x.
                   88 cb-pending                value 'P'.
                   88 cb-taken                  value 'T'.
                   88 cb-held                   value 'H'.
                   88 cb-no-commission          value 'N'.
               10 cb-customer-id      pic 9(5).
               10 cb-sales-period     pic 9(6).
               10 cb-fiscal-period    pic 9(6).
               10 cb-branch-id        pic 9(2).
               10 cb-salesrep-id      pic 9(2).
               10 cb-source           pic x.
               10 cb-reference        pic x(10).
               10 cb-sales-reduction  pic s9(7)v9(2).
               10 cb-new-sales        pic s9(7)v9(2).
               10 cb-new-commission   pic s9(7)v9(2).
               10 cb-chargeback-amount pic s9(7)v9(2).

       01 run-counters.
           05 customers-read          pic 9(7)          value zero.
           05 details-written         pic 9(7)          value zero.
           05 clawbacks-written       pic 9(7)          value zero.
           05 payables-written        pic 9(5)          value zero.
           05 payables-reissued       pic 9(5)          value zero.
           05 payables-held           pic 9(5)          value zero.
           05 chargebacks-taken       pic 9(5)          value zero.
           05 chargebacks-held        pic 9(5)          value zero.
           05 chargebacks-without-rate pic 9(5)         value zero.
           05 reps-without-rate       pic 9(5)          value zero.
           05 customers-recredited    pic 9(7)          value zero.
           05 f-count-a               pic zzz,zz9.
           05 f-count-b               pic zzz,zz9.

           perform 020-check-period-closed.
           perform 030-sort-customer-file.
           perform 040-open-run-files.
           perform 060-load-chargebacks.

           perform 100-process-one-customer
           until eof > 0.
               perform 160-write-branch-total
           end-if.

           perform 600-write-other-chargebacks.
           perform 170-write-company-total.
           perform 650-post-adjustment-results.
           perform 300-finish-program.

       010-start-program.
           move function current-date(1:8) to current-date-value.
           move function current-date(1:14) to run-timestamp.
           string current-date-value(5:2) '/' current-date-value(7:2)
               '/' current-date-value(1:4)
               delimited by size into run-date-display.
           display ' '.
           display 'MONTHLY SALESREP COMMISSION RUN'.
           display ' '.
           display 'Enter commission fiscal period (yyyypp):'.
           accept run-entry.

           if entry-fiscal-period < 01 or entry-fiscal-period > 12
               or entry-fiscal-year = zero
               display '*** FATAL: INVALID COMMISSION PERIOD '
                   run-entry ' - ENTER YYYYPP ***'
               move 16 to return-code
               stop run
           end-if.

           open input fiscal-file.
           if fiscal-file-status = '00'
               move 'Y' to fiscal-data-available
           end-if.

           move entry-fiscal-year to lookup-fiscal-year.
           move entry-fiscal-period to lookup-fiscal-period.
           perform 460-find-calendar-period.
           perform 470-set-fiscal-label.
           if not lookup-found
               display '*** FATAL: ' fiscal-label
                   ' IS NOT ON FISCAL.DAT - SET IT UP WITH '
                   'FISCMAINT001 ***'
               move 16 to return-code
               stop run
           end-if.
           move lookup-calendar-period to run-period-num.
           move run-entry to run-fiscal-num.
           move fiscal-label to run-period-label.

           compute rate-date-limit = (run-period-num * 100) + 99.

       020-check-period-closed.
                   continue
                   not at end
                   if run-period-num > me-last-close-period
                       display '*** FATAL: ' run-period-label ' ('
                           run-period-num ') IS NOT CLOSED - LAST '
                           'CLOSE WAS '
                           me-last-close-period ' ***'
                       display '*** RUN MONTHEND001 FIRST SO THE '
                           'PERIOD SALES ARE ON SALESHIST.DAT ***'
           end-if.

       030-sort-customer-file.
           open input territory-file.
           if territory-file-status = '00'
               move 'Y' to territory-data-available
           else
               display 'No TERRHIST.DAT found - sales credited to '
                   'current assignments this run.'
           end-if.

           sort sort-file
               on ascending key so-branch-id
                                so-salesrep-id
                                so-customer-id
               input procedure is 032-release-customers
               giving sorted-file.

       032-release-customers.
           open input customer-file.
           perform 034-release-one-customer
           until customer-eof > 0.
           close customer-file.

       034-release-one-customer.
           read customer-file next record
             at end
             move 1 to customer-eof

             not at end
             perform 036-set-credited-territory.

       036-set-credited-territory.
           move customer-master-record to sort-record.
           move cm-branch-id to so-current-branch-id.
           move cm-salesrep-id to so-current-salesrep-id.

           move cm-customer-id to owner-customer-id.
           move cm-branch-id to owner-branch-id.
           move cm-salesrep-id to owner-salesrep-id.
           move run-period-num to owner-period.
           perform 400-find-period-owner.

           move owner-branch-id to so-branch-id.
           move owner-salesrep-id to so-salesrep-id.
           if so-branch-id not = so-current-branch-id
               or so-salesrep-id not = so-current-salesrep-id
               add 1 to customers-recredited
           end-if.

           release sort-record.

       040-open-run-files.
           open input sorted-file.

               move 'Y' to reference-data-available
           end-if.

           perform 045-open-payables-files.

           open output register-file.
           open output payable-file.

           perform 047-write-interface-header.
           perform 048-resend-outstanding-payables.
           perform 050-write-register-header.

       045-open-payables-files.
           open i-o ledger-file.
           if ledger-file-status = '35'
               open output ledger-file
               close ledger-file
               open i-o ledger-file
           end-if.
           if ledger-file-status not = '00'
               display '*** FATAL: CANNOT OPEN COMMLEDG.DAT - STATUS '
                   ledger-file-status ' ***'
               close sorted-file
               close history-file
               close commission-rate-file
               move 16 to return-code
               stop run
           end-if.

           open i-o basis-file.
           if basis-file-status = '35'
               open output basis-file
               close basis-file
               open i-o basis-file
           end-if.
           if basis-file-status not = '00'
               display '*** FATAL: CANNOT OPEN COMMBASE.DAT - STATUS '
                   basis-file-status ' ***'
               close sorted-file
               close history-file
               close commission-rate-file
               close ledger-file
               move 16 to return-code
               stop run
           end-if.

           open output interface-file.
           if interface-file-status not = '00'
               display '*** FATAL: CANNOT OPEN PAYIFACE.DAT - STATUS '
                   interface-file-status ' ***'
               close sorted-file
               close history-file
               close commission-rate-file
               close ledger-file
               close basis-file
               move 16 to return-code
               stop run
           end-if.

       047-write-interface-header.
           move spaces to interface-header-record.
           move 'H' to ih-record-type.
           move 'COMMISSION' to ih-interface-name.
           move run-fiscal-num to ih-period.
           move run-timestamp to ih-created-timestamp.
           write interface-header-record.

       048-resend-outstanding-payables.
           move zero to resend-scan-done.
           move run-fiscal-num to pl-period.
           move zeroes to pl-branch-id.
           move zeroes to pl-salesrep-id.
           start ledger-file key not < pl-ledger-key
               invalid key
                   move 1 to resend-scan-done
           end-start.
           perform 049-resend-one-payable
           until resend-scan-done > 0.

       049-resend-one-payable.
           read ledger-file next record
               at end
                   move 1 to resend-scan-done
               not at end
                   if pl-period not = run-fiscal-num
                       move 1 to resend-scan-done
                   else
                       if pl-outstanding
                           move spaces to interface-detail-record
                           move 'D' to id-record-type
                           move pl-branch-id to id-branch-id
                           move pl-salesrep-id to id-salesrep-id
                           move pl-salesrep-name to id-salesrep-name
                           move pl-period to id-period
                           move pl-commission-amount
                               to id-commission-amount
                           move pl-chargeback-amount
                               to id-chargeback-amount
                           move pl-net-amount to id-net-amount
                           move 'R' to id-issue-type
                           write interface-detail-record
                           add 1 to payables-resent
                           add 1 to interface-detail-count
                           add pl-commission-amount
                               to interface-commission-total
                           add pl-chargeback-amount
                               to interface-chargeback-total
                           add pl-net-amount to interface-net-total
                       end-if
                   end-if
           end-read.

       050-write-register-header.
           move spaces to rg-header-line1.
           string 'SALESREP COMMISSION REGISTER        RUN DATE: '
               run-date-display '   PERIOD: ' run-period-label
               ' (' run-period-num ')'
               delimited by size into rg-header-line1.
           write rg-header-line1.

           move spaces to rg-text-line.
           if territory-data-present
               string 'PERIOD SALES CREDITED TO THE REP WHO OWNED '
                   'EACH ACCOUNT IN THE PERIOD'
                   delimited by size into rg-text-line
           else
               string 'PERIOD SALES CREDITED TO CURRENT ASSIGNMENTS '
                   '(NO TERRHIST.DAT)'
                   delimited by size into rg-text-line
           end-if.
           write rg-text-line.

           move spaces to rg-text-line.
           write rg-text-line.

       060-load-chargebacks.
           move zero to adjustment-number.
           open input adjustment-file.
           if adjustment-file-status = '00'
               perform 065-read-one-adjustment
               until adjustment-eof > 0
               close adjustment-file
           end-if.

           compute rate-date-limit = (run-period-num * 100) + 99.

       065-read-one-adjustment.
           read adjustment-file
             at end
             move 1 to adjustment-eof

             not at end
             add 1 to adjustment-number
             if ca-unapplied
                 perform 510-evaluate-adjustment
             end-if.

       100-process-one-customer.
           read sorted-file next record into customer-record
             at end
           if period-sales-amount not = zero
               perform 130-compute-commission
               perform 140-write-detail-line
               if rep-issue-allowed and rate-found
                   perform 145-write-basis-record
               end-if
           end-if.

       115-check-control-break.
           move period-sales-amount to f-sales-amount.
           move commission-amount to f-commission-amount.

           move spaces to clawback-note.
           if clawback-line
               add 1 to clawbacks-written
               move '  CLAWBACK' to clawback-note
           end-if.

           move spaces to territory-note.
           if r-branch-id not = r-current-branch-id
               or r-salesrep-id not = r-current-salesrep-id
               string '  NOW BR ' r-current-branch-id
                   ' REP ' r-current-salesrep-id
                   delimited by size into territory-note
           end-if.

           move spaces to rg-text-line.
           string '  ' r-customer-id ' ' r-customer-name
               f-sales-amount '  ' f-commission-amount
               clawback-note territory-note
               delimited by size into rg-text-line.
           write rg-text-line.

       145-write-basis-record.
           move r-customer-id to bs-customer-id.
           move run-period-num to bs-sales-period.
           move run-fiscal-num to bs-fiscal-period.
           move r-branch-id to bs-branch-id.
           move r-salesrep-id to bs-salesrep-id.
           move period-sales-amount to bs-original-sales.
           move period-sales-amount to bs-current-sales.
           move commission-amount to bs-original-commission.
           move commission-amount to bs-current-commission.
           move zero to bs-clawback-total.
           move run-timestamp to bs-basis-timestamp.
           write basis-record
               invalid key
                   rewrite basis-record
           end-write.

       150-write-rep-subtotal.
           move 'N' to rep-can-pay-flag.
           if rep-issue-allowed
               and (rate-found or rep-detail-count = zero)
               move 'Y' to rep-can-pay-flag
           end-if.

           perform 157-write-rep-chargebacks.

           if rep-detail-count = zero
               and rep-chargeback-count = zero
               move spaces to rg-text-line
               string '  SALESREP ' prev-salesrep-id ' '
                   ref-salesrep-name ' - NO PERIOD SALES'
                   delimited by size into rg-text-line
               write rg-text-line

               if rep-chargeback-count > zero
                   perform 152-write-net-payable-lines
               end-if

               if rep-can-pay
                   perform 155-write-payable-record
               end-if
           end-if.
           add rep-sales-total to branch-sales-total.
           add rep-commission-total to branch-commission-total.

       152-write-net-payable-lines.
           move rep-chargeback-total to f-commission-amount.
           move spaces to rg-text-line.
           string '  SALESREP ' prev-salesrep-id ' CHARGEBACKS:'
               '                              '
               f-commission-amount
               delimited by size into rg-text-line.
           write rg-text-line.

           compute rep-net-amount =
               rep-commission-total + rep-chargeback-total.
           move rep-net-amount to f-commission-amount.
           move spaces to rg-text-line.
           string '  SALESREP ' prev-salesrep-id ' NET PAYABLE:'
               '                              '
               f-commission-amount
               delimited by size into rg-text-line.
           write rg-text-line.

       155-write-payable-record.
           compute rep-net-amount =
               rep-commission-total + rep-chargeback-total.

           move prev-branch-id to pb-branch-id.
           move prev-salesrep-id to pb-salesrep-id.
           move run-fiscal-num to pb-period.
           move ref-salesrep-name to pb-salesrep-name.
           move rep-net-amount to pb-commission-amount.
           write payable-record.
           add 1 to payables-written.

           move run-fiscal-num to pl-period.
           move prev-branch-id to pl-branch-id.
           move prev-salesrep-id to pl-salesrep-id.
           move ref-salesrep-name to pl-salesrep-name.
           move rep-commission-total to pl-commission-amount.
           move rep-chargeback-total to pl-chargeback-amount.
           move rep-net-amount to pl-net-amount.
           move 'O' to pl-status.
           move current-date-value to pl-issue-date.
           move zero to pl-ack-date.
           move zero to pl-paid-amount.
           move spaces to pl-reject-reason.
           if prior-ledger-found
               compute pl-issue-count = prior-issue-count + 1
               rewrite ledger-record
               add 1 to payables-reissued
           else
               move 1 to pl-issue-count
               write ledger-record
           end-if.

           move spaces to interface-detail-record.
           move 'D' to id-record-type.
           move prev-branch-id to id-branch-id.
           move prev-salesrep-id to id-salesrep-id.
           move ref-salesrep-name to id-salesrep-name.
           move run-fiscal-num to id-period.
           move rep-commission-total to id-commission-amount.
           move rep-chargeback-total to id-chargeback-amount.
           move rep-net-amount to id-net-amount.
           move 'N' to id-issue-type.
           write interface-detail-record.

           add carried-chargeback-amount to company-chargeback-total.
           add 1 to interface-detail-count.
           add rep-commission-total to interface-commission-total.
           add rep-chargeback-total to interface-chargeback-total.
           add rep-net-amount to interface-net-total.

       157-write-rep-chargebacks.
           if carried-chargeback-amount not = zero
               add 1 to rep-chargeback-count
               move carried-chargeback-amount to f-commission-amount
               move spaces to rg-text-line
               string '  CHARGEBACKS CARRIED FROM THE REJECTED PAYABLE'
                   '               ' f-commission-amount
                   delimited by size into rg-text-line
               write rg-text-line
           end-if.

           perform 158-write-one-chargeback
               varying chargeback-index from 1 by 1
               until chargeback-index > chargeback-count.

       158-write-one-chargeback.
           if cb-pending(chargeback-index)
               and cb-branch-id(chargeback-index) = prev-branch-id
               and cb-salesrep-id(chargeback-index) = prev-salesrep-id
               perform 159-apply-one-chargeback
           end-if.

       159-apply-one-chargeback.
           if rep-can-pay
               move 'T' to cb-state(chargeback-index)
               add 1 to rep-chargeback-count
               add 1 to chargebacks-taken
               add cb-chargeback-amount(chargeback-index)
                   to rep-chargeback-total
               add cb-chargeback-amount(chargeback-index)
                   to company-chargeback-total
               move spaces to chargeback-note
           else
               move 'H' to cb-state(chargeback-index)
               add 1 to chargebacks-held
               move '  HELD' to chargeback-note
           end-if.

           if cb-source(chargeback-index) = 'W'
               move 'WRITE-OFF' to chargeback-source-label
           else
               move 'REVERSAL' to chargeback-source-label
           end-if.

           compute chargeback-new-sales =
               zero - cb-sales-reduction(chargeback-index).
           move chargeback-new-sales to f-sales-amount.
           move cb-chargeback-amount(chargeback-index)
               to f-commission-amount.
           move spaces to rg-text-line.
           string '  ' cb-customer-id(chargeback-index)
               ' CHARGEBACK ' cb-sales-period(chargeback-index) ' '
               chargeback-source-label ' '
               cb-reference(chargeback-index)
               f-sales-amount '  ' f-commission-amount
               chargeback-note
               delimited by size into rg-text-line.
           write rg-text-line.

       160-write-branch-total.
           move branch-sales-total to f-sales-amount.
           move branch-commission-total to f-commission-amount.
               delimited by size into rg-text-line.
           write rg-text-line.

           if company-chargeback-total not = zero
               move company-chargeback-total to f-commission-amount
               move spaces to rg-text-line
               string 'COMPANY CHARGEBACKS:          '
                   '          ' f-commission-amount
                   delimited by size into rg-text-line
               write rg-text-line
           end-if.

       180-write-branch-header.
           perform 190-lookup-branch-name.

           move zero to rep-detail-count.

           perform 195-lookup-rep-name.
           move prev-branch-id to rate-branch-id.
           move prev-salesrep-id to rate-salesrep-id.
           perform 200-lookup-rate-entry.
           perform 187-check-rep-ledger.

           if not rate-found
               add 1 to reps-without-rate
               write rg-text-line
           end-if.

       187-check-rep-ledger.
           move 'Y' to rep-issue-flag.
           move 'N' to prior-ledger-flag.
           move zero to prior-issue-count.
           move zero to carried-chargeback-amount.
           move zero to rep-chargeback-total.
           move zero to rep-chargeback-count.
           move spaces to rep-hold-reason.

           move run-fiscal-num to pl-period.
           move prev-branch-id to pl-branch-id.
           move prev-salesrep-id to pl-salesrep-id.
           read ledger-file
               invalid key
                   continue
               not invalid key
                   perform 188-evaluate-prior-payable
           end-read.

           if not rep-issue-allowed
               add 1 to payables-held
               move spaces to rg-text-line
               string '*** SALESREP ' prev-salesrep-id ' '
                   ref-salesrep-name ' ' rep-hold-reason
                   ' - NOT REISSUED ***'
                   delimited by size into rg-text-line
               write rg-text-line
           end-if.

       188-evaluate-prior-payable.
           evaluate true
               when pl-paid
                   move 'N' to rep-issue-flag
                   string 'PAID ON ' pl-ack-date
                       delimited by size into rep-hold-reason
               when pl-outstanding
                   move 'N' to rep-issue-flag
                   string 'ISSUED ' pl-issue-date
                       ' - RESENT TO PAYROLL'
                       delimited by size into rep-hold-reason
               when other
                   move 'Y' to prior-ledger-flag
                   move pl-issue-count to prior-issue-count
                   move pl-chargeback-amount
                       to carried-chargeback-amount
                   move pl-chargeback-amount to rep-chargeback-total
           end-evaluate.

       190-lookup-branch-name.
           move '(UNKNOWN)' to ref-branch-name.
           if reference-data-present
           move 'N' to rate-found-flag.
           move zero to rate-scan-done.

           move rate-branch-id to cr-branch-id.
           move rate-salesrep-id to cr-salesrep-id.
           move zeroes to cr-effective-date.
           start commission-rate-file key not < cr-rate-key
               invalid key
               at end
                   move 1 to rate-scan-done
               not at end
                   if cr-branch-id not = rate-branch-id
                       or cr-salesrep-id not = rate-salesrep-id
                       or cr-effective-date > rate-date-limit
                       move 1 to rate-scan-done
                   else
               delimited by size into rg-text-line.
           write rg-text-line.

           move customers-recredited to f-count-a.
           move spaces to rg-text-line.
           string 'ACCOUNTS CREDITED TO A PRIOR OWNER: ' f-count-a
               delimited by size into rg-text-line.
           write rg-text-line.

           move payables-reissued to f-count-a.
           move payables-held to f-count-b.
           move spaces to rg-text-line.
           string 'PAYABLES REISSUED: ' f-count-a
               '   PAYABLES HELD: ' f-count-b
               delimited by size into rg-text-line.
           write rg-text-line.

           move chargebacks-taken to f-count-a.
           move chargebacks-held to f-count-b.
           move spaces to rg-text-line.
           string 'CHARGEBACKS TAKEN: ' f-count-a
               '   CHARGEBACKS HELD: ' f-count-b
               delimited by size into rg-text-line.
           write rg-text-line.

           if chargebacks-without-rate > zero
               move chargebacks-without-rate to f-count-a
               move spaces to rg-text-line
               string 'ADJUSTMENTS LEFT UNAPPLIED - NO RATE ON FILE: '
                   f-count-a
                   delimited by size into rg-text-line
               write rg-text-line
           end-if.

           if chargeback-table-full
               move spaces to rg-text-line
               string '*** MORE THAN 500 COMMISSION ADJUSTMENTS - '
                   'THE REST ARE LEFT FOR THE NEXT RUN ***'
                   delimited by size into rg-text-line
               write rg-text-line
           end-if.

           move interface-detail-count to f-count-a.
           move interface-net-total to f-commission-amount.
           move spaces to rg-text-line.
           string 'PAYROLL INTERFACE RECORDS: ' f-count-a
               '   NET: ' f-commission-amount
               delimited by size into rg-text-line.
           write rg-text-line.

           move payables-resent to f-count-a.
           move spaces to rg-text-line.
           string 'PAYIFACE.DAT REPLACED - UNACKNOWLEDGED PAYABLES '
               'RESENT: ' f-count-a
               delimited by size into rg-text-line.
           write rg-text-line.

           move spaces to interface-trailer-record.
           move 'T' to it-record-type.
           move interface-detail-count to it-detail-count.
           move interface-commission-total to it-commission-total.
           move interface-chargeback-total to it-chargeback-total.
           move interface-net-total to it-net-total.
           write interface-trailer-record.

           close sorted-file.
           close history-file.
           close commission-rate-file.
           close register-file.
           close payable-file.
           close ledger-file.
           close basis-file.
           close interface-file.
           if fiscal-data-present
               close fiscal-file
           end-if.
           if territory-data-present
               close territory-file
           end-if.
           if reference-data-present
               close reference-file
           end-if.
           display 'Clawback lines:       ' f-count-a.
           move payables-written to f-count-a.
           display 'Payable records:      ' f-count-a.
           move payables-held to f-count-a.
           display 'Payables held:        ' f-count-a.
           move chargebacks-taken to f-count-a.
           display 'Chargebacks taken:    ' f-count-a.
           display ' '.
           display 'Commission register written to '
               register-file-name.
           display 'Payable file written to ../data/COMMPAY.DAT'.
           display 'Payroll interface written to ../data/PAYIFACE.DAT'.
           if payables-resent > zero
               move payables-resent to f-count-a
               display 'Unacknowledged payables resent: ' f-count-a
           end-if.

           if reps-without-rate > zero
               display ' '
           display ' '.
           display 'End of commission run'.
           stop run.

       400-find-period-owner.
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

       510-evaluate-adjustment.
           move ca-customer-id to bs-customer-id.
           move ca-sales-period to bs-sales-period.
           read basis-file
               invalid key
                   perform 520-check-uncommissioned-period
               not invalid key
                   perform 530-check-paid-basis
           end-read.

       520-check-uncommissioned-period.
           if ca-from-backout
               move 'N' to hold-state
               perform 550-hold-adjustment-entry
           else
               move ca-sales-period to lookup-calendar-period
               perform 450-find-fiscal-period
               if lookup-found
                   compute adjustment-fiscal-period =
                       (lookup-fiscal-year * 100) + lookup-fiscal-period
                   move adjustment-fiscal-period to pl-period
                   move zeroes to pl-branch-id
                   move zeroes to pl-salesrep-id
                   start ledger-file key not < pl-ledger-key
                       invalid key
                           continue
                       not invalid key
                           perform 525-check-period-issued
                   end-start
               end-if
           end-if.

       525-check-period-issued.
           read ledger-file next record
               at end
                   continue
               not at end
                   if pl-period = adjustment-fiscal-period
                       move 'N' to hold-state
                       perform 550-hold-adjustment-entry
                   end-if
           end-read.

       530-check-paid-basis.
           if ca-from-backout
               and ca-adjust-timestamp not > bs-basis-timestamp
               move 'N' to hold-state
               perform 550-hold-adjustment-entry
           else
               move bs-fiscal-period to pl-period
               move bs-branch-id to pl-branch-id
               move bs-salesrep-id to pl-salesrep-id
               read ledger-file
                   invalid key
                       continue
                   not invalid key
                       if pl-paid
                           perform 540-compute-chargeback
                       end-if
               end-read
           end-if.

       540-compute-chargeback.
           move bs-current-sales to chargeback-base-sales.
           move bs-current-commission to chargeback-base-commission.
           perform 545-find-earlier-chargeback
               varying chargeback-index from 1 by 1
               until chargeback-index > chargeback-count.

           compute chargeback-new-sales =
               chargeback-base-sales - ca-sales-reduction.

           move bs-branch-id to rate-branch-id.
           move bs-salesrep-id to rate-salesrep-id.
           compute rate-date-limit = (bs-sales-period * 100) + 99.
           perform 200-lookup-rate-entry.

           if rate-found
               move chargeback-new-sales to period-sales-amount
               perform 130-compute-commission
               move 'P' to hold-state
               perform 550-hold-adjustment-entry
           else
               add 1 to chargebacks-without-rate
           end-if.

       545-find-earlier-chargeback.
           if cb-pending(chargeback-index)
               and cb-customer-id(chargeback-index) = ca-customer-id
               and cb-sales-period(chargeback-index) = ca-sales-period
               move cb-new-sales(chargeback-index)
                   to chargeback-base-sales
               move cb-new-commission(chargeback-index)
                   to chargeback-base-commission
           end-if.

       550-hold-adjustment-entry.
           if chargeback-count = 500
               move 'Y' to chargeback-overflow-flag
           else
               add 1 to chargeback-count
               move adjustment-number
                   to cb-adjustment-number(chargeback-count)
               move hold-state to cb-state(chargeback-count)
               move ca-customer-id to cb-customer-id(chargeback-count)
               move ca-sales-period
                   to cb-sales-period(chargeback-count)
               move ca-source to cb-source(chargeback-count)
               move ca-reference to cb-reference(chargeback-count)
               move ca-sales-reduction
                   to cb-sales-reduction(chargeback-count)
               if cb-pending(chargeback-count)
                   move bs-fiscal-period
                       to cb-fiscal-period(chargeback-count)
                   move bs-branch-id to cb-branch-id(chargeback-count)
                   move bs-salesrep-id
                       to cb-salesrep-id(chargeback-count)
                   move chargeback-new-sales
                       to cb-new-sales(chargeback-count)
                   move commission-amount
                       to cb-new-commission(chargeback-count)
                   compute cb-chargeback-amount(chargeback-count) =
                       commission-amount - chargeback-base-commission
               else
                   move zero to cb-fiscal-period(chargeback-count)
                   move zero to cb-branch-id(chargeback-count)
                   move zero to cb-salesrep-id(chargeback-count)
                   move zero to cb-new-sales(chargeback-count)
                   move zero to cb-new-commission(chargeback-count)
                   move zero to cb-chargeback-amount(chargeback-count)
               end-if
           end-if.

       600-write-other-chargebacks.
           move 'N' to other-reps-flag.
           perform 610-write-next-other-rep
           until other-reps-done.

       610-write-next-other-rep.
           move 'N' to pending-found-flag.
           perform 615-find-pending-entry
               varying chargeback-index from 1 by 1
               until chargeback-index > chargeback-count
               or pending-found.

           if not pending-found
               move 'Y' to other-reps-flag
           else
               if not other-header-written
                   perform 620-write-other-reps-header
               end-if
               move cb-branch-id(found-chargeback-index)
                   to prev-branch-id
               move cb-salesrep-id(found-chargeback-index)
                   to prev-salesrep-id
               move zero to rep-sales-total
               move zero to rep-commission-total
               move zero to rep-detail-count
               perform 195-lookup-rep-name
               perform 187-check-rep-ledger
               perform 150-write-rep-subtotal
           end-if.

       615-find-pending-entry.
           if cb-pending(chargeback-index)
               move 'Y' to pending-found-flag
               move chargeback-index to found-chargeback-index
           end-if.

       620-write-other-reps-header.
           move 'Y' to other-header-flag.
           move spaces to rg-text-line.
           string 'CHARGEBACKS FOR REPS WITH NO ACCOUNTS THIS PERIOD'
               delimited by size into rg-text-line.
           write rg-text-line.

       650-post-adjustment-results.
           if chargeback-count > zero
               open i-o adjustment-file
               if adjustment-file-status = '00'
                   move zero to adjustment-number
                   move zero to adjustment-eof
                   move 1 to chargeback-index
                   perform 655-post-one-adjustment
                   until adjustment-eof > 0
                   or chargeback-index > chargeback-count
                   close adjustment-file
               end-if
           end-if.

       655-post-one-adjustment.
           read adjustment-file
             at end
             move 1 to adjustment-eof

             not at end
             add 1 to adjustment-number
             if adjustment-number =
                 cb-adjustment-number(chargeback-index)
                 perform 660-mark-adjustment
                 add 1 to chargeback-index
             end-if.

       660-mark-adjustment.
           evaluate true
               when cb-taken(chargeback-index)
                   move 'C' to ca-status
                   move run-fiscal-num to ca-charged-period
                   move cb-chargeback-amount(chargeback-index)
                       to ca-chargeback-amount
                   rewrite adjustment-record
                   perform 665-update-basis-record
               when cb-no-commission(chargeback-index)
                   move 'N' to ca-status
                   rewrite adjustment-record
           end-evaluate.

       665-update-basis-record.
           move ca-customer-id to bs-customer-id.
           move ca-sales-period to bs-sales-period.
           read basis-file
               invalid key
                   continue
               not invalid key
                   move cb-new-sales(chargeback-index)
                       to bs-current-sales
                   move cb-new-commission(chargeback-index)
                       to bs-current-commission
                   add cb-chargeback-amount(chargeback-index)
                       to bs-clawback-total
                   rewrite basis-record
           end-read.
