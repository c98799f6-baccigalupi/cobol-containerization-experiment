       identification division.
       program-id. payack001.

       environment division.
       input-output section.
       file-control.
           select return-file assign to '../data/PAYRTN.DAT'
           organization is record sequential
           file status is return-file-status.

           select ledger-file assign to '../data/COMMLEDG.DAT'
           organization is indexed
           access mode is dynamic
           record key is pl-ledger-key
           file status is ledger-file-status.

           select adjustment-file assign to '../data/COMMADJ.DAT'
           organization is record sequential
           file status is adjustment-file-status.

           select archive-file assign to archive-file-name
           organization is record sequential
           file status is archive-file-status.

           select report-file assign to report-file-name
           organization is line sequential.

       data division.

       file section.

       fd return-file
           record contains 80 characters.
       01 return-header-record.
           05 rh-record-type          pic x.
           05 rh-interface-name       pic x(10).
           05 rh-period               pic 9(6).
           05 rh-returned-date        pic 9(8).
           05 filler                  pic x(55).
       01 return-detail-record.
           05 rd-record-type          pic x.
           05 rd-branch-id            pic 9(2).
           05 rd-salesrep-id          pic 9(2).
           05 rd-period               pic 9(6).
           05 rd-result-code          pic x.
               88 rd-paid                       value 'P'.
               88 rd-rejected                   value 'R'.
           05 rd-paid-amount          pic s9(7)v9(2)
                                      sign leading separate.
           05 rd-paid-date            pic 9(8).
           05 rd-reject-reason        pic x(20).
           05 filler                  pic x(30).
       01 return-trailer-record.
           05 rt-record-type          pic x.
           05 rt-detail-count         pic 9(7).
           05 filler                  pic x(72).

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

       fd archive-file
           record contains 80 characters.
       01 archive-record              pic x(80).

       fd report-file.
       01 rp-header-line1             pic x(100).
       01 rp-text-line                pic x(100).

       working-storage section.
       01 control-flow.
           05 return-eof              pic 9             value zero.
           05 ledger-eof              pic 9             value zero.
           05 adjustment-eof          pic 9             value zero.

       01 file-status-fields.
           05 return-file-status      pic x(2).
           05 ledger-file-status      pic x(2).
           05 adjustment-file-status  pic x(2).
           05 archive-file-status     pic x(2).

       01 return-control-fields.
           05 return-data-available   pic x             value 'N'.
               88 return-data-present           value 'Y'.
           05 header-found-flag       pic x             value 'N'.
               88 header-found                  value 'Y'.
           05 trailer-found-flag      pic x             value 'N'.
               88 trailer-found                 value 'Y'.
           05 trailer-detail-count    pic 9(7)          value zero.
           05 records-after-trailer   pic 9(7)          value zero.
           05 return-period           pic 9(6)          value zero.
           05 return-date             pic 9(8)          value zero.
           05 result-text             pic x(34)         value spaces.

       01 archive-fields.
           05 archive-file-name       pic x(40)         value spaces.
           05 archive-command         pic x(100)        value spaces.
           05 archive-return-code     pic s9(4)         value zero.

       01 period-label-fields.
           05 label-period            pic 9(6)          value zero.
           05 period-label            pic x(10)         value spaces.

       01 run-counters.
           05 details-read            pic 9(7)          value zero.
           05 payables-paid           pic 9(7)          value zero.
           05 payables-rejected       pic 9(7)          value zero.
           05 duplicate-acks          pic 9(7)          value zero.
           05 amount-differences      pic 9(7)          value zero.
           05 ack-errors              pic 9(7)          value zero.
           05 outstanding-count       pic 9(7)          value zero.
           05 rejected-count          pic 9(7)          value zero.
           05 unapplied-count         pic 9(7)          value zero.
           05 f-count-a               pic zzz,zz9.
           05 f-count-b               pic zzz,zz9.

       01 total-fields.
           05 paid-total              pic s9(9)v9(2)    value zero.
           05 outstanding-total       pic s9(9)v9(2)    value zero.
           05 rejected-total          pic s9(9)v9(2)    value zero.
           05 ledger-chargeback-total pic s9(9)v9(2)    value zero.
           05 recovered-total         pic s9(9)v9(2)    value zero.
           05 unrecovered-total       pic s9(9)v9(2)    value zero.
           05 charged-adjustment-total pic s9(9)v9(2)   value zero.
           05 unapplied-sales-total   pic s9(9)v9(2)    value zero.

       01 line-work-fields.
           05 f-amount                pic zz,zzz,zz9.99-.
           05 f-amount-b              pic zz,zzz,zz9.99-.
           05 f-total                 pic zzz,zzz,zz9.99-.
           05 f-total-b               pic zzz,zzz,zz9.99-.

       01 run-date-fields.
           05 current-date-value      pic x(8).
           05 current-date-num redefines current-date-value
                                      pic 9(8).
           05 run-date-display        pic x(10).

       01 report-file-name            pic x(40).

       procedure division.

       000-run.
           perform 010-start-program.
           perform 020-open-files.

           if return-data-present
               perform 100-process-one-return
               until return-eof > 0
               perform 150-check-return-totals
           end-if.

           perform 200-list-outstanding-payables.
           perform 300-reconcile-clawbacks.
           perform 900-finish-program.

       010-start-program.
           move function current-date(1:8) to current-date-value.
           string current-date-value(5:2) '/' current-date-value(7:2)
               '/' current-date-value(1:4)
               delimited by size into run-date-display.

           string '../data/PAYACK.' current-date-value '.DAT'
               delimited by size into report-file-name.

           display ' '.
           display 'PAYROLL ACKNOWLEDGEMENT AND CLAWBACK RECON'.
           display ' '.

       020-open-files.
           open i-o ledger-file.
           if ledger-file-status = '35'
               display '*** FATAL: NO COMMLEDG.DAT - RUN COMMRUN001 '
                   'BEFORE ACKNOWLEDGING PAYROLL ***'
               move 16 to return-code
               stop run
           end-if.
           if ledger-file-status not = '00'
               display '*** FATAL: CANNOT OPEN COMMLEDG.DAT - STATUS '
                   ledger-file-status ' ***'
               move 16 to return-code
               stop run
           end-if.

           open input return-file.
           if return-file-status = '00'
               move 'Y' to return-data-available
           else
               if return-file-status = '35'
                   display 'No PAYRTN.DAT - no acknowledgements to '
                       'apply, reporting only.'
               else
                   display '*** FATAL: CANNOT OPEN PAYRTN.DAT - STATUS '
                       return-file-status ' ***'
                   close ledger-file
                   move 16 to return-code
                   stop run
               end-if
           end-if.

           open output report-file.

           move spaces to rp-header-line1.
           string 'PAYROLL ACKNOWLEDGEMENT REPORT      RUN DATE: '
               run-date-display
               delimited by size into rp-header-line1.
           write rp-header-line1.

           move spaces to rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           if return-data-present
               string 'ACKNOWLEDGEMENTS APPLIED FROM PAYRTN.DAT'
                   delimited by size into rp-text-line
           else
               string 'NO PAYRTN.DAT - NO ACKNOWLEDGEMENTS APPLIED'
                   delimited by size into rp-text-line
           end-if.
           write rp-text-line.

           if return-data-present
               move spaces to rp-text-line
               string '  BR REP NAME                 PERIOD     '
                   '       AMOUNT  RESULT'
                   delimited by size into rp-text-line
               write rp-text-line
           end-if.

       100-process-one-return.
           read return-file
             at end
             move 1 to return-eof

             not at end
             evaluate true
                 when trailer-found
                     add 1 to ack-errors
                     add 1 to records-after-trailer
                 when rh-record-type = 'H'
                     perform 105-accept-return-header
                 when rh-record-type = 'D'
                     perform 110-apply-one-acknowledgement
                 when rh-record-type = 'T'
                     move 'Y' to trailer-found-flag
                     move rt-detail-count to trailer-detail-count
                 when other
                     add 1 to ack-errors
                     move spaces to rp-text-line
                     string '  *** UNKNOWN RECORD TYPE '
                         rh-record-type ' ON PAYRTN.DAT - SKIPPED ***'
                         delimited by size into rp-text-line
                     write rp-text-line
             end-evaluate.

       105-accept-return-header.
           if rh-returned-date = zero
               add 1 to ack-errors
               move spaces to rp-text-line
               string '  *** PAYRTN.DAT HEADER HAS NO RETURN DATE - '
                   'DETAILS SKIPPED ***'
                   delimited by size into rp-text-line
               write rp-text-line
           else
               move 'Y' to header-found-flag
               move rh-period to return-period
               move rh-returned-date to return-date
           end-if.

       110-apply-one-acknowledgement.
           add 1 to details-read.
           move spaces to pl-salesrep-name.
           evaluate true
               when not header-found
                   add 1 to ack-errors
                   move 'NO DATED HEADER - SKIPPED' to result-text
               when rd-period not = return-period
                   add 1 to ack-errors
                   move 'PERIOD NOT HEADER PERIOD - SKIPPED'
                       to result-text
               when other
                   move rd-period to pl-period
                   move rd-branch-id to pl-branch-id
                   move rd-salesrep-id to pl-salesrep-id
                   read ledger-file
                       invalid key
                           add 1 to ack-errors
                           move spaces to pl-salesrep-name
                           move 'NOT ON COMMLEDG.DAT - REJECTED'
                               to result-text
                       not invalid key
                           perform 120-evaluate-acknowledgement
                   end-read
           end-evaluate.

           move rd-period to label-period.
           perform 800-set-period-label.
           move rd-paid-amount to f-amount.
           move spaces to rp-text-line.
           string '  ' rd-branch-id ' ' rd-salesrep-id '  '
               pl-salesrep-name ' ' period-label ' ' f-amount '  '
               result-text
               delimited by size into rp-text-line.
           write rp-text-line.

       120-evaluate-acknowledgement.
           evaluate true
               when pl-paid
                   add 1 to duplicate-acks
                   move 'ALREADY PAID - IGNORED' to result-text
               when return-date < pl-issue-date
                   add 1 to duplicate-acks
                   move spaces to result-text
                   string 'STALE - ISSUED ' pl-issue-date
                       ' - IGNORED'
                       delimited by size into result-text
               when rd-paid
                   perform 130-mark-payable-paid
               when rd-rejected
                   perform 140-mark-payable-rejected
               when other
                   add 1 to ack-errors
                   move 'INVALID RESULT CODE - REJECTED'
                       to result-text
           end-evaluate.

       130-mark-payable-paid.
           move 'P' to pl-status.
           move rd-paid-amount to pl-paid-amount.
           if rd-paid-date = zero
               move current-date-num to pl-ack-date
           else
               move rd-paid-date to pl-ack-date
           end-if.
           move spaces to pl-reject-reason.
           rewrite ledger-record.

           add 1 to payables-paid.
           add rd-paid-amount to paid-total.

           if rd-paid-amount = pl-net-amount
               move 'PAID' to result-text
           else
               add 1 to amount-differences
               move pl-net-amount to f-amount-b
               move spaces to result-text
               string 'PAID - NET WAS ' f-amount-b
                   delimited by size into result-text
           end-if.

       140-mark-payable-rejected.
           move 'R' to pl-status.
           move zero to pl-paid-amount.
           if rd-paid-date = zero
               move current-date-num to pl-ack-date
           else
               move rd-paid-date to pl-ack-date
           end-if.
           move rd-reject-reason to pl-reject-reason.
           rewrite ledger-record.

           add 1 to payables-rejected.
           move spaces to result-text.
           string 'REJECTED - ' rd-reject-reason
               delimited by size into result-text.

       150-check-return-totals.
           move spaces to rp-text-line.
           write rp-text-line.

           if not trailer-found
               add 1 to ack-errors
               move spaces to rp-text-line
               string '*** NO TRAILER ON PAYRTN.DAT - RETURN FILE MAY '
                   'BE INCOMPLETE ***'
                   delimited by size into rp-text-line
               write rp-text-line
           else
               if trailer-detail-count not = details-read
                   add 1 to ack-errors
                   move trailer-detail-count to f-count-a
                   move details-read to f-count-b
                   move spaces to rp-text-line
                   string '*** TRAILER COUNT ' f-count-a
                       ' DOES NOT MATCH DETAILS READ ' f-count-b
                       ' ***'
                       delimited by size into rp-text-line
                   write rp-text-line
               end-if
               if records-after-trailer > zero
                   move records-after-trailer to f-count-a
                   move spaces to rp-text-line
                   string '*** ' f-count-a ' RECORD(S) AFTER THE '
                       'TRAILER ON PAYRTN.DAT - NOT APPLIED ***'
                       delimited by size into rp-text-line
                   write rp-text-line
               end-if
           end-if.

           move payables-paid to f-count-a.
           move paid-total to f-total.
           move spaces to rp-text-line.
           string 'PAYABLES PAID: ' f-count-a '   AMOUNT PAID: '
               f-total
               delimited by size into rp-text-line.
           write rp-text-line.

           move payables-rejected to f-count-a.
           move duplicate-acks to f-count-b.
           move spaces to rp-text-line.
           string 'PAYABLES REJECTED: ' f-count-a
               '   DUPLICATES IGNORED: ' f-count-b
               delimited by size into rp-text-line.
           write rp-text-line.

           move amount-differences to f-count-a.
           move ack-errors to f-count-b.
           move spaces to rp-text-line.
           string 'PAID AMOUNT DIFFERENCES: ' f-count-a
               '   ERRORS: ' f-count-b
               delimited by size into rp-text-line.
           write rp-text-line.

           close return-file.

           if ack-errors = zero
               perform 160-archive-return-file
           else
               move spaces to rp-text-line
               string 'PAYRTN.DAT LEFT IN PLACE - CORRECT THE ERRORS '
                   'WITH PAYROLL AND RERUN'
                   delimited by size into rp-text-line
               write rp-text-line
           end-if.

       160-archive-return-file.
           move spaces to archive-file-name.
           string '../data/PAYRTN.' current-date-value '.DAT'
               delimited by size into archive-file-name.
           open input archive-file.
           if archive-file-status = '00'
               close archive-file
               move spaces to archive-file-name
               string '../data/PAYRTN.' function current-date(1:14)
                   '.DAT'
                   delimited by size into archive-file-name
           end-if.

           move spaces to archive-command.
           string 'mv ../data/PAYRTN.DAT ' delimited by size
               archive-file-name delimited by space
               into archive-command.
           call 'SYSTEM' using archive-command.
           if return-code >= 256
               compute archive-return-code = return-code / 256
           else
               move return-code to archive-return-code
           end-if.
           move zero to return-code.

           move spaces to rp-text-line.
           if archive-return-code = zero
               string 'PAYRTN.DAT ARCHIVED AS ' archive-file-name
                   delimited by size into rp-text-line
           else
               add 1 to ack-errors
               string '*** PAYRTN.DAT COULD NOT BE ARCHIVED - MOVE IT '
                   'ASIDE BEFORE THE NEXT RUN ***'
                   delimited by size into rp-text-line
           end-if.
           write rp-text-line.

       200-list-outstanding-payables.
           move spaces to rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           string 'OUTSTANDING PAYABLES'
               delimited by size into rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           string '  BR REP NAME                 PERIOD     '
               '   NET AMOUNT  ISSUED    STATUS'
               delimited by size into rp-text-line.
           write rp-text-line.

           perform 700-start-ledger-scan.
           perform 210-list-one-payable
           until ledger-eof > 0.

           move spaces to rp-text-line.
           write rp-text-line.

           move outstanding-count to f-count-a.
           move outstanding-total to f-total.
           move spaces to rp-text-line.
           string 'AWAITING PAYROLL: ' f-count-a '   AMOUNT: '
               f-total
               delimited by size into rp-text-line.
           write rp-text-line.

           move rejected-count to f-count-a.
           move rejected-total to f-total.
           move spaces to rp-text-line.
           string 'REJECTED:         ' f-count-a '   AMOUNT: '
               f-total
               delimited by size into rp-text-line.
           write rp-text-line.

       210-list-one-payable.
           read ledger-file next record
               at end
                   move 1 to ledger-eof
               not at end
                   if pl-outstanding or pl-rejected
                       perform 220-write-outstanding-line
                   end-if
           end-read.

       220-write-outstanding-line.
           if pl-outstanding
               add 1 to outstanding-count
               add pl-net-amount to outstanding-total
               move 'AWAITING PAYROLL' to result-text
           else
               add 1 to rejected-count
               add pl-net-amount to rejected-total
               move 'REJECTED - RERUN COMMRUN001' to result-text
           end-if.

           move pl-period to label-period.
           perform 800-set-period-label.
           move pl-net-amount to f-amount.
           move spaces to rp-text-line.
           string '  ' pl-branch-id ' ' pl-salesrep-id '  '
               pl-salesrep-name ' ' period-label ' ' f-amount '  '
               pl-issue-date '  ' result-text
               delimited by size into rp-text-line.
           write rp-text-line.

           if pl-rejected
               move spaces to rp-text-line
               string '        REASON: ' pl-reject-reason
                   delimited by size into rp-text-line
               write rp-text-line
           end-if.

       300-reconcile-clawbacks.
           move spaces to rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           string 'CLAWBACK RECONCILIATION'
               delimited by size into rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           string '  BR REP NAME                 PERIOD     '
               '  CHARGEBACKS  STATUS'
               delimited by size into rp-text-line.
           write rp-text-line.

           perform 700-start-ledger-scan.
           perform 310-reconcile-one-payable
           until ledger-eof > 0.

           move spaces to rp-text-line.
           write rp-text-line.

           open input adjustment-file.
           if adjustment-file-status = '00'
               move spaces to rp-text-line
               string '  CUST  SALES PD  SOURCE     REFERENCE   '
                   'SALES REDUCED  STATUS'
                   delimited by size into rp-text-line
               write rp-text-line
               perform 320-reconcile-one-adjustment
               until adjustment-eof > 0
               close adjustment-file
           end-if.

           perform 330-write-clawback-totals.

       310-reconcile-one-payable.
           read ledger-file next record
               at end
                   move 1 to ledger-eof
               not at end
                   if pl-chargeback-amount not = zero
                       perform 315-write-chargeback-line
                   end-if
           end-read.

       315-write-chargeback-line.
           add pl-chargeback-amount to ledger-chargeback-total.
           evaluate true
               when pl-paid
                   add pl-chargeback-amount to recovered-total
                   move 'RECOVERED' to result-text
               when pl-outstanding
                   add pl-chargeback-amount to unrecovered-total
                   move 'PENDING PAYROLL' to result-text
               when other
                   add pl-chargeback-amount to unrecovered-total
                   move 'REJECTED - NOT RECOVERED' to result-text
           end-evaluate.

           move pl-period to label-period.
           perform 800-set-period-label.
           move pl-chargeback-amount to f-amount.
           move spaces to rp-text-line.
           string '  ' pl-branch-id ' ' pl-salesrep-id '  '
               pl-salesrep-name ' ' period-label ' ' f-amount '  '
               result-text
               delimited by size into rp-text-line.
           write rp-text-line.

       320-reconcile-one-adjustment.
           read adjustment-file
             at end
             move 1 to adjustment-eof

             not at end
             evaluate true
                 when ca-charged
                     add ca-chargeback-amount
                         to charged-adjustment-total
                 when ca-unapplied
                     perform 325-write-unapplied-line
             end-evaluate.

       325-write-unapplied-line.
           add 1 to unapplied-count.
           add ca-sales-reduction to unapplied-sales-total.

           if ca-from-write-off
               move 'WRITE-OFF' to result-text
           else
               move 'REVERSAL' to result-text
           end-if.

           move ca-sales-reduction to f-amount.
           move spaces to rp-text-line.
           string '  ' ca-customer-id '  ' ca-sales-period '    '
               result-text(1:9) '  ' ca-reference ' ' f-amount
               '  NOT YET CHARGED'
               delimited by size into rp-text-line.
           write rp-text-line.

       330-write-clawback-totals.
           move spaces to rp-text-line.
           write rp-text-line.

           move ledger-chargeback-total to f-total.
           move recovered-total to f-total-b.
           move spaces to rp-text-line.
           string 'CHARGEBACKS ON PAYABLES: ' f-total
               '   RECOVERED: ' f-total-b
               delimited by size into rp-text-line.
           write rp-text-line.

           move unrecovered-total to f-total.
           move spaces to rp-text-line.
           string 'NOT YET RECOVERED:       ' f-total
               delimited by size into rp-text-line.
           write rp-text-line.

           move charged-adjustment-total to f-total.
           move spaces to rp-text-line.
           if charged-adjustment-total = ledger-chargeback-total
               string 'CHARGED ON COMMADJ.DAT:  ' f-total
                   '   IN BALANCE'
                   delimited by size into rp-text-line
           else
               add 1 to ack-errors
               string 'CHARGED ON COMMADJ.DAT:  ' f-total
                   '   *** OUT OF BALANCE WITH COMMLEDG.DAT ***'
                   delimited by size into rp-text-line
           end-if.
           write rp-text-line.

           move unapplied-count to f-count-a.
           move unapplied-sales-total to f-total.
           move spaces to rp-text-line.
           string 'ADJUSTMENTS NOT YET CHARGED: ' f-count-a
               '   SALES REDUCED: ' f-total
               delimited by size into rp-text-line.
           write rp-text-line.

       700-start-ledger-scan.
           move zero to ledger-eof.
           move zeroes to pl-ledger-key.
           start ledger-file key not < pl-ledger-key
               invalid key
                   move 1 to ledger-eof
           end-start.

       800-set-period-label.
           move spaces to period-label.
           string 'FY' label-period(1:4) ' P' label-period(5:2)
               delimited by size into period-label.

       900-finish-program.
           close ledger-file.
           close report-file.

           move payables-paid to f-count-a.
           display 'Payables marked paid:     ' f-count-a.
           move payables-rejected to f-count-a.
           display 'Payables marked rejected: ' f-count-a.
           move outstanding-count to f-count-a.
           display 'Awaiting payroll:         ' f-count-a.
           move unapplied-count to f-count-a.
           display 'Adjustments not charged:  ' f-count-a.
           display ' '.
           display 'Acknowledgement report written to '
               report-file-name.

           if ack-errors > zero
               display ' '
               display '*** ACKNOWLEDGEMENT ERRORS OR OUT OF BALANCE - '
                   'SEE REPORT ***'
               move 8 to return-code
           end-if.

           if amount-differences > zero
               move amount-differences to f-count-a
               display ' '
               display '*** ' f-count-a ' PAYABLE(S) PAID AT AN AMOUNT '
                   'OTHER THAN NET - SEE REPORT ***'
               move 8 to return-code
           end-if.

           display ' '.
           display 'End of payroll acknowledgement'.
           stop run.
