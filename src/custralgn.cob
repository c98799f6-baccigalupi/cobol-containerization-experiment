           organization is record sequential
           file status is journal-file-status.

           select territory-file assign to '../data/TERRHIST.DAT'
           organization is indexed
           access mode is dynamic
           record key is th-territory-key
           file status is territory-file-status.

           select control-file assign to '../data/CUSTMAST.CTL'
           organization is record sequential.

           05 jr-before-image         pic x(64).
           05 jr-after-image          pic x(64).

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

       fd control-file
           record contains 18 characters.
       01 control-record.
           05 rules-file-status       pic x(2).
           05 reference-file-status   pic x(2).
           05 journal-file-status     pic x(2).
           05 territory-file-status   pic x(2).

       01 rule-table-fields.
           05 rule-count              pic 9(2)          value zero.
           05 journal-before-image    pic x(64)       value spaces.
           05 journal-after-image     pic x(64)       value spaces.

       01 territory-fields.
           05 territory-scan-done     pic 9             value zero.
           05 realign-effective-date  pic 9(8)          value zero.
           05 territory-effective-date pic 9(8)         value zero.
           05 latest-territory-date   pic 9(8)          value zero.
           05 prior-branch-id         pic 9(2)          value zero.
           05 prior-salesrep-id       pic 9(2)          value zero.

       01 realign-counters.
           05 records-read            pic 9(7)          value zero.
           05 records-moved           pic 9(7)          value zero.
           05 new-record-count        pic 9(7)        value zero.
           05 new-control-total       pic s9(9)v9(2)  value zero.

       01 date-edit-fields.
           05 edit-date-valid-flag    pic x             value 'N'.
               88 edit-date-valid               value 'Y'.
           05 edit-date-reason        pic x(24)         value spaces.
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
           05 run-date-display        pic x(10).

       01 report-file-name            pic x(40).
               stop run
           end-if.

           display 'Enter effective date of the realignment '
               '(yyyymmdd, 0 for today):'.
           accept realign-effective-date.
           if realign-effective-date = zero
               move current-date-value to realign-effective-date
           end-if.

           move realign-effective-date to edit-date-num.
           perform 012-validate-effective-date.
           if not edit-date-valid
               display '*** FATAL: INVALID EFFECTIVE DATE '
                   realign-effective-date ' - ' edit-date-reason
                   ' - NOTHING DONE ***'
               move 16 to return-code
               stop run
           end-if.

           open input rules-file.
           if rules-file-status not = '00'
               display '*** FATAL: CANNOT OPEN REALIGN.DAT - STATUS '
           open output report-file.
           perform 015-write-report-header.

       012-validate-effective-date.
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
                   perform 013-set-days-in-month
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

       013-set-days-in-month.
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

       015-write-report-header.
           move spaces to rp-header-line1.
           if preview-mode
           end-if.
           write rp-header-line1.

           move spaces to rp-text-line.
           string 'EFFECTIVE DATE OF REASSIGNMENT: '
               realign-effective-date
               delimited by size into rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           write rp-text-line.

           if apply-mode
               open i-o customer-file
               perform 060-open-journal-file
               perform 070-open-territory-file
           else
               open input customer-file
           end-if.
               stop run
           end-if.

       070-open-territory-file.
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
               close report-file
               move 16 to return-code
               stop run
           end-if.

       100-realign-one-record.
           read customer-file next record
             at end

           if apply-mode
               move customer-record to journal-before-image
               move r-branch-id to prior-branch-id
               move r-salesrep-id to prior-salesrep-id
               move rt-to-branch-id(matched-rule-index)
                   to r-branch-id
               move rt-to-salesrep-id(matched-rule-index)
               move customer-record to journal-after-image
               rewrite customer-record
               perform 140-write-journal-entry
               perform 150-write-territory-entry
           end-if.

       140-write-journal-entry.
           move journal-after-image to jr-after-image.
           write journal-record.

       150-write-territory-entry.
           move realign-effective-date to territory-effective-date.
           perform 160-find-latest-territory-date.
           if territory-effective-date < latest-territory-date
               move spaces to rp-text-line
               string '    EFFECTIVE DATE MOVED TO '
                   latest-territory-date
                   ' - LATER REASSIGNMENT ALREADY RECORDED'
                   delimited by size into rp-text-line
               write rp-text-line
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
                   move 'M' to th-change-source
                   move function current-date(1:14)
                       to th-recorded-timestamp
                   write territory-record
               not invalid key
                   move r-branch-id to th-branch-id
                   move r-salesrep-id to th-salesrep-id
                   move 'M' to th-change-source
                   move function current-date(1:14)
                       to th-recorded-timestamp
                   rewrite territory-record
           end-read.

       160-find-latest-territory-date.
           move zero to latest-territory-date.
           move zero to territory-scan-done.
           move r-customer-id to th-customer-id.
           move zeroes to th-effective-date.
           start territory-file key not < th-territory-key
               invalid key
                   move 1 to territory-scan-done
           end-start.

           perform 170-scan-one-territory-entry
           until territory-scan-done > 0.

       170-scan-one-territory-entry.
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

       180-regenerate-control-file.
           move zero to eof.
           move zero to new-record-count.
           close report-file.
           if apply-mode
               close journal-file
               close territory-file
           end-if.

           move records-read to f-records-read.
