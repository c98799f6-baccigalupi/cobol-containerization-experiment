           record key is qt-quota-key
           file status is quota-file-status.

           select proposal-file assign to '../data/QUOTAPRP.DAT'
           organization is record sequential
           file status is proposal-file-status.

       data division.

       file section.
               10 qt-period           pic 9(6).
           05 qt-quota-amount         pic s9(7)v9(2).

       fd proposal-file
           record contains 19 characters.
       01 proposal-record.
           05 pq-quota-key.
               10 pq-branch-id        pic 9(2).
               10 pq-salesrep-id      pic 9(2).
               10 pq-period           pic 9(6).
           05 pq-quota-amount         pic s9(7)v9(2).

       working-storage section.
       01 menu-fields.
           05 menu-choice             pic 9             value 1.

       01 quota-file-status           pic x(2).

       01 proposal-load-fields.
           05 proposal-file-status    pic x(2).
           05 proposal-eof            pic 9             value zero.
           05 load-choice             pic 9             value zero.
               88 load-add-only                 value 1.
               88 load-replace                  value 2.
           05 proposals-read          pic 9(5)          value zero.
           05 proposals-added         pic 9(5)          value zero.
           05 proposals-replaced      pic 9(5)          value zero.
           05 proposals-skipped       pic 9(5)          value zero.
           05 f-proposal-count        pic zz,zz9.

       01 display-fields.
           05 f-quota-amount          pic z,zzz,zz9.99-.

           display 'Enter 2 to change a quota amount.'.
           display 'Enter 3 to delete a quota entry.'.
           display 'Enter 4 to list all entries.'.
           display 'Enter 5 to load proposed quotas from QUOTAPRP.DAT.'.
           accept menu-choice.

           evaluate menu-choice
                   perform 120-apply-delete
               when 4
                   perform 140-list-entries
               when 5
                   perform 160-load-proposals
           end-evaluate.

       030-get-entry-key.
           accept entry-branch-id.
           display 'Enter salesrep id (xx):'.
           accept entry-salesrep-id.
           display 'Enter fiscal period (yyyypp):'.
           accept entry-period.

       100-apply-add.
                   continue
               not at end
                   move qt-quota-amount to f-quota-amount
                   display qt-branch-id ' ' qt-salesrep-id ' FY'
                       qt-period(1:4) ' P' qt-period(5:2) ' '
                       f-quota-amount
           end-read.

       160-load-proposals.
           display 'Enter 1 to add proposed quotas for periods not '
               'yet on file.'.
           display 'Enter 2 to add them and replace existing '
               'amounts.'.
           display 'Enter 0 to cancel.'.
           accept load-choice.

           if not load-add-only and not load-replace
               display 'Load cancelled - nothing done.'
           else
               open input proposal-file
               if proposal-file-status not = '00'
                   display 'No QUOTAPRP.DAT found - run SALESFCST001 '
                       'first. Nothing loaded.'
               else
                   move zero to proposal-eof
                   move zero to proposals-read
                   move zero to proposals-added
                   move zero to proposals-replaced
                   move zero to proposals-skipped
                   perform 170-load-one-proposal
                   until proposal-eof > 0
                   close proposal-file
                   perform 180-show-load-counts
               end-if
           end-if.

       170-load-one-proposal.
           read proposal-file
               at end
                   move 1 to proposal-eof
               not at end
                   add 1 to proposals-read
                   move pq-quota-key to qt-quota-key
                   read quota-file
                       invalid key
                           move pq-quota-amount to qt-quota-amount
                           write quota-record
                           add 1 to proposals-added
                       not invalid key
                           if load-replace
                               move pq-quota-amount to qt-quota-amount
                               rewrite quota-record
                               add 1 to proposals-replaced
                           else
                               add 1 to proposals-skipped
                           end-if
                   end-read
           end-read.

       180-show-load-counts.
           move proposals-read to f-proposal-count.
           display 'Proposed quotas read:     ' f-proposal-count.
           move proposals-added to f-proposal-count.
           display 'Added:                    ' f-proposal-count.
           move proposals-replaced to f-proposal-count.
           display 'Replaced:                 ' f-proposal-count.
           move proposals-skipped to f-proposal-count.
           display 'Skipped (already on file):' f-proposal-count.

       900-terminate-program.
           close quota-file.
           display 'End of quota maintenance session'.
