           organization is record sequential
           file status is control-file-status.

           select backup-parameter-file
           assign to '../data/GENBKUP.PRM'
           organization is record sequential
           file status is backup-parameter-file-status.

           select catalog-file assign to '../data/BKUPCAT.DAT'
           organization is indexed
           access mode is sequential
           record key is bc-generation
           file status is catalog-file-status.

       data division.

       file section.
           05 rl-completion-code      pic 9(4).
           05 filler                  pic x.
           05 rl-record-count         pic 9(7).
       01 rollback-log-record.
           05 rb-run-date             pic 9(8).
           05 filler                  pic x.
           05 rb-step-number          pic 9(2).
           05 filler                  pic x.
           05 rb-entry-type           pic x(12).
           05 filler                  pic x.
           05 rb-restore-time         pic 9(6).
           05 filler                  pic x.
           05 rb-generation           pic 9(6).
           05 filler                  pic x.
           05 rb-completion-code      pic 9(4).
           05 filler                  pic x.
           05 rb-record-count         pic 9(7).

       fd job-checkpoint-file
           record contains 13 characters.
           05 ctl-record-count        pic 9(7).
           05 ctl-control-total       pic s9(9)v9(2).

       fd backup-parameter-file
           record contains 20 characters.
       01 backup-parameter-record.
           05 pm-function             pic x.
           05 pm-generation           pic 9(5).
           05 pm-reason               pic x(12).
           05 pm-keep-generations     pic 9(2).

       fd catalog-file
           record contains 69 characters.
       01 catalog-record.
           05 bc-generation           pic 9(5).
           05 bc-taken-date           pic 9(8).
           05 bc-taken-time           pic 9(6).
           05 bc-reason               pic x(12).
           05 bc-status               pic x.
               88 bc-available                  value 'A'.
               88 bc-expired                    value 'E'.
           05 bc-file-count           pic 9(2).
           05 bc-master-count         pic 9(7).
           05 bc-control-total        pic s9(9)v9(2).
           05 bc-restore-count        pic 9(3).
           05 bc-last-restore-date    pic 9(8).
           05 bc-last-restore-time    pic 9(6).

       working-storage section.
       01 job-step-definitions.
           05 filler                  pic x(33)       value
              'AUDIT001    ./audit001          N'.
           05 filler                  pic x(33)       value
              'REPORT001   ./report001         N'.
           05 filler                  pic x(33)       value
              'CUSTPROJ001 ./custproj001       N'.
           05 filler                  pic x(33)       value
              'CUSTEXT001  ./custext001        N'.
           05 filler                  pic x(33)       value
              'MONTHEND001 ./monthend001       Y'.
           05 filler                  pic x(33)       value
              'TRENDRPT001 ./trendrpt001       N'.
           05 filler                  pic x(33)       value
              'JRNLRPT001  ./jrnlrpt001        N'.
           05 filler                  pic x(33)       value
              'CUSTPURG001 ./custpurge001      Y'.
       01 job-step-table redefines job-step-definitions.
           05 job-step occurs 8 times.
               10 js-step-name        pic x(12).
               10 js-step-command     pic x(20).
               10 js-updates-data     pic x.
                   88 js-step-updates-data      value 'Y'.

       01 job-step-count              pic 9(2)        value 8.
       01 step-index                  pic 9(2).
           05 step-failed-flag        pic x           value 'N'.
               88 step-failed                  value 'Y'.

       01 backup-work-fields.
           05 backup-command          pic x(20)       value
              './genbkup001'.
           05 backup-cleanup-command  pic x(30)       value
              'rm -f ../data/GENBKUP.PRM'.
           05 backup-keep-generations pic 9(2)        value 5.
           05 backup-completion-code  pic s9(4)       value zero.
           05 step-generation         pic 9(5)        value zero.
           05 prior-high-generation   pic 9(5)        value zero.
           05 catalog-eof             pic 9           value zero.
           05 backup-failed-flag      pic x           value 'N'.
               88 backup-failed                value 'Y'.

       01 file-status-fields.
           05 run-log-file-status     pic x(2).
           05 job-checkpoint-file-status pic x(2).
           05 control-file-status     pic x(2).
           05 backup-parameter-file-status pic x(2).
           05 catalog-file-status     pic x(2).

       01 run-date-fields.
           05 current-date-value      pic x(21).
           display 'Step ' step-index ' '
               js-step-name(step-index) ' starting.'.

           move 'N' to backup-failed-flag.
           move zero to step-generation.
           if js-step-updates-data(step-index)
               perform 130-take-step-backup
           end-if.

           move function current-date(9:6) to step-start-time.
           move js-step-command(step-index) to step-command.

           if backup-failed
               move backup-completion-code to step-completion-code
           else
               call 'SYSTEM' using step-command
               if return-code >= 256
                   compute step-completion-code = return-code / 256
               else
                   move return-code to step-completion-code
               end-if
               move zero to return-code
           end-if.

           move function current-date(9:6) to step-end-time.

                   js-step-name(step-index)
                   ' FAILED WITH COMPLETION CODE '
                   step-completion-code ' ***'
               if backup-failed
                   display '*** NO BACKUP GENERATION COULD BE TAKEN -'
                       ' STEP NOT RUN ***'
               end-if
               if step-generation > zero
                   perform 150-roll-back-step
               end-if
               display '*** STREAM STOPPED - LATER STEPS NOT RUN ***'
           end-if.

               close control-file
           end-if.

       130-take-step-backup.
           move spaces to backup-parameter-record.
           move 'T' to pm-function.
           move zero to pm-generation.
           move js-step-name(step-index) to pm-reason.
           move backup-keep-generations to pm-keep-generations.
           perform 132-find-prior-high-generation.
           perform 160-run-backup-utility.

           if backup-completion-code = zero
               perform 135-find-step-generation
           end-if.

           if backup-completion-code not = zero
               or step-generation = zero
               move 'Y' to backup-failed-flag
               if backup-completion-code = zero
                   move 16 to backup-completion-code
               end-if
           else
               display 'Backup generation ' step-generation
                   ' taken before ' js-step-name(step-index) '.'
           end-if.

       132-find-prior-high-generation.
           move zero to prior-high-generation.
           move zero to catalog-eof.
           open input catalog-file.
           if catalog-file-status = '00'
               perform 133-read-prior-catalog-entry
                   until catalog-eof > 0
               close catalog-file
           end-if.

       133-read-prior-catalog-entry.
           read catalog-file next record
               at end
               move 1 to catalog-eof
               not at end
               if bc-generation > prior-high-generation
                   move bc-generation to prior-high-generation
               end-if
           end-read.

       135-find-step-generation.
           move zero to catalog-eof.
           open input catalog-file.
           if catalog-file-status = '00'
               perform 140-read-catalog-entry
                   until catalog-eof > 0
               close catalog-file
           end-if.

       140-read-catalog-entry.
           read catalog-file next record
               at end
               move 1 to catalog-eof
               not at end
               if bc-available
                   and bc-reason = js-step-name(step-index)
                   and bc-generation > prior-high-generation
                   and step-generation = zero
                   move bc-generation to step-generation
               end-if
           end-read.

       150-roll-back-step.
           move spaces to backup-parameter-record.
           move 'R' to pm-function.
           move step-generation to pm-generation.
           move js-step-name(step-index) to pm-reason.
           move zero to pm-keep-generations.
           perform 160-run-backup-utility.

           move spaces to rollback-log-record.
           move run-date-numeric to rb-run-date.
           move step-index to rb-step-number.
           move 'ROLLBACK' to rb-entry-type.
           move function current-date(9:6) to rb-restore-time.
           move step-generation to rb-generation.
           if backup-completion-code < zero
               move 9999 to rb-completion-code
           else
               move backup-completion-code to rb-completion-code
           end-if.
           perform 120-read-master-record-count.
           write rollback-log-record.

           if backup-completion-code = zero
               display 'Files rolled back to backup generation '
                   step-generation ' taken before '
                   js-step-name(step-index) '.'
           else
               display '*** ROLLBACK TO GENERATION ' step-generation
                   ' FAILED WITH COMPLETION CODE '
                   backup-completion-code ' ***'
               display '*** RESTORE IT WITH GENBKUP001 BEFORE'
                   ' RESTARTING - SEE GENBKUP.LOG ***'
           end-if.

       160-run-backup-utility.
           open output backup-parameter-file.
           write backup-parameter-record.
           close backup-parameter-file.

           call 'SYSTEM' using backup-command.
           if return-code >= 256
               compute backup-completion-code = return-code / 256
           else
               move return-code to backup-completion-code
           end-if.
           move zero to return-code.

           call 'SYSTEM' using backup-cleanup-command.
           move zero to return-code.

       200-finish-stream.
           close run-log-file.

