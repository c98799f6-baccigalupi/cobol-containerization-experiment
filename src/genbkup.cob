       identification division.
       program-id. genbkup001.

       environment division.
       input-output section.
       file-control.
           select catalog-file assign to '../data/BKUPCAT.DAT'
           organization is indexed
           access mode is dynamic
           record key is bc-generation
           file status is catalog-file-status.

           select control-file assign to '../data/CUSTMAST.CTL'
           organization is record sequential
           file status is control-file-status.

           select run-log-file assign to '../data/NIGHTRUN.LOG'
           organization is record sequential
           file status is run-log-file-status.

           select parameter-file assign to '../data/GENBKUP.PRM'
           organization is record sequential
           file status is parameter-file-status.

           select message-log-file assign to '../data/GENBKUP.LOG'
           organization is line sequential.

       data division.

       file section.

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

       fd control-file
           record contains 18 characters.
       01 control-record.
           05 ctl-record-count        pic 9(7).
           05 ctl-control-total       pic s9(9)v9(2).

       fd run-log-file
           record contains 51 characters.
       01 run-log-record.
           05 rl-run-date             pic 9(8).
           05 filler                  pic x.
           05 rl-step-number          pic 9(2).
           05 filler                  pic x.
           05 rl-step-name            pic x(12).
           05 filler                  pic x.
           05 rl-start-time           pic 9(6).
           05 filler                  pic x.
           05 rl-end-time             pic 9(6).
           05 filler                  pic x.
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

       fd parameter-file
           record contains 20 characters.
       01 parameter-record.
           05 pm-function             pic x.
               88 pm-take                       value 'T'.
               88 pm-restore                    value 'R'.
           05 pm-generation           pic 9(5).
           05 pm-reason               pic x(12).
           05 pm-keep-generations     pic 9(2).

       fd message-log-file.
       01 log-line                    pic x(80).

       working-storage section.
       01 backup-file-definitions.
           05 filler                  pic x(16)       value
              'CUSTMAST.DAT'.
           05 filler                  pic x(16)       value
              'CUSTMAST.CTL'.
           05 filler                  pic x(16)       value
              'SALESHIST.DAT'.
           05 filler                  pic x(16)       value
              'MONTHEND.CTL'.
           05 filler                  pic x(16)       value
              'YEAREND.CTL'.
           05 filler                  pic x(16)       value
              'CUSTJRNL.DAT'.
           05 filler                  pic x(16)       value
              'ARITEMS.DAT'.
           05 filler                  pic x(16)       value
              'ARITEMS.CTL'.
           05 filler                  pic x(16)       value
              'SALESLED.DAT'.
           05 filler                  pic x(16)       value
              'TERRHIST.DAT'.
           05 filler                  pic x(16)       value
              'SLSREF.DAT'.
           05 filler                  pic x(16)       value
              'SLSQUOTA.DAT'.
           05 filler                  pic x(16)       value
              'COMMRATE.DAT'.
           05 filler                  pic x(16)       value
              'FISCAL.DAT'.
           05 filler                  pic x(16)       value
              'COMMLEDG.DAT'.
           05 filler                  pic x(16)       value
              'COMMBASE.DAT'.
           05 filler                  pic x(16)       value
              'COMMADJ.DAT'.
       01 backup-file-table redefines backup-file-definitions.
           05 backup-file-name        pic x(16)       occurs 17 times.

       01 backup-file-count           pic 9(2)        value 17.
       01 file-index                  pic 9(2).

       01 control-flow.
           05 catalog-eof             pic 9           value zero.
           05 menu-done               pic 9           value zero.

       01 menu-fields.
           05 menu-choice             pic 9           value zero.
           05 confirm-choice          pic 9           value zero.

       01 file-status-fields.
           05 catalog-file-status     pic x(2).
           05 control-file-status     pic x(2).
           05 run-log-file-status     pic x(2).
           05 parameter-file-status   pic x(2).

       01 parm-mode-fields.
           05 parm-mode-flag          pic x           value 'N'.
               88 parm-mode                     value 'Y'.
           05 log-message-text        pic x(80).

       01 generation-fields.
           05 last-generation         pic 9(5)        value zero.
           05 next-generation         pic 9(5)        value zero.
           05 restore-generation      pic 9(5)        value zero.
           05 keep-generations        pic 9(2)        value 5.
           05 generations-available   pic 9(5)        value zero.
           05 generations-to-expire   pic 9(5)        value zero.
           05 generations-expired     pic 9(5)        value zero.
           05 generation-reason       pic x(12)       value spaces.
           05 generation-directory    pic x(30).
           05 directory-generation    pic 9(5).

       01 copy-work-fields.
           05 shell-command            pic x(160).
           05 command-return-code     pic s9(4)       value zero.
           05 files-copied            pic 9(2)        value zero.
           05 files-restored          pic 9(2)        value zero.
           05 files-absent            pic 9(2)        value zero.
           05 copy-failed-flag        pic x           value 'N'.
               88 copy-failed                   value 'Y'.

       01 list-fields.
           05 list-line.
               10 f-list-generation   pic zzzz9.
               10 filler              pic x(2)        value spaces.
               10 f-list-date         pic 9999/99/99.
               10 filler              pic x           value space.
               10 f-list-time         pic 99b99b99.
               10 filler              pic x(2)        value spaces.
               10 f-list-reason       pic x(12).
               10 filler              pic x(2)        value spaces.
               10 f-list-status       pic x(9).
               10 f-list-file-count   pic z9.
               10 filler              pic x(2)        value spaces.
               10 f-list-master-count pic z,zzz,zz9.
               10 filler              pic x(2)        value spaces.
               10 f-list-restores     pic zz9.
           05 generations-listed      pic 9(5)        value zero.

       01 run-date-fields.
           05 current-date-value      pic x(21).
           05 run-date-numeric        pic 9(8).
           05 run-time-numeric        pic 9(6).

       procedure division.

       000-run.
           perform 005-check-parameter-file.
           perform 010-start-program.
           perform 020-open-catalog.

           if parm-mode
               perform 030-run-parameter-function
           else
               perform 040-operator-menu
                   until menu-done > 0
           end-if.

           perform 300-finish-program.

       005-check-parameter-file.
           open input parameter-file.
           if parameter-file-status = '00'
               read parameter-file into parameter-record
                   at end
                   continue
                   not at end
                   move 'Y' to parm-mode-flag
               end-read
               close parameter-file
           end-if.

           if parm-mode
               open output message-log-file
               move 'MASTER FILE GENERATION BACKUP - UNATTENDED RUN'
                   to log-message-text
               perform 950-emit-message
           end-if.

       010-start-program.
           perform 015-set-run-timestamp.

           if not parm-mode
               display ' '
               display 'MASTER FILE GENERATION BACKUP'
               display ' '
           end-if.

       015-set-run-timestamp.
           move function current-date to current-date-value.
           move current-date-value(1:8) to run-date-numeric.
           move current-date-value(9:6) to run-time-numeric.

       020-open-catalog.
           open i-o catalog-file.
           if catalog-file-status = '35'
               open output catalog-file
               close catalog-file
               open i-o catalog-file
           end-if.
           if catalog-file-status not = '00'
               move spaces to log-message-text
               string '*** FATAL: CANNOT OPEN BKUPCAT.DAT - STATUS '
                   catalog-file-status ' ***'
                   delimited by size into log-message-text
               perform 950-emit-message
               perform 960-close-run-log
               move 16 to return-code
               stop run
           end-if.

       030-run-parameter-function.
           evaluate true
               when pm-take
                   move pm-reason to generation-reason
                   if pm-keep-generations > zero
                       move pm-keep-generations to keep-generations
                   end-if
                   perform 100-take-generation
               when pm-restore
                   move pm-generation to restore-generation
                   perform 200-restore-generation
               when other
                   move spaces to log-message-text
                   string '*** FATAL: INVALID FUNCTION CODE '
                       pm-function
                       ' IN GENBKUP.PRM - USE T OR R ***'
                       delimited by size into log-message-text
                   perform 950-emit-message
                   move 16 to return-code
           end-evaluate.

       040-operator-menu.
           display ' '.
           display 'Enter 1 to list backup generations.'.
           display 'Enter 2 to take a new generation now.'.
           display 'Enter 3 to restore a generation.'.
           display 'Enter 0 to end.'.
           accept menu-choice.

           evaluate menu-choice
               when 1
                   perform 050-list-generations
               when 2
                   perform 060-operator-take
               when 3
                   perform 070-operator-restore
               when 0
                   move 1 to menu-done
               when other
                   display 'Invalid choice - enter 0 to 3.'
           end-evaluate.

       050-list-generations.
           move zero to generations-listed.
           display ' '.
           display '  GEN  TAKEN                REASON        STATUS'
               '   FILES  MASTER RECS  RESTORES'.

           move zero to catalog-eof.
           move zero to bc-generation.
           start catalog-file key is not < bc-generation
               invalid key
               move 1 to catalog-eof
           end-start.
           perform 055-list-one-generation
               until catalog-eof > 0.

           if generations-listed = zero
               display 'No backup generations have been taken.'
           end-if.

       055-list-one-generation.
           read catalog-file next record
               at end
               move 1 to catalog-eof
               not at end
               move bc-generation to f-list-generation
               move bc-taken-date to f-list-date
               move bc-taken-time to f-list-time
               move bc-reason to f-list-reason
               if bc-available
                   move 'AVAILABLE' to f-list-status
               else
                   move 'EXPIRED' to f-list-status
               end-if
               move bc-file-count to f-list-file-count
               move bc-master-count to f-list-master-count
               move bc-restore-count to f-list-restores
               display list-line
               add 1 to generations-listed
           end-read.

       060-operator-take.
           move 'OPERATOR' to generation-reason.
           move zero to keep-generations.
           display 'Enter the number of generations to keep'.
           display '(0 for the standard 5):'.
           accept keep-generations.
           if keep-generations = zero
               move 5 to keep-generations
           end-if.

           perform 015-set-run-timestamp.
           perform 100-take-generation.

       070-operator-restore.
           move zero to restore-generation.
           display 'Enter the generation number to restore'.
           display '(0 to cancel):'.
           accept restore-generation.
           if restore-generation = zero
               display 'Restore cancelled.'
           else
               move restore-generation to bc-generation
               read catalog-file
                   invalid key
                   display 'Generation ' restore-generation
                       ' is not in the catalog.'
                   not invalid key
                   perform 075-confirm-restore
               end-read
           end-if.

       075-confirm-restore.
           if not bc-available
               display 'Generation ' restore-generation
                   ' has expired - its files are gone.'
           else
               display 'Generation ' restore-generation ' was taken '
                   bc-taken-date ' ' bc-taken-time ' before '
                   bc-reason '.'
               display 'Restoring replaces the current master and'
               display 'control files with that generation.'
               display 'Enter 1 to restore / 0 to cancel:'
               move zero to confirm-choice
               accept confirm-choice
               if confirm-choice = 1
                   perform 015-set-run-timestamp
                   perform 200-restore-generation
                   if not copy-failed
                       perform 250-log-operator-restore
                   end-if
               else
                   display 'Restore cancelled.'
               end-if
           end-if.

       100-take-generation.
           perform 105-find-last-generation.
           compute next-generation = last-generation + 1.
           move next-generation to directory-generation.
           perform 120-build-directory-name.

           move 'N' to copy-failed-flag.
           move zero to files-copied.
           move spaces to shell-command.
           string 'mkdir -p ' delimited by size
               generation-directory delimited by space
               into shell-command.
           perform 190-run-command.
           if command-return-code not = zero
               move 'Y' to copy-failed-flag
           else
               perform 130-copy-one-file
                   varying file-index from 1 by 1
                   until file-index > backup-file-count
                   or copy-failed
           end-if.

           if copy-failed
               move spaces to shell-command
               string 'rm -rf ' delimited by size
                   generation-directory delimited by space
                   into shell-command
               perform 190-run-command
               move spaces to log-message-text
               string '*** FATAL: BACKUP GENERATION ' next-generation
                   ' COULD NOT BE TAKEN - NOTHING CATALOGUED ***'
                   delimited by size into log-message-text
               perform 950-emit-message
               move 16 to return-code
           else
               perform 140-catalog-generation
               perform 150-expire-old-generations
           end-if.

       105-find-last-generation.
           move zero to last-generation.
           move zero to generations-available.
           move zero to catalog-eof.
           move zero to bc-generation.
           start catalog-file key is not < bc-generation
               invalid key
               move 1 to catalog-eof
           end-start.
           perform 110-scan-one-catalog-entry
               until catalog-eof > 0.

       110-scan-one-catalog-entry.
           read catalog-file next record
               at end
               move 1 to catalog-eof
               not at end
               move bc-generation to last-generation
               if bc-available
                   add 1 to generations-available
               end-if
           end-read.

       120-build-directory-name.
           move spaces to generation-directory.
           string '../data/BACKUP/G' directory-generation
               delimited by size into generation-directory.

       130-copy-one-file.
           move spaces to shell-command.
           string 'test -f ../data/' delimited by size
               backup-file-name(file-index) delimited by space
               into shell-command.
           perform 190-run-command.

           if command-return-code = zero
               move spaces to shell-command
               string 'cp -p ../data/' delimited by size
                   backup-file-name(file-index) delimited by space
                   '* ' delimited by size
                   generation-directory delimited by space
                   into shell-command
               perform 190-run-command
               if command-return-code = zero
                   add 1 to files-copied
               else
                   move 'Y' to copy-failed-flag
                   move spaces to log-message-text
                   string '*** COPY OF ' backup-file-name(file-index)
                       ' TO ' generation-directory ' FAILED ***'
                       delimited by size into log-message-text
                   perform 950-emit-message
               end-if
           end-if.

       140-catalog-generation.
           move spaces to catalog-record.
           move next-generation to bc-generation.
           move run-date-numeric to bc-taken-date.
           move run-time-numeric to bc-taken-time.
           move generation-reason to bc-reason.
           move 'A' to bc-status.
           move files-copied to bc-file-count.
           perform 145-read-master-control.
           move zero to bc-restore-count.
           move zero to bc-last-restore-date.
           move zero to bc-last-restore-time.
           write catalog-record
               invalid key
               move spaces to log-message-text
               string '*** FATAL: GENERATION ' next-generation
                   ' ALREADY IN BKUPCAT.DAT ***'
                   delimited by size into log-message-text
               perform 950-emit-message
               move 16 to return-code
               move 'Y' to copy-failed-flag
           end-write.

           if not copy-failed
               add 1 to generations-available
               move spaces to log-message-text
               string 'Generation ' next-generation ' taken - '
                   files-copied ' files copied to '
                   generation-directory
                   delimited by size into log-message-text
               perform 950-emit-message
           end-if.

       145-read-master-control.
           move zero to bc-master-count.
           move zero to bc-control-total.
           open input control-file.
           if control-file-status = '00'
               read control-file into control-record
                   at end
                   continue
                   not at end
                   move ctl-record-count to bc-master-count
                   move ctl-control-total to bc-control-total
               end-read
               close control-file
           end-if.

       150-expire-old-generations.
           move zero to generations-expired.
           move zero to generations-to-expire.
           if generations-available > keep-generations
               compute generations-to-expire =
                   generations-available - keep-generations
           end-if.

           if generations-to-expire > zero
               move zero to catalog-eof
               move zero to bc-generation
               start catalog-file key is not < bc-generation
                   invalid key
                   move 1 to catalog-eof
               end-start
               perform 160-expire-one-generation
                   until catalog-eof > 0
                   or generations-expired = generations-to-expire
           end-if.

           if generations-expired > zero
               move spaces to log-message-text
               string generations-expired
                   ' older generation(s) expired - keeping '
                   keep-generations
                   delimited by size into log-message-text
               perform 950-emit-message
           end-if.

       160-expire-one-generation.
           read catalog-file next record
               at end
               move 1 to catalog-eof
               not at end
               if bc-available
                   move bc-generation to directory-generation
                   perform 120-build-directory-name
                   move spaces to shell-command
                   string 'rm -rf ' delimited by size
                       generation-directory delimited by space
                       into shell-command
                   perform 190-run-command
                   move 'E' to bc-status
                   rewrite catalog-record
                   add 1 to generations-expired
               end-if
           end-read.

       190-run-command.
           call 'SYSTEM' using shell-command.
           if return-code >= 256
               compute command-return-code = return-code / 256
           else
               move return-code to command-return-code
           end-if.
           move zero to return-code.

       200-restore-generation.
           move 'N' to copy-failed-flag.
           move zero to files-restored.
           move zero to files-absent.
           move restore-generation to bc-generation.
           read catalog-file
               invalid key
               move spaces to log-message-text
               string '*** FATAL: GENERATION ' restore-generation
                   ' IS NOT IN BKUPCAT.DAT ***'
                   delimited by size into log-message-text
               perform 950-emit-message
               move 'Y' to copy-failed-flag
           end-read.

           if not copy-failed
               if not bc-available
                   move spaces to log-message-text
                   string '*** FATAL: GENERATION ' restore-generation
                       ' HAS EXPIRED - NOTHING RESTORED ***'
                       delimited by size into log-message-text
                   perform 950-emit-message
                   move 'Y' to copy-failed-flag
               else
                   move restore-generation to directory-generation
                   perform 120-build-directory-name
                   perform 210-restore-one-file
                       varying file-index from 1 by 1
                       until file-index > backup-file-count
               end-if
           end-if.

           if copy-failed
               move 16 to return-code
           else
               add 1 to bc-restore-count
               move run-date-numeric to bc-last-restore-date
               move run-time-numeric to bc-last-restore-time
               rewrite catalog-record
               move spaces to log-message-text
               string 'Generation ' restore-generation ' restored - '
                   files-restored ' files replaced, '
                   files-absent ' absent at backup removed'
                   delimited by size into log-message-text
               perform 950-emit-message
           end-if.

       210-restore-one-file.
           move spaces to shell-command.
           string 'rm -f ../data/' delimited by size
               backup-file-name(file-index) delimited by space
               '*' delimited by size
               into shell-command.
           perform 190-run-command.

           move spaces to shell-command.
           string 'test -f ' delimited by size
               generation-directory delimited by space
               '/' delimited by size
               backup-file-name(file-index) delimited by space
               into shell-command.
           perform 190-run-command.

           if command-return-code = zero
               move spaces to shell-command
               string 'cp -p ' delimited by size
                   generation-directory delimited by space
                   '/' delimited by size
                   backup-file-name(file-index) delimited by space
                   '* ../data/' delimited by size
                   into shell-command
               perform 190-run-command
               if command-return-code = zero
                   add 1 to files-restored
               else
                   move 'Y' to copy-failed-flag
                   move spaces to log-message-text
                   string '*** RESTORE OF ' backup-file-name(file-index)
                       ' FROM ' generation-directory ' FAILED ***'
                       delimited by size into log-message-text
                   perform 950-emit-message
               end-if
           else
               add 1 to files-absent
           end-if.

       250-log-operator-restore.
           open extend run-log-file.
           if run-log-file-status = '35'
               open output run-log-file
           end-if.
           if run-log-file-status not = '00'
               display '*** CANNOT OPEN NIGHTRUN.LOG - STATUS '
                   run-log-file-status ' - RESTORE NOT LOGGED ***'
           else
               move spaces to rollback-log-record
               move run-date-numeric to rb-run-date
               move zero to rb-step-number
               move 'ROLLBACK' to rb-entry-type
               move run-time-numeric to rb-restore-time
               move restore-generation to rb-generation
               move zero to rb-completion-code
               perform 145-read-master-control
               move bc-master-count to rb-record-count
               write rollback-log-record
               close run-log-file
           end-if.

       300-finish-program.
           close catalog-file.
           perform 960-close-run-log.
           stop run.

       950-emit-message.
           if parm-mode
               move log-message-text to log-line
               write log-line
           else
               display log-message-text
           end-if.

       960-close-run-log.
           if parm-mode
               close message-log-file
           end-if.
