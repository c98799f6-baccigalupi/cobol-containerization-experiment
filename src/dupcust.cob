       identification division.
       program-id. dupcust001.

       environment division.
       input-output section.
       file-control.
           select customer-file assign to '../data/CUSTMAST.DAT'
           organization is indexed
           access mode is sequential
           record key is cm-customer-id.

           select sort-file assign to 'DUPSORTW'.

           select sorted-file assign to '../data/DUPSORT.DAT'
           organization is record sequential.

           select report-file assign to report-file-name
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

       sd sort-file
           record contains 64 characters.
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

       fd report-file.
       01 rp-header-line1             pic x(100).
       01 rp-text-line                pic x(100).

       working-storage section.
       01 control-flow.
           05 eof                     pic 9             value zero.

       01 branch-table-fields.
           05 branch-count            pic 9(4)          value zero.
           05 branch-entry occurs 1000 times.
               10 bt-customer-id      pic 9(5).
               10 bt-salesrep-id      pic 9(2).
               10 bt-customer-name    pic x(20).
               10 bt-status-code      pic x.
               10 bt-norm-name        pic x(20).
               10 bt-norm-length      pic 9(2).
           05 first-index             pic 9(4).
           05 second-index            pic 9(4).
           05 pair-start-index        pic 9(4).
           05 short-index             pic 9(4).
           05 long-index              pic 9(4).
           05 current-branch-id       pic 9(2)          value zero.
           05 first-record-flag       pic x             value 'Y'.
               88 first-record                  value 'Y'.
           05 branch-overflow-flag    pic x             value 'N'.
               88 branch-overflow               value 'Y'.

       01 name-work-fields.
           05 name-work               pic x(20).
           05 name-word occurs 6 times pic x(20).
           05 word-work               pic x(20).
               88 noise-word                    value 'THE' 'INC'
                                                      'CO' 'CORP'
                                                      'LLC' 'LTD'
                                                      'COMPANY' 'AND'.
           05 word-index              pic 9.
           05 norm-work               pic x(20).
           05 norm-pointer            pic 9(2).

       01 match-fields.
           05 match-type              pic x(6)          value spaces.
           05 short-length            pic 9(2).
           05 long-length             pic 9(2).
           05 char-index              pic 9(2).
           05 short-char-index        pic 9(2).
           05 long-char-index         pic 9(2).
           05 edit-count              pic 9(2).
           05 mismatch-count          pic 9(2).
           05 first-mismatch          pic 9(2).
           05 second-mismatch         pic 9(2).

       01 report-counters.
           05 customers-read          pic 9(7)          value zero.
           05 candidate-pairs         pic 9(7)          value zero.
           05 exact-pairs             pic 9(7)          value zero.
           05 prefix-pairs            pic 9(7)          value zero.
           05 near-pairs              pic 9(7)          value zero.
           05 customers-skipped       pic 9(7)          value zero.
           05 f-count-a               pic zzz,zz9.
           05 f-count-b               pic zzz,zz9.
           05 f-count-c               pic zzz,zz9.

       01 run-date-fields.
           05 current-date-value      pic x(8).
           05 run-date-display        pic x(10).

       01 report-file-name            pic x(40).

       procedure division.

       000-run.
           perform 010-start-program.
           perform 030-sort-customer-file.

           open input sorted-file.
           open output report-file.
           perform 040-write-report-header.

           perform 100-load-one-customer
           until eof > 0.

           if not first-record
               perform 200-compare-branch
           end-if.

           perform 300-finish-program.

       010-start-program.
           move function current-date(1:8) to current-date-value.
           string current-date-value(5:2) '/' current-date-value(7:2)
               '/' current-date-value(1:4)
               delimited by size into run-date-display.

           string '../data/DUPCUST.' current-date-value '.DAT'
               delimited by size into report-file-name.

           display ' '.
           display 'DUPLICATE CUSTOMER CANDIDATE REPORT'.
           display ' '.

       030-sort-customer-file.
           sort sort-file
               on ascending key so-branch-id
                                so-customer-id
               using customer-file
               giving sorted-file.

       040-write-report-header.
           move spaces to rp-header-line1.
           string 'DUPLICATE CUSTOMER CANDIDATES       RUN DATE: '
               run-date-display
               delimited by size into rp-header-line1.
           write rp-header-line1.

           move spaces to rp-text-line.
           string 'NAMES COMPARED WITHIN EACH BRANCH IGNORING CASE, '
               'PUNCTUATION, SPACING AND THE/INC/CO/CORP/LLC/LTD/'
               'COMPANY/AND'
               delimited by size into rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           string 'EXACT = SAME NAME   PREFIX = ONE NAME STARTS THE '
               'OTHER   NEAR = ONE CHARACTER OFF OR TRANSPOSED'
               delimited by size into rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           string 'BR  MATCH    CUST  CUSTOMER NAME        REP ST'
               '    CUST  CUSTOMER NAME        REP ST'
               delimited by size into rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           write rp-text-line.

       100-load-one-customer.
           read sorted-file next record
             at end
             move 1 to eof

             not at end
             add 1 to customers-read
             perform 110-add-to-branch-table.

       110-add-to-branch-table.
           if first-record
               move 'N' to first-record-flag
               move r-branch-id to current-branch-id
           end-if.

           if r-branch-id not = current-branch-id
               perform 200-compare-branch
               move zero to branch-count
               move r-branch-id to current-branch-id
           end-if.

           if branch-count >= 1000
               add 1 to customers-skipped
               move 'Y' to branch-overflow-flag
           else
               add 1 to branch-count
               move r-customer-id to bt-customer-id(branch-count)
               move r-salesrep-id to bt-salesrep-id(branch-count)
               move r-customer-name to bt-customer-name(branch-count)
               move r-status-code to bt-status-code(branch-count)
               perform 120-normalize-name
               move norm-work to bt-norm-name(branch-count)
               compute bt-norm-length(branch-count) = norm-pointer - 1
           end-if.

       120-normalize-name.
           move r-customer-name to name-work.
           inspect name-work converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           inspect name-work converting
               '.,&-/''()'
               to '        '.

           move spaces to name-word(1) name-word(2) name-word(3)
                          name-word(4) name-word(5) name-word(6).
           unstring name-work delimited by all spaces
               into name-word(1) name-word(2) name-word(3)
                    name-word(4) name-word(5) name-word(6).

           move spaces to norm-work.
           move 1 to norm-pointer.
           perform 130-append-one-word
               varying word-index from 1 by 1
               until word-index > 6.

       130-append-one-word.
           move name-word(word-index) to word-work.
           if word-work not = spaces
               and not noise-word
               string word-work delimited by space
                   into norm-work
                   with pointer norm-pointer
                   on overflow
                       continue
               end-string
           end-if.

       200-compare-branch.
           perform 210-compare-one-customer
               varying first-index from 1 by 1
               until first-index >= branch-count.

           if branch-overflow
               move spaces to rp-text-line
               string '*** BRANCH ' current-branch-id
                   ' HAS MORE THAN 1000 CUSTOMERS - ONLY THE FIRST '
                   '1000 WERE COMPARED ***'
                   delimited by size into rp-text-line
               write rp-text-line
               move 'N' to branch-overflow-flag
           end-if.

       210-compare-one-customer.
           compute pair-start-index = first-index + 1.
           perform 220-compare-one-pair
               varying second-index from pair-start-index by 1
               until second-index > branch-count.

       220-compare-one-pair.
           move spaces to match-type.

           if bt-norm-length(first-index) < 4
               or bt-norm-length(second-index) < 4
               if bt-norm-name(first-index) = bt-norm-name(second-index)
                   and bt-norm-length(first-index) > zero
                   move 'EXACT' to match-type
               end-if
           else
               perform 230-classify-pair
           end-if.

           if match-type not = spaces
               perform 280-write-pair-line
           end-if.

       230-classify-pair.
           if bt-norm-length(first-index)
                   not > bt-norm-length(second-index)
               move first-index to short-index
               move second-index to long-index
           else
               move second-index to short-index
               move first-index to long-index
           end-if.
           move bt-norm-length(short-index) to short-length.
           move bt-norm-length(long-index) to long-length.

           if bt-norm-name(short-index) = bt-norm-name(long-index)
               move 'EXACT' to match-type
           else
               if bt-norm-name(long-index)(1:short-length)
                       = bt-norm-name(short-index)(1:short-length)
                   move 'PREFIX' to match-type
               else
                   if short-length = long-length
                       perform 240-check-substitution
                   else
                       if long-length - short-length = 1
                           perform 260-check-insertion
                       end-if
                   end-if
               end-if
           end-if.

       240-check-substitution.
           move zero to mismatch-count.
           move zero to first-mismatch.
           move zero to second-mismatch.
           perform 250-compare-one-char
               varying char-index from 1 by 1
               until char-index > short-length
                   or mismatch-count > 2.

           if mismatch-count = 1
               move 'NEAR' to match-type
           end-if.

           if mismatch-count = 2
               and second-mismatch = first-mismatch + 1
               and bt-norm-name(short-index)(first-mismatch:1)
                   = bt-norm-name(long-index)(second-mismatch:1)
               and bt-norm-name(short-index)(second-mismatch:1)
                   = bt-norm-name(long-index)(first-mismatch:1)
               move 'NEAR' to match-type
           end-if.

       250-compare-one-char.
           if bt-norm-name(short-index)(char-index:1)
                   not = bt-norm-name(long-index)(char-index:1)
               add 1 to mismatch-count
               if mismatch-count = 1
                   move char-index to first-mismatch
               end-if
               if mismatch-count = 2
                   move char-index to second-mismatch
               end-if
           end-if.

       260-check-insertion.
           move zero to edit-count.
           move 1 to short-char-index.
           move 1 to long-char-index.
           perform 270-step-one-char
               until short-char-index > short-length
                   or long-char-index > long-length
                   or edit-count > 1.

           if edit-count = 1
               and short-char-index > short-length
               and long-char-index > long-length
               move 'NEAR' to match-type
           end-if.

       270-step-one-char.
           if bt-norm-name(short-index)(short-char-index:1)
                   = bt-norm-name(long-index)(long-char-index:1)
               add 1 to short-char-index
               add 1 to long-char-index
           else
               add 1 to edit-count
               add 1 to long-char-index
           end-if.

       280-write-pair-line.
           evaluate match-type
               when 'EXACT'
                   add 1 to exact-pairs
               when 'PREFIX'
                   add 1 to prefix-pairs
               when other
                   add 1 to near-pairs
           end-evaluate.

           move spaces to rp-text-line.
           string current-branch-id '  ' match-type '   '
               bt-customer-id(first-index) ' '
               bt-customer-name(first-index) ' '
               bt-salesrep-id(first-index) '  '
               bt-status-code(first-index) '    '
               bt-customer-id(second-index) ' '
               bt-customer-name(second-index) ' '
               bt-salesrep-id(second-index) '  '
               bt-status-code(second-index)
               delimited by size into rp-text-line.
           write rp-text-line.

       300-finish-program.
           move spaces to rp-text-line.
           write rp-text-line.

           move customers-read to f-count-a.
           move customers-skipped to f-count-b.
           move spaces to rp-text-line.
           string 'CUSTOMERS READ: ' f-count-a
               '   NOT COMPARED (BRANCH TABLE FULL): ' f-count-b
               delimited by size into rp-text-line.
           write rp-text-line.

           move exact-pairs to f-count-a.
           move prefix-pairs to f-count-b.
           move near-pairs to f-count-c.
           move spaces to rp-text-line.
           string 'CANDIDATE PAIRS - EXACT: ' f-count-a
               '   PREFIX: ' f-count-b '   NEAR: ' f-count-c
               delimited by size into rp-text-line.
           write rp-text-line.

           move spaces to rp-text-line.
           string 'FOLD A CONFIRMED DUPLICATE INTO ITS SURVIVOR WITH '
               'CUSTMERGE001'
               delimited by size into rp-text-line.
           write rp-text-line.

           close sorted-file.
           close report-file.

           move customers-read to f-count-a.
           display 'Customers read:  ' f-count-a.
           compute candidate-pairs =
               exact-pairs + prefix-pairs + near-pairs.
           move candidate-pairs to f-count-a.
           display 'Candidate pairs: ' f-count-a.
           display ' '.
           display 'Duplicate candidate report written to '
               report-file-name.

           if customers-skipped > zero
               display ' '
               display '*** ONE OR MORE BRANCHES EXCEEDED 1000 '
                   'CUSTOMERS - REPORT IS INCOMPLETE ***'
               move 8 to return-code
           end-if.

           display ' '.
           display 'End of duplicate candidate run'.
           stop run.
