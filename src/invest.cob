           ASSIGN TO scenario-report-file-name
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT rate-path-file ASSIGN TO '../data/INVPATH.DAT'
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS rate-path-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  scenario-file
         05 filler                    pic x(3)  value spaces.
         05 sr-d-future-value         pic z,zzz,zzz.99.
       01 sr-text-line                pic x(80).
       01 sr-path-summary-line.
         05 sr-p-path-name            pic x(12).
         05 filler                    pic x(2)  value spaces.
         05 sr-p-ending-value         pic z,zzz,zzz.99.
         05 filler                    pic x(3)  value spaces.
         05 sr-p-worst-year           pic z9.
         05 filler                    pic x(2)  value spaces.
         05 sr-p-worst-return         pic zz9.9-.
         05 filler                    pic x(1)  value spaces.
         05 sr-p-worst-result         pic z,zzz,zzz.99-.
         05 filler                    pic x(2)  value spaces.
         05 sr-p-outcome              pic x(25).
       01 sr-grid-line                pic x(132).

       FD  rate-path-file
           RECORD CONTAINS 18 CHARACTERS.
       01 rate-path-record.
         05 rp-path-name             pic x(12).
         05 rp-year                  pic 9(2).
         05 rp-annual-rate           pic s9(2)v9(1)
                                     sign leading separate.

       WORKING-STORAGE SECTION.
       01 user-entries.
         05 periodic-contribution     pic 9(5)v99 value zero.
         05 periods-per-year          pic 99      value 1.
         05 period-counter            pic 999.
         05 applied-rate              pic s99v9   value zero.

       01 amortization-fields.
         05 beginning-balance            pic 9(7)v99.
             88 batch-mode                 value 2.
             88 goal-seek-mode             value 3.
             88 drawdown-mode              value 4.
             88 stress-test-mode           value 5.

       01 goal-seek-fields.
         05 target-value             pic 9(7)v99  value zero.
         05 current-date-value      pic x(8).
         05 scenario-report-file-name pic x(40).

       01 rate-path-fields.
         05 rate-path-file-status    pic xx.
         05 path-eof                 pic 9     value zero.
         05 path-count               pic 99    value zero.
         05 path-max                 pic 99    value 16.
         05 path-index               pic 99.
         05 path-search-index        pic 99.
         05 path-found-flag          pic x     value 'N'.
             88 path-found                 value 'Y'.
         05 path-rejected-count      pic 9(3)  value zero.
         05 stress-choice            pic 9     value 1.
             88 stress-growth              value 1.
             88 stress-drawdown            value 2.
         05 block-start              pic 99.
         05 block-end                pic 99.
         05 grid-column              pic 99.
         05 formatted-starting-value pic zz,zz9.
         05 formatted-years          pic z9.
         05 year-return              pic s999v9.

       01 rate-path-table.
         05 rate-path                occurs 16 times.
           10 pt-path-name           pic x(12).
           10 pt-last-year           pic 99.
           10 pt-ending-value        pic 9(7)v99.
           10 pt-worst-year          pic 99.
           10 pt-worst-return        pic s999v9.
           10 pt-worst-result        pic s9(7)v99.
           10 pt-depletion-year      pic 999.
           10 pt-overflow-flag       pic x.
           10 pt-path-year           occurs 99 times.
             15 pt-year-given        pic x.
             15 pt-year-rate         pic s99v9.
             15 pt-year-balance      pic 9(7)v99.

       01 stress-grid-line.
         05 gl-year-area.
           10 gl-year                pic zz9.
           10 filler                 pic x.
         05 gl-cell                  occurs 8 times.
           10 filler                 pic x(2).
           10 gl-cell-text           pic x(14).
           10 gl-cell-amount redefines gl-cell-text
                                     pic zz,zzz,zzz.99b.

       PROCEDURE DIVISION.
       000-RUN-APPLICATION.
           DISPLAY '--------------------------------'.
           DISPLAY 'Enter 2 for batch scenario file mode.'.
           DISPLAY 'Enter 3 for goal-seek mode.'.
           DISPLAY 'Enter 4 for retirement drawdown mode.'.
           DISPLAY 'Enter 5 for rate-path stress test mode.'.
           ACCEPT  run-mode.

           EVALUATE TRUE
                   PERFORM 080-RUN-GOAL-SEEK
               WHEN drawdown-mode
                   PERFORM 090-RUN-DRAWDOWN
               WHEN stress-test-mode
                   PERFORM 100-RUN-RATE-PATH-STRESS
               WHEN OTHER
                   PERFORM 020-PRINT-HEADER
                   PERFORM 010-RUN-APPLICATION-CYCLE
       043-CALC-YEAR-STEP.
           MOVE future-value TO beginning-balance.
           MOVE ZERO         TO contribution-this-year.
           IF NOT stress-test-mode
               MOVE annual-interest-rate TO applied-rate
           END-IF.

           PERFORM 044-CALC-PERIOD-STEP
           VARYING period-counter FROM 1 BY 1
       044-CALC-PERIOD-STEP.
           COMPUTE future-value rounded =
               future-value +
               (future-value * applied-rate
                   / periods-per-year / 100)
               ON SIZE ERROR
                   MOVE 'Y' TO fv-overflow-flag
       097-CALC-DRAWDOWN-YEAR-STEP.
           MOVE future-value TO beginning-balance.
           MOVE ZERO         TO withdrawal-this-year.
           IF NOT stress-test-mode
               MOVE annual-interest-rate TO applied-rate
           END-IF.

           PERFORM 093-CALC-DRAWDOWN-PERIOD-STEP
           VARYING period-counter FROM 1 BY 1
       093-CALC-DRAWDOWN-PERIOD-STEP.
           COMPUTE future-value ROUNDED =
               future-value +
               (future-value * applied-rate
                   / periods-per-year / 100)
               ON SIZE ERROR
                   MOVE 9999999.99 TO future-value
           ELSE
               MOVE wd-mid-cents TO wd-lo-cents
           END-IF.

       100-RUN-RATE-PATH-STRESS.
           PERFORM 102-LOAD-RATE-PATHS.

           IF path-count = ZERO
               DISPLAY 'No rate paths available - stress test not run.'
           ELSE
               PERFORM 106-GET-STRESS-DATA
               PERFORM 036-SET-PERIODS-PER-YEAR
               PERFORM 110-RUN-ONE-PATH
                   VARYING path-index FROM 1 BY 1
                   UNTIL path-index > path-count
               PERFORM 120-WRITE-STRESS-REPORT
           END-IF.

       102-LOAD-RATE-PATHS.
           MOVE ZERO TO path-count.
           MOVE ZERO TO path-rejected-count.
           MOVE ZERO TO path-eof.
           INITIALIZE rate-path-table.

           OPEN INPUT rate-path-file.
           IF rate-path-file-status NOT = '00'
               DISPLAY 'Cannot open ../data/INVPATH.DAT - status '
                   rate-path-file-status
           ELSE
               PERFORM 103-READ-RATE-PATH-RECORD
               UNTIL   path-eof > 0
               CLOSE rate-path-file
               PERFORM 105-FILL-PATH-YEARS
                   VARYING path-index FROM 1 BY 1
                   UNTIL path-index > path-count
               DISPLAY ' '
               DISPLAY path-count ' rate paths loaded.'
               IF path-rejected-count > ZERO
                   DISPLAY path-rejected-count
                       ' rate path records ignored - invalid year or'
                       ' rate, or more than ' path-max ' paths.'
               END-IF
           END-IF.

       103-READ-RATE-PATH-RECORD.
           READ rate-path-file INTO rate-path-record
               AT END
               MOVE 1 TO path-eof

               NOT AT END
               PERFORM 104-STORE-PATH-RATE
           END-READ.

       104-STORE-PATH-RATE.
           MOVE 'N' TO path-found-flag.

           IF rp-year NUMERIC AND rp-year > ZERO
                   AND rp-annual-rate NUMERIC
               PERFORM 109-FIND-PATH
                   VARYING path-search-index FROM 1 BY 1
                   UNTIL path-search-index > path-count
                   OR path-found
               IF NOT path-found AND path-count < path-max
                   ADD 1 TO path-count
                   MOVE path-count TO path-index
                   MOVE rp-path-name TO pt-path-name(path-index)
                   MOVE 'Y' TO path-found-flag
               END-IF
           END-IF.

           IF path-found
               MOVE rp-annual-rate TO pt-year-rate(path-index, rp-year)
               MOVE 'Y' TO pt-year-given(path-index, rp-year)
               IF rp-year > pt-last-year(path-index)
                   MOVE rp-year TO pt-last-year(path-index)
               END-IF
           ELSE
               ADD 1 TO path-rejected-count
           END-IF.

       105-FILL-PATH-YEARS.
           PERFORM 107-FILL-ONE-PATH-YEAR
               VARYING year-counter FROM 2 BY 1
               UNTIL year-counter > 99.

       106-GET-STRESS-DATA.
           DISPLAY '--------------------------------'.
           DISPLAY 'Enter 1 to stress a growth scenario with'.
           DISPLAY 'contributions.'.
           DISPLAY 'Enter 2 to stress a drawdown scenario with'.
           DISPLAY 'withdrawals.'.
           ACCEPT  stress-choice.

           PERFORM UNTIL stress-growth OR stress-drawdown
               DISPLAY 'Invalid entry - enter 1 or 2:'
               ACCEPT stress-choice
           END-PERFORM.
           DISPLAY ' '.

           DISPLAY 'Enter starting balance (xxxxx):'.
           ACCEPT  starting-value.
           DISPLAY ' '.

           DISPLAY 'Enter number of years to model (xx):'.
           ACCEPT  number-of-years.

           PERFORM UNTIL number-of-years > ZERO
               DISPLAY 'Invalid entry - enter 1 to 99:'
               ACCEPT number-of-years
           END-PERFORM.
           DISPLAY ' '.

           DISPLAY 'Enter compounding frequency:'.
           DISPLAY '  1 = annual   2 = quarterly   3 = monthly'.
           ACCEPT  compounding-choice.

           PERFORM UNTIL compounding-annual OR compounding-quarterly
                   OR compounding-monthly
               DISPLAY 'Invalid entry - enter 1, 2, or 3:'
               ACCEPT compounding-choice
           END-PERFORM.
           DISPLAY ' '.

           IF stress-drawdown
               MOVE ZERO TO periodic-contribution
               DISPLAY 'Enter periodic withdrawal (xxxxx.xx):'
               ACCEPT periodic-withdrawal
           ELSE
               MOVE ZERO TO periodic-withdrawal
               DISPLAY 'Enter periodic contribution amount'
               DISPLAY '(xxxxx.xx, 0 for none):'
               ACCEPT periodic-contribution
           END-IF.
           DISPLAY ' '.

       107-FILL-ONE-PATH-YEAR.
           IF pt-year-given(path-index, year-counter) NOT = 'Y'
               MOVE pt-year-rate(path-index, year-counter - 1)
                   TO pt-year-rate(path-index, year-counter)
           END-IF.

       109-FIND-PATH.
           IF pt-path-name(path-search-index) = rp-path-name
               MOVE path-search-index TO path-index
               MOVE 'Y' TO path-found-flag
           END-IF.

       110-RUN-ONE-PATH.
           MOVE 'N' TO fv-overflow-flag.
           MOVE 'N' TO depleted-flag.
           MOVE ZERO TO depletion-year.
           MOVE starting-value TO future-value.

           PERFORM 112-RUN-ONE-PATH-YEAR
               VARYING year-counter FROM 1 BY 1
               UNTIL year-counter > number-of-years
               OR fund-depleted.

           MOVE future-value    TO pt-ending-value(path-index).
           MOVE depletion-year  TO pt-depletion-year(path-index).
           MOVE fv-overflow-flag TO pt-overflow-flag(path-index).

       112-RUN-ONE-PATH-YEAR.
           MOVE pt-year-rate(path-index, year-counter) TO applied-rate.

           IF stress-drawdown
               PERFORM 097-CALC-DRAWDOWN-YEAR-STEP
               IF fund-depleted
                   MOVE year-counter TO depletion-year
               END-IF
           ELSE
               PERFORM 043-CALC-YEAR-STEP
           END-IF.

           MOVE future-value
               TO pt-year-balance(path-index, year-counter).

           MOVE ZERO TO year-return.
           IF beginning-balance > ZERO
               COMPUTE year-return ROUNDED =
                   interest-this-year * 100 / beginning-balance
                   ON SIZE ERROR
                       MOVE ZERO TO year-return
               END-COMPUTE
           END-IF.

           IF year-counter = 1
                   OR year-return < pt-worst-return(path-index)
               MOVE year-counter       TO pt-worst-year(path-index)
               MOVE year-return        TO pt-worst-return(path-index)
               MOVE interest-this-year TO pt-worst-result(path-index)
           END-IF.

       120-WRITE-STRESS-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO current-date-value.
           MOVE SPACES TO scenario-report-file-name.
           STRING '../data/INVSTRS.' current-date-value '.DAT'
               DELIMITED BY SIZE INTO scenario-report-file-name.
           OPEN OUTPUT scenario-report-file.

           MOVE SPACES TO sr-header-line1.
           STRING 'INVESTMENT RATE-PATH STRESS REPORT   RUN DATE: '
               current-date-value(5:2) '/' current-date-value(7:2)
               '/' current-date-value(1:4)
               DELIMITED BY SIZE INTO sr-header-line1.
           WRITE sr-header-line1.

           MOVE starting-value  TO formatted-starting-value.
           MOVE number-of-years TO formatted-years.
           MOVE SPACES TO sr-text-line.
           IF stress-drawdown
               MOVE periodic-withdrawal TO formatted-withdrawal
               STRING 'DRAWDOWN  START ' formatted-starting-value
                   '  YEARS ' formatted-years '  '
                   compounding-description '  WITHDRAWAL '
                   formatted-withdrawal
                   DELIMITED BY SIZE INTO sr-text-line
           ELSE
               MOVE periodic-contribution TO formatted-contribution
               STRING 'GROWTH    START ' formatted-starting-value
                   '  YEARS ' formatted-years '  '
                   compounding-description '  CONTRIBUTION '
                   formatted-contribution
                   DELIMITED BY SIZE INTO sr-text-line
           END-IF.
           WRITE sr-text-line.

           MOVE SPACES TO sr-text-line.
           WRITE sr-text-line.

           MOVE SPACES TO sr-header-line2.
           STRING 'PATH' '          ' '  ENDING VALUE' '  '
               'WORST YR  RETURN%' '    YEAR RESULT' '  ' 'OUTCOME'
               DELIMITED BY SIZE INTO sr-header-line2.
           WRITE sr-header-line2.
           DISPLAY sr-header-line2.

           PERFORM 122-WRITE-PATH-SUMMARY
               VARYING path-index FROM 1 BY 1
               UNTIL path-index > path-count.

           MOVE SPACES TO sr-text-line.
           WRITE sr-text-line.
           MOVE 'YEAR-END BALANCE BY PATH' TO sr-text-line.
           WRITE sr-text-line.

           PERFORM 124-WRITE-GRID-BLOCK
               VARYING block-start FROM 1 BY 8
               UNTIL block-start > path-count.

           CLOSE scenario-report-file.

           DISPLAY ' '.
           DISPLAY 'Rate-path stress report written to '
               scenario-report-file-name.

       122-WRITE-PATH-SUMMARY.
           MOVE SPACES TO sr-path-summary-line.
           MOVE pt-path-name(path-index)    TO sr-p-path-name.
           MOVE pt-ending-value(path-index) TO sr-p-ending-value.
           MOVE pt-worst-year(path-index)   TO sr-p-worst-year.
           MOVE pt-worst-return(path-index) TO sr-p-worst-return.
           MOVE pt-worst-result(path-index) TO sr-p-worst-result.

           EVALUATE TRUE
               WHEN pt-depletion-year(path-index) > ZERO
                   STRING 'RAN OUT OF MONEY IN YR '
                       pt-depletion-year(path-index)(2:2)
                       DELIMITED BY SIZE INTO sr-p-outcome
               WHEN pt-overflow-flag(path-index) = 'Y'
                   MOVE 'CAPPED AT 9,999,999.99' TO sr-p-outcome
               WHEN stress-drawdown
                   MOVE 'LASTS ALL MODELED YEARS' TO sr-p-outcome
           END-EVALUATE.

           WRITE sr-path-summary-line.
           DISPLAY sr-path-summary-line.

       124-WRITE-GRID-BLOCK.
           COMPUTE block-end = block-start + 7.
           IF block-end > path-count
               MOVE path-count TO block-end
           END-IF.

           MOVE SPACES TO sr-text-line.
           WRITE sr-text-line.

           MOVE SPACES TO stress-grid-line.
           MOVE 'YR' TO gl-year-area.
           PERFORM 125-SET-GRID-HEADING
               VARYING path-index FROM block-start BY 1
               UNTIL path-index > block-end.
           WRITE sr-grid-line FROM stress-grid-line.

           PERFORM 126-WRITE-GRID-YEAR
               VARYING year-counter FROM 1 BY 1
               UNTIL year-counter > number-of-years.

       125-SET-GRID-HEADING.
           COMPUTE grid-column = path-index - block-start + 1.
           MOVE pt-path-name(path-index) TO gl-cell-text(grid-column).

       126-WRITE-GRID-YEAR.
           MOVE SPACES TO stress-grid-line.
           MOVE year-counter TO gl-year.
           PERFORM 127-SET-GRID-CELL
               VARYING path-index FROM block-start BY 1
               UNTIL path-index > block-end.
           WRITE sr-grid-line FROM stress-grid-line.

       127-SET-GRID-CELL.
           COMPUTE grid-column = path-index - block-start + 1.
           EVALUATE TRUE
               WHEN pt-depletion-year(path-index) = ZERO
                   MOVE pt-year-balance(path-index, year-counter)
                       TO gl-cell-amount(grid-column)
               WHEN year-counter = pt-depletion-year(path-index)
                   MOVE '   *DEPLETED*' TO gl-cell-text(grid-column)
               WHEN year-counter < pt-depletion-year(path-index)
                   MOVE pt-year-balance(path-index, year-counter)
                       TO gl-cell-amount(grid-column)
           END-EVALUATE.
