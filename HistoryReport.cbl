      *          section showing the cumulative observed
      *          win-percent converging run over run. The same
      *          roll-ups are also written as a delimited extract
      *          for spreadsheet analysis. Runs of a problem variant
      *          are rolled up in their own sections after the
      *          classic problem's and kept out of the convergence,
      *          so they never color the classic trend.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    trend file appended to by 100-PRISONERS - the record
      *    layout must stay in step with WRITE-HISTORY-RECORD there
           FD HISTORY-FILE
               RECORD CONTAINS 42 CHARACTERS.
           01 HISTORY-RECORD.
               05 HISTORY-RUN-DATE PIC 9(8).
               05 HISTORY-NUMBER-OF-TESTS PIC 9(7).
               05 HISTORY-NUMBER-OF-PRISONERS PIC 9(3).
               05 HISTORY-BOX-OPEN-LIMIT PIC 9(3).
               05 HISTORY-TOTAL-WINS PIC 9(7).
               05 HISTORY-TOTAL-LOSSES PIC 9(7).
               05 HISTORY-WIN-PERCENT PIC 999V99.
               05 HISTORY-VARIANT-CODE PIC X(01).
               05 HISTORY-CENTURY-FLAG PIC X(01).

      *    paged print report
           FD REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 EXTRACT-RECORD PIC X(80).

      *    history records resequenced into control-break order,
      *    led by the problem variant's place in the report - the
      *    classic problem first
           SD SORT-FILE
               RECORD CONTAINS 43 CHARACTERS.
           01 SORT-RECORD.
               05 SORT-VARIANT-ORDER PIC 9(1).
               05 SORT-RUN-DATE PIC 9(8).
               05 SORT-NUMBER-OF-TESTS PIC 9(7).
               05 SORT-NUMBER-OF-PRISONERS PIC 9(3).
               05 SORT-BOX-OPEN-LIMIT PIC 9(3).
               05 SORT-TOTAL-WINS PIC 9(7).
               05 SORT-TOTAL-LOSSES PIC 9(7).
               05 SORT-WIN-PERCENT PIC 999V99.
               05 SORT-VARIANT-CODE PIC X(01).
               05 SORT-CENTURY-FLAG PIC X(01).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 HISTORY-EOF PIC 1(1) VALUE 0.
           01 FIRST-RECORD-SWITCH PIC 1(1) VALUE 1.

      *    a trend record written before the four-digit-year layout
      *    - a YYMMDD run date and the rest of the record two bytes
      *    further up - and the fixed-window widening the
      *    housekeeping uses for its date. a record with its century
      *    flag blank is widened on the way in.
           01 OLD-HISTORY-RECORD.
               05 OLD-HISTORY-RUN-DATE PIC 9(6).
               05 OLD-HISTORY-DATA PIC X(33).
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).

      *    control-break hold fields - the problem variant is the
      *    major break, then prisoners, box-open-limit, and run
      *    month the minor
           01 PRIOR-VARIANT PIC X(01).
           01 PRIOR-PRISONERS PIC 9(3).
           01 PRIOR-LIMIT PIC 9(3).
           01 PRIOR-MONTH PIC 9(6).
           01 CURRENT-MONTH PIC 9(6).

      *    roll-up accumulators at each break level. win-percent is
      *    always recomputed from the summed wins and trials so the
           01 CUMULATIVE-TRIALS PIC 9(10) VALUE 0.
           01 CUMULATIVE-WINS PIC 9(10) VALUE 0.
           01 CUMULATIVE-PERCENT PIC 999V99.
           01 VARIANT-RUNS-SKIPPED PIC 9(5) VALUE 0.

      *    page control
           01 PAGE-NUMBER PIC 9(4) VALUE 0.
               05 GROUP-PRISONERS PIC 9(3).
               05 FILLER PIC X(17) VALUE "  BOX-OPEN-LIMIT ".
               05 GROUP-LIMIT PIC 9(3).
               05 FILLER PIC X(10) VALUE "  VARIANT ".
               05 GROUP-VARIANT PIC X(01).
               05 FILLER PIC X(36) VALUE SPACES.

           01 COLUMN-HEADING-LINE.
               05 FILLER PIC X(46) VALUE
               05 FILLER PIC X(34) VALUE SPACES.

           01 MONTH-DETAIL-LINE.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-MONTH PIC 9(6).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DETAIL-RUNS PIC ZZZZ9.
               05 FILLER PIC X(01) VALUE SPACES.

           01 CONVERGE-COLUMN-LINE.
               05 FILLER PIC X(46) VALUE
                   "    RUN     DATE RUN PCT  CUM PCT   PRISONERS ".
               05 FILLER PIC X(13) VALUE "LIMIT  TRIALS".
               05 FILLER PIC X(21) VALUE SPACES.

           01 CONVERGE-DETAIL-LINE.
               05 FILLER PIC X(02) VALUE SPACES.
               05 CONVERGE-RUN PIC ZZZZ9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 CONVERGE-DATE PIC 9(8).
               05 FILLER PIC X(02) VALUE SPACES.
               05 CONVERGE-RUN-PERCENT PIC ZZ9.99.
               05 FILLER PIC X(03) VALUE SPACES.
               05 CONVERGE-CUM-PERCENT PIC ZZ9.99.
      *    print lines' blank padding
           01 EXTRACT-PRISONERS PIC 9(3).
           01 EXTRACT-LIMIT PIC 9(3).
           01 EXTRACT-MONTH PIC 9(6).
           01 EXTRACT-RUNS PIC 9(5).
           01 EXTRACT-TRIALS PIC 9(9).
           01 EXTRACT-WINS PIC 9(9).
           01 EXTRACT-WIN-PERCENT PIC ZZ9.99.
           01 EXTRACT-VARIANT PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT EXTRACT-FILE

      *    resequence the chronological trend records into
      *    control-break order: problem variant, prisoners, then
      *    box-open-limit, then run date for the monthly roll-up
      *    within the break
           SORT SORT-FILE
               ON ASCENDING KEY SORT-VARIANT-ORDER
               ON ASCENDING KEY SORT-VARIANT-CODE
               ON ASCENDING KEY SORT-NUMBER-OF-PRISONERS
               ON ASCENDING KEY SORT-BOX-OPEN-LIMIT
               ON ASCENDING KEY SORT-RUN-DATE
               INPUT PROCEDURE IS RELEASE-HISTORY-RECORDS
               OUTPUT PROCEDURE IS PROCESS-SORTED-HISTORY

      *    closing section - the trend file in its original run

           STOP RUN.

      *    feeds the trend records to the sort. a run filed before
      *    the problem variants existed carries a blank variant,
      *    which was the classic problem
       RELEASE-HISTORY-RECORDS.
           MOVE 0 TO HISTORY-EOF

           OPEN INPUT HISTORY-FILE

           PERFORM UNTIL HISTORY-EOF = 1
               READ HISTORY-FILE
                   AT END
                       MOVE 1 TO HISTORY-EOF
                   NOT AT END
                       IF HISTORY-CENTURY-FLAG NOT = "Y"
                           PERFORM WIDEN-HISTORY-RECORD
                       END-IF

                       IF HISTORY-VARIANT-CODE = SPACE
                           MOVE "C" TO HISTORY-VARIANT-CODE
                       END-IF

                       MOVE HISTORY-RECORD TO SORT-RECORD(2:42)

                       IF HISTORY-VARIANT-CODE = "C"
                           MOVE 0 TO SORT-VARIANT-ORDER
                       ELSE
                           MOVE 1 TO SORT-VARIANT-ORDER
                       END-IF

                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE.

      *    drains the sorted records, firing the month, limit,
      *    prisoner and variant control breaks as the key fields
      *    change
       PROCESS-SORTED-HISTORY.
           MOVE 0 TO SORT-EOF
           MOVE 1 TO FIRST-RECORD-SWITCH
               PERFORM PRINT-MONTH-ROLLUP
               PERFORM PRINT-LIMIT-TOTAL
               PERFORM PRINT-PRISONER-TOTAL
               PERFORM PRINT-VARIANT-TOTAL
           ELSE
               MOVE "NO HISTORY RECORDS ON FILE" TO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    accumulates one sorted history record, breaking on any
      *    change of variant, prisoners, box-open-limit or run
      *    month first
       ROLL-UP-HISTORY-RECORD.
           MOVE SORT-RUN-DATE(1:6) TO CURRENT-MONTH

           IF FIRST-RECORD-SWITCH = 1
               MOVE 0 TO FIRST-RECORD-SWITCH
               MOVE SORT-VARIANT-CODE TO PRIOR-VARIANT
               MOVE SORT-NUMBER-OF-PRISONERS TO PRIOR-PRISONERS
               MOVE SORT-BOX-OPEN-LIMIT TO PRIOR-LIMIT
               MOVE CURRENT-MONTH TO PRIOR-MONTH
               PERFORM PRINT-GROUP-HEADING
           ELSE
               IF SORT-VARIANT-CODE NOT = PRIOR-VARIANT
                   PERFORM PRINT-MONTH-ROLLUP
                   PERFORM PRINT-LIMIT-TOTAL
                   PERFORM PRINT-PRISONER-TOTAL
                   PERFORM PRINT-VARIANT-TOTAL
                   MOVE SORT-VARIANT-CODE TO PRIOR-VARIANT
                   MOVE SORT-NUMBER-OF-PRISONERS TO PRIOR-PRISONERS
                   MOVE SORT-BOX-OPEN-LIMIT TO PRIOR-LIMIT
                   MOVE CURRENT-MONTH TO PRIOR-MONTH
                   PERFORM PRINT-GROUP-HEADING
               ELSE
                   IF SORT-NUMBER-OF-PRISONERS NOT = PRIOR-PRISONERS
                       PERFORM PRINT-MONTH-ROLLUP
                       PERFORM PRINT-LIMIT-TOTAL
                       PERFORM PRINT-PRISONER-TOTAL
                       MOVE SORT-NUMBER-OF-PRISONERS
                           TO PRIOR-PRISONERS
                       MOVE SORT-BOX-OPEN-LIMIT TO PRIOR-LIMIT
                       MOVE CURRENT-MONTH TO PRIOR-MONTH
                       PERFORM PRINT-GROUP-HEADING
                   ELSE
                       IF SORT-BOX-OPEN-LIMIT NOT = PRIOR-LIMIT
                           PERFORM PRINT-MONTH-ROLLUP
                           PERFORM PRINT-LIMIT-TOTAL
                           MOVE SORT-BOX-OPEN-LIMIT TO PRIOR-LIMIT
                           MOVE CURRENT-MONTH TO PRIOR-MONTH
                           PERFORM PRINT-GROUP-HEADING
                       ELSE
                           IF CURRENT-MONTH NOT = PRIOR-MONTH
                               PERFORM PRINT-MONTH-ROLLUP
                               MOVE CURRENT-MONTH TO PRIOR-MONTH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE 0 TO PRISONER-TRIALS
           MOVE 0 TO PRISONER-WINS.

      *    prints the problem variant's grand total line - there is
      *    no total across variants, which would blend the classic
      *    rate with the variants' - then starts the next variant's
      *    section on a fresh page
       PRINT-VARIANT-TOTAL.
           MOVE SPACES TO TOTAL-LABEL
           STRING "VRNT " PRIOR-VARIANT
               DELIMITED BY SIZE INTO TOTAL-LABEL
           MOVE GRAND-RUNS TO TOTAL-RUNS
           MOVE GRAND-TRIALS TO TOTAL-TRIALS
           MOVE GRAND-WINS TO TOTAL-WINS-OUT
           MOVE ROLLUP-WIN-PERCENT TO TOTAL-WIN-PERCENT

           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO GRAND-RUNS
           MOVE 0 TO GRAND-TRIALS
           MOVE 0 TO GRAND-WINS
           MOVE 99 TO LINE-COUNT.

      *    prints the prisoners/box-open-limit group heading and its
      *    roll-up column headings at the start of each break
       PRINT-GROUP-HEADING.
           MOVE PRIOR-PRISONERS TO GROUP-PRISONERS
           MOVE PRIOR-LIMIT TO GROUP-LIMIT
           MOVE PRIOR-VARIANT TO GROUP-VARIANT

           MOVE GROUP-HEADING-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE MONTH-TRIALS TO EXTRACT-TRIALS
           MOVE MONTH-WINS TO EXTRACT-WINS
           MOVE ROLLUP-WIN-PERCENT TO EXTRACT-WIN-PERCENT
           MOVE PRIOR-VARIANT TO EXTRACT-VARIANT

           MOVE SPACES TO EXTRACT-RECORD
           STRING EXTRACT-PRISONERS ";" EXTRACT-LIMIT ";"
               EXTRACT-MONTH ";" EXTRACT-RUNS ";"
               EXTRACT-TRIALS ";" EXTRACT-WINS ";"
               EXTRACT-WIN-PERCENT ";" EXTRACT-VARIANT
               DELIMITED BY SIZE
               INTO EXTRACT-RECORD

      *    rereads the trend file in its original chronological
      *    order and prints each run with the cumulative weighted
      *    win-percent through that run, so the convergence toward
      *    the long-run rate can be seen run over run. only the
      *    classic problem converges on that rate - problem-variant
      *    runs are counted and left out
       WRITE-CONVERGENCE-SECTION.
           MOVE 99 TO LINE-COUNT

                   AT END
                       MOVE 1 TO HISTORY-EOF
                   NOT AT END
                       IF HISTORY-CENTURY-FLAG NOT = "Y"
                           PERFORM WIDEN-HISTORY-RECORD
                       END-IF

                       IF HISTORY-VARIANT-CODE NOT = SPACE
                           AND HISTORY-VARIANT-CODE NOT = "C"
                           ADD 1 TO VARIANT-RUNS-SKIPPED
                       ELSE
                           PERFORM CONVERGE-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE

           IF VARIANT-RUNS-SKIPPED > 0
               MOVE SPACES TO PRINT-LINE
               STRING "  " VARIANT-RUNS-SKIPPED
                   " PROBLEM-VARIANT RUNS LEFT OUT OF THE CONVERGENCE"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    one classic run's line in the convergence section
       CONVERGE-ONE-RUN.
           ADD 1 TO RUN-SEQUENCE
           ADD HISTORY-NUMBER-OF-TESTS TO CUMULATIVE-TRIALS
           ADD HISTORY-TOTAL-WINS TO CUMULATIVE-WINS

           IF CUMULATIVE-TRIALS > 0
               COMPUTE CUMULATIVE-PERCENT ROUNDED =
                   (CUMULATIVE-WINS / CUMULATIVE-TRIALS) * 100
           END-IF

           MOVE RUN-SEQUENCE TO CONVERGE-RUN
           MOVE HISTORY-RUN-DATE TO CONVERGE-DATE
           MOVE HISTORY-WIN-PERCENT TO CONVERGE-RUN-PERCENT
           MOVE CUMULATIVE-PERCENT TO CONVERGE-CUM-PERCENT
           MOVE HISTORY-NUMBER-OF-PRISONERS TO CONVERGE-PRISONERS
           MOVE HISTORY-BOX-OPEN-LIMIT TO CONVERGE-LIMIT
           MOVE HISTORY-NUMBER-OF-TESTS TO CONVERGE-TRIALS

           MOVE CONVERGE-DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    a trend record written before the four-digit-year
      *    layout, moved into the current one
       WIDEN-HISTORY-RECORD.
           MOVE HISTORY-RECORD TO OLD-HISTORY-RECORD
           MOVE OLD-HISTORY-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO HISTORY-RUN-DATE
           MOVE OLD-HISTORY-DATA TO HISTORY-RECORD(9:33).

      *    widens a two-digit-year date in WIDEN-DATE to the full
      *    CCYYMMDD form in RECORD-FULL-DATE
       WIDEN-RECORD-DATE.
           MOVE WIDEN-DATE(1:2) TO WIDEN-YEAR

           IF WIDEN-YEAR < 70
               COMPUTE RECORD-FULL-DATE =
                   20000000 + WIDEN-DATE
           ELSE
               COMPUTE RECORD-FULL-DATE =
                   19000000 + WIDEN-DATE
           END-IF.

      *    writes PRINT-LINE to the report, starting a fresh page
      *    with its heading whenever the current one fills up
