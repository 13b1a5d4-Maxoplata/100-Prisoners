      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Paired significance test of every catalogued
      *          strategy against the built-in loop strategy, over
      *          the PAIROUT dataset written by 100-PRISONERS. Each
      *          catalog strategy plays exactly the same shuffled
      *          boxes as the loop strategy, so only the trials the
      *          two disagree on - the strategy won and the loop
      *          lost, or the other way round - carry any evidence.
      *          Those discordant counts are summed across all of a
      *          strategy's runs at each prisoners/box-open-limit
      *          parameter set and problem variant and put through
      *          McNemar's test, and each strategy gets its
      *          win-percent difference from the loop, the p-value
      *          and a plain verdict. Ends the "0.3 points apart"
      *          arguments the overall win-percents on the
      *          leaderboard cannot settle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRATEGY-PAIR-TEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIROUT-FILE ASSIGN TO "PAIROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAIROUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PAIRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    per-strategy per-run paired outcomes - the layout must
      *    stay in step with WRITE-ONE-STRATEGY-PAIR-RECORD in
      *    100-PRISONERS
           FD PAIROUT-FILE
               RECORD CONTAINS 75 CHARACTERS.
           01 PAIROUT-RECORD.
               05 PAIROUT-RUN-DATE PIC 9(8).
               05 PAIROUT-RUN-TIME PIC 9(8).
               05 PAIROUT-SCENARIO-ID PIC X(08).
               05 PAIROUT-STRATEGY-ID PIC X(08).
               05 PAIROUT-NUMBER-OF-TESTS PIC 9(7).
               05 PAIROUT-NUMBER-OF-PRISONERS PIC 9(3).
               05 PAIROUT-BOX-OPEN-LIMIT PIC 9(3).
               05 PAIROUT-BOTH-WON PIC 9(7).
               05 PAIROUT-STRATEGY-ONLY-WON PIC 9(7).
               05 PAIROUT-LOOP-ONLY-WON PIC 9(7).
               05 PAIROUT-BOTH-LOST PIC 9(7).
               05 PAIROUT-VARIANT-CODE PIC X(01).
               05 PAIROUT-CENTURY-FLAG PIC X(01).

      *    the paired-test report, to print and to sysout both
           FD REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 PAIROUT-STATUS PIC X(02).
           01 REPORT-STATUS PIC X(02).
           01 PAIROUT-EOF PIC 1(1) VALUE 0.

           01 RECORDS-READ PIC 9(7) VALUE 0.
           01 RECORDS-REJECTED PIC 9(7) VALUE 0.
           01 RECORD-CELL-TOTAL PIC 9(9).

      *    a paired record written before the four-digit-year
      *    layout - a YYMMDD run date and the rest of the record two
      *    bytes further up - and the fixed-window widening the
      *    housekeeping uses for its date. a record with its century
      *    flag blank is widened on the way in.
           01 OLD-PAIROUT-RECORD.
               05 OLD-PAIROUT-RUN-DATE PIC 9(6).
               05 OLD-PAIROUT-DATA PIC X(65).
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).

      *    one test entry per strategy per prisoners/limit pairing
      *    per problem variant - a strategy at two parameter sets, or
      *    under two variants, is two tests, because the loop it is
      *    paired with is not the same loop
           01 TEST-COUNT PIC 9(3) VALUE 0.
           01 TEST-I PIC 9(3).
           01 TEST-TABLE.
               05 TEST-ENTRY OCCURS 200 TIMES.
                   10 TEST-STRATEGY-ID PIC X(08).
                   10 TEST-VARIANT-CODE PIC X(01).
                   10 TEST-PRISONERS PIC 9(3).
                   10 TEST-LIMIT PIC 9(3).
                   10 TEST-RUNS PIC 9(4).
                   10 TEST-TRIALS PIC 9(9).
                   10 TEST-STRATEGY-ONLY PIC 9(9).
                   10 TEST-LOOP-ONLY PIC 9(9).

           01 MATCH-FOUND PIC 1(1).
           01 REAL-DIFFERENCE-COUNT PIC 9(3) VALUE 0.

      *    McNemar's test work. with B trials won by the strategy
      *    alone and C won by the loop alone, a real difference
      *    pulls B and C apart. past 25 discordant trials the
      *    continuity-corrected statistic (|B - C| - 1) squared over
      *    B + C is chi-square on one degree of freedom, so its
      *    square root is a normal deviate and the two-sided p is
      *    twice the normal tail. at 25 or fewer the exact binomial
      *    with a fair coin is cheap and the approximation is not
      *    to be trusted, so the exact sum is taken instead.
           01 DISCORDANT-TOTAL PIC 9(9).
           01 DISCORDANT-GAP PIC 9(9).
           01 DISCORDANT-SMALLER PIC 9(9).
           01 EXACT-LIMIT PIC 9(3) VALUE 25.
           01 BINOMIAL-I PIC 9(3).
           01 BINOMIAL-TERM USAGE COMP-2.
           01 BINOMIAL-SUM USAGE COMP-2.
           01 TEST-WORK USAGE COMP-2.
           01 TEST-Z USAGE COMP-2.
           01 TEST-T USAGE COMP-2.
           01 TEST-P-VALUE USAGE COMP-2.
           01 SIGNIFICANCE-LEVEL PIC 9V99 VALUE 0.05.
           01 DIFFERENCE-POINTS PIC S999V99.
           01 VERDICT-TEXT PIC X(12).

           01 REPORT-LINE PIC X(80).

      *    print lines
           01 TEST-DETAIL-LINE.
               05 DETAIL-STRATEGY-ID PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-VARIANT PIC X(01).
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-PRISONERS PIC 9(3).
               05 FILLER PIC X(01) VALUE "/".
               05 DETAIL-LIMIT PIC 9(3).
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-RUNS PIC ZZZ9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-TRIALS PIC ZZZZZZZZ9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-STRATEGY-ONLY PIC ZZZZZZZZ9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-LOOP-ONLY PIC ZZZZZZZZ9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-DIFFERENCE PIC +ZZ9.99.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-P-VALUE PIC 9.9999.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-VERDICT PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT PAIROUT-FILE

           IF PAIROUT-STATUS NOT = "00"
               DISPLAY "ABEND: PAIROUT DATASET COULD NOT BE "
                   "OPENED - FILE STATUS " PAIROUT-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE

           PERFORM UNTIL PAIROUT-EOF = 1
               READ PAIROUT-FILE
                   AT END
                       MOVE 1 TO PAIROUT-EOF
                   NOT AT END
                       PERFORM FILE-ONE-PAIROUT-RECORD
               END-READ
           END-PERFORM

           CLOSE PAIROUT-FILE

           IF TEST-COUNT = 0
               MOVE "NO PAIROUT RECORDS ON FILE - NOTHING TO TEST"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 4 TO RETURN-CODE

               STOP RUN
           END-IF

           PERFORM WRITE-PAIRED-TEST-SECTION

           CLOSE REPORT-FILE

      *    a record that does not foot was left out of the tests -
      *    the report still stands, but the step says so
           IF RECORDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    checks one run's two-by-two table foots to its trial
      *    count and folds it into its strategy's test entry
       FILE-ONE-PAIROUT-RECORD.
           ADD 1 TO RECORDS-READ

           IF PAIROUT-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-PAIROUT-RECORD
           END-IF

      *    a record filed before the problem variants were carried
      *    on PAIROUT has a blank variant, which was the classic
      *    problem
           IF PAIROUT-VARIANT-CODE = SPACE
               MOVE "C" TO PAIROUT-VARIANT-CODE
           END-IF

           COMPUTE RECORD-CELL-TOTAL = PAIROUT-BOTH-WON
               + PAIROUT-STRATEGY-ONLY-WON + PAIROUT-LOOP-ONLY-WON
               + PAIROUT-BOTH-LOST

           IF RECORD-CELL-TOTAL NOT = PAIROUT-NUMBER-OF-TESTS
               DISPLAY "WARNING: PAIROUT RECORD " RECORDS-READ
                   " (" PAIROUT-STRATEGY-ID " RUN " PAIROUT-RUN-DATE
                   "/" PAIROUT-RUN-TIME ") CELLS TOTAL "
                   RECORD-CELL-TOTAL " NOT " PAIROUT-NUMBER-OF-TESTS
                   " TRIALS - LEFT OUT"
               ADD 1 TO RECORDS-REJECTED

               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MATCH-FOUND

           PERFORM VARYING TEST-I FROM 1 BY 1
           UNTIL TEST-I > TEST-COUNT
               IF TEST-STRATEGY-ID(TEST-I) = PAIROUT-STRATEGY-ID
                   AND TEST-VARIANT-CODE(TEST-I) = PAIROUT-VARIANT-CODE
                   AND TEST-PRISONERS(TEST-I)
                       = PAIROUT-NUMBER-OF-PRISONERS
                   AND TEST-LIMIT(TEST-I) = PAIROUT-BOX-OPEN-LIMIT
                   MOVE 1 TO MATCH-FOUND

                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF MATCH-FOUND = 0
               IF TEST-COUNT >= 200
                   DISPLAY "ABEND: MORE THAN 200 STRATEGY/PARAMETER/"
                       "VARIANT PAIRINGS ON FILE"
                   MOVE 16 TO RETURN-CODE

                   STOP RUN
               END-IF

               ADD 1 TO TEST-COUNT
               MOVE TEST-COUNT TO TEST-I
               MOVE PAIROUT-STRATEGY-ID TO TEST-STRATEGY-ID(TEST-I)
               MOVE PAIROUT-VARIANT-CODE TO TEST-VARIANT-CODE(TEST-I)
               MOVE PAIROUT-NUMBER-OF-PRISONERS
                   TO TEST-PRISONERS(TEST-I)
               MOVE PAIROUT-BOX-OPEN-LIMIT TO TEST-LIMIT(TEST-I)
               MOVE 0 TO TEST-RUNS(TEST-I)
               MOVE 0 TO TEST-TRIALS(TEST-I)
               MOVE 0 TO TEST-STRATEGY-ONLY(TEST-I)
               MOVE 0 TO TEST-LOOP-ONLY(TEST-I)
           END-IF

           ADD 1 TO TEST-RUNS(TEST-I)
           ADD PAIROUT-NUMBER-OF-TESTS TO TEST-TRIALS(TEST-I)
           ADD PAIROUT-STRATEGY-ONLY-WON
               TO TEST-STRATEGY-ONLY(TEST-I)
           ADD PAIROUT-LOOP-ONLY-WON TO TEST-LOOP-ONLY(TEST-I).

      *    a paired record written before the four-digit-year
      *    layout, moved into the current one
       WIDEN-PAIROUT-RECORD.
           MOVE PAIROUT-RECORD TO OLD-PAIROUT-RECORD
           MOVE OLD-PAIROUT-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO PAIROUT-RUN-DATE
           MOVE OLD-PAIROUT-DATA TO PAIROUT-RECORD(9:65)
           MOVE SPACE TO PAIROUT-VARIANT-CODE.

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

      *    one line per strategy/parameter pairing, in the order
      *    the pairings first appear on the file
       WRITE-PAIRED-TEST-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "PAIRED TEST OF EACH STRATEGY AGAINST THE LOOP "
               "STRATEGY - " TEST-COUNT " PAIRINGS"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  McNEMAR'S TEST ON THE TRIALS THE TWO DISAGREE "
               "ON, 5% SIGNIFICANCE"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "STRATEGY V   N/K   RUNS    TRIALS  STRAT-WON  "
               " LOOP-WON    DIFF P-VALUE VERDICT"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING TEST-I FROM 1 BY 1
           UNTIL TEST-I > TEST-COUNT
               PERFORM WRITE-ONE-PAIRED-TEST
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  STRAT-WON = TRIALS THE STRATEGY WON AND THE "
               "LOOP LOST; LOOP-WON = THE"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  REVERSE. DIFF = STRATEGY WIN-PERCENT LESS THE "
               "LOOP'S, IN POINTS."
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  V = PROBLEM VARIANT: C CLASSIC, S WARDEN SWAP, "
               "A ADVERSARIAL."
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  PAIRINGS WITH A REAL DIFFERENCE: "
               REAL-DIFFERENCE-COUNT " OF " TEST-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF RECORDS-REJECTED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  RECORDS LEFT OUT FOR NOT FOOTING: "
                   RECORDS-REJECTED " OF " RECORDS-READ
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    one pairing's test and verdict
       WRITE-ONE-PAIRED-TEST.
           IF TEST-TRIALS(TEST-I) > 0
               COMPUTE DIFFERENCE-POINTS ROUNDED =
                   (TEST-STRATEGY-ONLY(TEST-I)
                       - TEST-LOOP-ONLY(TEST-I))
                   / TEST-TRIALS(TEST-I) * 100
           ELSE
               MOVE 0 TO DIFFERENCE-POINTS
           END-IF

           PERFORM COMPUTE-MCNEMAR-P-VALUE

           IF DISCORDANT-TOTAL = 0
      *        never once disagreed - a strategy that plays the loop
      *        itself, or too few trials to tell anything
               MOVE "IDENTICAL" TO VERDICT-TEXT
           ELSE
               IF TEST-P-VALUE < SIGNIFICANCE-LEVEL
                   ADD 1 TO REAL-DIFFERENCE-COUNT
                   IF TEST-STRATEGY-ONLY(TEST-I)
                       > TEST-LOOP-ONLY(TEST-I)
                       MOVE "BEATS LOOP" TO VERDICT-TEXT
                   ELSE
                       MOVE "TRAILS LOOP" TO VERDICT-TEXT
                   END-IF
               ELSE
                   MOVE "NOISE" TO VERDICT-TEXT
               END-IF
           END-IF

           MOVE TEST-STRATEGY-ID(TEST-I) TO DETAIL-STRATEGY-ID
           MOVE TEST-VARIANT-CODE(TEST-I) TO DETAIL-VARIANT
           MOVE TEST-PRISONERS(TEST-I) TO DETAIL-PRISONERS
           MOVE TEST-LIMIT(TEST-I) TO DETAIL-LIMIT
           MOVE TEST-RUNS(TEST-I) TO DETAIL-RUNS
           MOVE TEST-TRIALS(TEST-I) TO DETAIL-TRIALS
           MOVE TEST-STRATEGY-ONLY(TEST-I) TO DETAIL-STRATEGY-ONLY
           MOVE TEST-LOOP-ONLY(TEST-I) TO DETAIL-LOOP-ONLY
           MOVE DIFFERENCE-POINTS TO DETAIL-DIFFERENCE
           COMPUTE DETAIL-P-VALUE ROUNDED = TEST-P-VALUE
           MOVE VERDICT-TEXT TO DETAIL-VERDICT

           MOVE TEST-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    the two-sided p-value for one pairing's discordant
      *    counts. the floating-point work is taken one operation
      *    per COMPUTE so no intermediate result is cut down to the
      *    scale of a display field along the way.
       COMPUTE-MCNEMAR-P-VALUE.
           COMPUTE DISCORDANT-TOTAL =
               TEST-STRATEGY-ONLY(TEST-I) + TEST-LOOP-ONLY(TEST-I)

           IF TEST-STRATEGY-ONLY(TEST-I) > TEST-LOOP-ONLY(TEST-I)
               COMPUTE DISCORDANT-GAP =
                   TEST-STRATEGY-ONLY(TEST-I) - TEST-LOOP-ONLY(TEST-I)
               MOVE TEST-LOOP-ONLY(TEST-I) TO DISCORDANT-SMALLER
           ELSE
               COMPUTE DISCORDANT-GAP =
                   TEST-LOOP-ONLY(TEST-I) - TEST-STRATEGY-ONLY(TEST-I)
               MOVE TEST-STRATEGY-ONLY(TEST-I) TO DISCORDANT-SMALLER
           END-IF

           IF DISCORDANT-TOTAL = 0 OR DISCORDANT-GAP = 0
               MOVE 1 TO TEST-P-VALUE

               EXIT PARAGRAPH
           END-IF

           IF DISCORDANT-TOTAL > EXACT-LIMIT
               PERFORM COMPUTE-NORMAL-P-VALUE
           ELSE
               PERFORM COMPUTE-EXACT-P-VALUE
           END-IF

           IF TEST-P-VALUE > 1
               MOVE 1 TO TEST-P-VALUE
           END-IF.

      *    twice the chance a fair coin tossed B + C times comes up
      *    on the smaller side this often or less. each binomial
      *    term is the one before times (N - I) / (I + 1).
       COMPUTE-EXACT-P-VALUE.
           COMPUTE BINOMIAL-TERM = 0.5 ** DISCORDANT-TOTAL
           MOVE BINOMIAL-TERM TO BINOMIAL-SUM

           PERFORM VARYING BINOMIAL-I FROM 0 BY 1
           UNTIL BINOMIAL-I >= DISCORDANT-SMALLER
               COMPUTE TEST-WORK = DISCORDANT-TOTAL - BINOMIAL-I
               COMPUTE BINOMIAL-TERM = BINOMIAL-TERM * TEST-WORK
               COMPUTE TEST-WORK = BINOMIAL-I + 1
               COMPUTE BINOMIAL-TERM = BINOMIAL-TERM / TEST-WORK
               COMPUTE BINOMIAL-SUM = BINOMIAL-SUM + BINOMIAL-TERM
           END-PERFORM

           COMPUTE TEST-P-VALUE = BINOMIAL-SUM * 2.

      *    the continuity-corrected deviate (|B - C| - 1) over the
      *    square root of B + C, and twice its upper normal tail by
      *    the Abramowitz and Stegun polynomial. past ten standard
      *    deviations the tail is nothing the report can print.
       COMPUTE-NORMAL-P-VALUE.
           COMPUTE TEST-Z = DISCORDANT-GAP - 1
           COMPUTE TEST-WORK = FUNCTION SQRT(DISCORDANT-TOTAL)
           COMPUTE TEST-Z = TEST-Z / TEST-WORK

           IF TEST-Z > 10
               MOVE 0 TO TEST-P-VALUE

               EXIT PARAGRAPH
           END-IF

           COMPUTE TEST-T = 0.2316419 * TEST-Z
           COMPUTE TEST-T = 1 + TEST-T
           COMPUTE TEST-T = 1 / TEST-T

      *    the polynomial in T, by Horner's rule
           COMPUTE TEST-P-VALUE = TEST-T * 1.330274429
           COMPUTE TEST-P-VALUE = TEST-P-VALUE - 1.821255978
           COMPUTE TEST-P-VALUE = TEST-P-VALUE * TEST-T
           COMPUTE TEST-P-VALUE = TEST-P-VALUE + 1.781477937
           COMPUTE TEST-P-VALUE = TEST-P-VALUE * TEST-T
           COMPUTE TEST-P-VALUE = TEST-P-VALUE - 0.356563782
           COMPUTE TEST-P-VALUE = TEST-P-VALUE * TEST-T
           COMPUTE TEST-P-VALUE = TEST-P-VALUE + 0.319381530
           COMPUTE TEST-P-VALUE = TEST-P-VALUE * TEST-T

      *    times the normal density at the deviate, both tails
           COMPUTE TEST-WORK = TEST-Z * TEST-Z
           COMPUTE TEST-WORK = 0 - TEST-WORK
           COMPUTE TEST-WORK = TEST-WORK / 2
           COMPUTE TEST-WORK = FUNCTION EXP(TEST-WORK)
           COMPUTE TEST-P-VALUE = TEST-P-VALUE * TEST-WORK
           COMPUTE TEST-P-VALUE = TEST-P-VALUE * 0.3989422804
           COMPUTE TEST-P-VALUE = TEST-P-VALUE * 2.

      *    one line to the paired-test report and the job log both
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM STRATEGY-PAIR-TEST.
