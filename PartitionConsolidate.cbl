               RECORD KEY IS RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

      *    the same repository in its two-digit-year layout, used
      *    only while the cluster awaits conversion
           SELECT OLD-RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
      *    the layout must stay in step with WRITE-RESULTS-RECORD
      *    in 100-PRISONERS
           FD PARTIN-FILE
               RECORD CONTAINS 137 CHARACTERS.
           01 PARTIN-RECORD.
               05 PART-RUN-DATE PIC 9(8).
               05 PART-RUN-TIME PIC 9(8).
               05 PART-RANDOM-SEED PIC 9(9).
               05 PART-NUMBER-OF-TESTS PIC 9(7).
               05 PART-STD-ERROR-PERCENT PIC 99V999.
               05 PART-CONFIDENCE-LOW PIC 999V99.
               05 PART-CONFIDENCE-HIGH PIC 999V99.
               05 PART-SHUFFLE-METHOD PIC X(01).
               05 PART-VARIANT-CODE PIC X(01).
               05 PART-CLASSIC-WINS PIC 9(7).

      *    the combined run record, same layout as a RESULTS record
      *    so everything downstream can read it unchanged
           FD CONSOUT-FILE
               RECORD CONTAINS 137 CHARACTERS.
           01 CONSOUT-RECORD.
               05 CONS-RUN-DATE PIC 9(8).
               05 CONS-RUN-TIME PIC 9(8).
               05 CONS-RANDOM-SEED PIC 9(9).
               05 CONS-NUMBER-OF-TESTS PIC 9(7).
               05 CONS-STD-ERROR-PERCENT PIC 99V999.
               05 CONS-CONFIDENCE-LOW PIC 999V99.
               05 CONS-CONFIDENCE-HIGH PIC 999V99.
               05 CONS-SHUFFLE-METHOD PIC X(01).
               05 CONS-VARIANT-CODE PIC X(01).
               05 CONS-CLASSIC-WINS PIC 9(7).

      *    the keyed run repository - the layout must stay in step
      *    with WRITE-RESULTS-RECORD in 100-PRISONERS
           FD RESULTS-FILE
               RECORD CONTAINS 137 CHARACTERS.
           01 RESULTS-RECORD.
               05 RESULTS-KEY.
                   10 RESULTS-RUN-DATE PIC 9(8).
                   10 RESULTS-RUN-TIME PIC 9(8).
                   10 RESULTS-RANDOM-SEED PIC 9(9).
               05 RESULTS-BODY PIC X(112).

      *    a RESULTS cluster still in the two-digit-year layout -
      *    the run date is YYMMDD and everything after the key sits
      *    two bytes further up. see FILE-OLD-LAYOUT-RESULTS.
           FD OLD-RESULTS-FILE
               RECORD CONTAINS 135 CHARACTERS.
           01 OLD-RESULTS-RECORD.
               05 OLD-RESULTS-KEY.
                   10 OLD-RESULTS-RUN-DATE PIC 9(6).
                   10 OLD-RESULTS-RUN-TIME PIC 9(8).
                   10 OLD-RESULTS-RANDOM-SEED PIC 9(9).
               05 OLD-RESULTS-DATA PIC X(112).

      *    the trend file - the layout must stay in step with
      *    WRITE-HISTORY-RECORD in 100-PRISONERS
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

       WORKING-STORAGE SECTION.
      *    dataset handling
      *    the combined record is staged here so the repository
      *    filing and the trend append work from a stable copy
      *    after the CONSOUT buffer is gone
           01 COMBINED-RECORD-IMAGE PIC X(137).
           01 COMBINED-RUN-DATE PIC 9(8).

      *    the parameters every partial must agree on, taken from
      *    the first record read
           01 BASE-NUMBER-OF-PRISONERS PIC 9(3).
           01 BASE-BOX-OPEN-LIMIT PIC 9(3).
           01 BASE-SCENARIO-ID PIC X(08).
           01 BASE-SHUFFLE-METHOD PIC X(01).
           01 PART-SHUFFLE-SEEN PIC X(01).
           01 BASE-VARIANT-CODE PIC X(01).
           01 PART-VARIANT-SEEN PIC X(01).

      *    one slot per possible partition, to catch a partition
      *    that reported twice or not at all
           01 COMBINED-LOSSES PIC 9(9) VALUE 0.
           01 COMBINED-WINS-RANDOM PIC 9(9) VALUE 0.
           01 COMBINED-LOSSES-RANDOM PIC 9(9) VALUE 0.
           01 COMBINED-CLASSIC-WINS PIC 9(9) VALUE 0.
           01 COMBINED-MIN-CHAIN PIC 9(3) VALUE 0.
           01 COMBINED-MAX-CHAIN PIC 9(3) VALUE 0.
           01 COMBINED-SUM-CHAIN PIC 9(12) VALUE 0.
       TALLY-PARTIAL-RECORD.
           ADD 1 TO RECORD-COUNT

      *    a partial filed before the shuffle was selectable carries
      *    a blank method - it used the legacy shuffle
           IF PART-SHUFFLE-METHOD = "F"
               MOVE "F" TO PART-SHUFFLE-SEEN
           ELSE
               MOVE "L" TO PART-SHUFFLE-SEEN
           END-IF

      *    and one filed before the problem variants existed played
      *    the classic problem
           IF PART-VARIANT-CODE = SPACE
               MOVE "C" TO PART-VARIANT-SEEN
           ELSE
               MOVE PART-VARIANT-CODE TO PART-VARIANT-SEEN
           END-IF
           IF PART-CLASSIC-WINS NOT NUMERIC
               MOVE PART-TOTAL-WINS TO PART-CLASSIC-WINS
           END-IF

           IF RECORD-COUNT = 1
      *        the theory figure depends only on the prisoner count
      *        and box-opening limit, so every partial carries the
                   TO BASE-NUMBER-OF-PRISONERS
               MOVE PART-BOX-OPEN-LIMIT TO BASE-BOX-OPEN-LIMIT
               MOVE PART-SCENARIO-ID TO BASE-SCENARIO-ID
               MOVE PART-SHUFFLE-SEEN TO BASE-SHUFFLE-METHOD
               MOVE PART-VARIANT-SEEN TO BASE-VARIANT-CODE
           ELSE
               IF PART-NUMBER-OF-TESTS NOT = BASE-NUMBER-OF-TESTS
                   OR PART-NUMBER-OF-PRISONERS
                       NOT = BASE-NUMBER-OF-PRISONERS
                   OR PART-BOX-OPEN-LIMIT NOT = BASE-BOX-OPEN-LIMIT
                   OR PART-PARTITION-COUNT NOT = EXPECTED-COUNT
                   OR PART-SHUFFLE-SEEN NOT = BASE-SHUFFLE-METHOD
                   OR PART-VARIANT-SEEN NOT = BASE-VARIANT-CODE
                   DISPLAY "ERROR: RECORD " RECORD-COUNT
                       " (PARTITION " PART-PARTITION-NUMBER
                       ") WAS RUN UNDER DIFFERENT PARAMETERS THAN "
           ADD PART-TOTAL-LOSSES TO COMBINED-LOSSES
           ADD PART-TOTAL-WINS-RANDOM TO COMBINED-WINS-RANDOM
           ADD PART-TOTAL-LOSSES-RANDOM TO COMBINED-LOSSES-RANDOM
           ADD PART-CLASSIC-WINS TO COMBINED-CLASSIC-WINS
           ADD PART-SUM-CHAIN-LENGTH TO COMBINED-SUM-CHAIN

      *    a partial with no successful prisoners carries zero
               STANDARD-ERROR-PERCENT "%"
           DISPLAY "95% confidence interval on observed: "
               CONFIDENCE-LOW-PERCENT "% - "
               CONFIDENCE-HIGH-PERCENT "%"

           IF BASE-VARIANT-CODE NOT = "C"
               DISPLAY "Problem variant " BASE-VARIANT-CODE
                   " - classic loop wins on the same boxes: "
                   COMBINED-CLASSIC-WINS
           END-IF.

      *    writes the combined run as one RESULTS-layout record so
      *    the reports and repository downstream treat it exactly
           MOVE COMBINED-WINS TO CONS-TOTAL-WINS
           MOVE COMBINED-LOSSES TO CONS-TOTAL-LOSSES
           MOVE COMBINED-WIN-PERCENT TO CONS-WIN-PERCENT
           ACCEPT CONS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CONS-RUN-TIME FROM TIME
           MOVE 0 TO CONS-RANDOM-SEED
           MOVE BASE-SCENARIO-ID TO CONS-SCENARIO-ID
           MOVE STANDARD-ERROR-PERCENT TO CONS-STD-ERROR-PERCENT
           MOVE CONFIDENCE-LOW-PERCENT TO CONS-CONFIDENCE-LOW
           MOVE CONFIDENCE-HIGH-PERCENT TO CONS-CONFIDENCE-HIGH
           MOVE BASE-SHUFFLE-METHOD TO CONS-SHUFFLE-METHOD
           MOVE BASE-VARIANT-CODE TO CONS-VARIANT-CODE
           MOVE COMBINED-CLASSIC-WINS TO CONS-CLASSIC-WINS

      *    keep a stable copy for the repository filing and the
      *    trend append - the FD buffer goes with the close
               OPEN OUTPUT RESULTS-FILE
           END-IF

      *    a cluster still in the two-digit-year layout will not
      *    open under this one (39) - the merged whole is filed in
      *    the old layout until the repository is converted
           IF RESULTS-STATUS = "39"
               PERFORM FILE-OLD-LAYOUT-RESULTS

               EXIT PARAGRAPH
           END-IF

           IF RESULTS-STATUS NOT = "00"
               DISPLAY "WARNING: RESULTS REPOSITORY COULD NOT BE "
                   "OPENED - FILE STATUS " RESULTS-STATUS
               CLOSE RESULTS-FILE
           END-IF.

      *    files the merged whole into a RESULTS cluster that has
      *    not been converted yet - the run date goes back to YYMMDD
      *    and the rest of the record moves down into the old
      *    positions
       FILE-OLD-LAYOUT-RESULTS.
           OPEN I-O OLD-RESULTS-FILE

           IF RESULTS-STATUS NOT = "00"
               DISPLAY "WARNING: RESULTS REPOSITORY COULD NOT BE "
                   "OPENED - FILE STATUS " RESULTS-STATUS
                   " - COMBINED RUN RECORD NOT FILED"

               EXIT PARAGRAPH
           END-IF

           MOVE COMBINED-RECORD-IMAGE TO RESULTS-RECORD
           MOVE RESULTS-RUN-DATE TO OLD-RESULTS-RUN-DATE
           MOVE RESULTS-RUN-TIME TO OLD-RESULTS-RUN-TIME
           MOVE RESULTS-RANDOM-SEED TO OLD-RESULTS-RANDOM-SEED
           MOVE RESULTS-BODY TO OLD-RESULTS-DATA

           WRITE OLD-RESULTS-RECORD
               INVALID KEY
                   DISPLAY "WARNING: A RESULTS RECORD IS "
                       "ALREADY FILED UNDER RUN KEY "
                       OLD-RESULTS-KEY " - RECORD NOT REPLACED"
           END-WRITE

           CLOSE OLD-RESULTS-FILE.

      *    appends the merged whole to the cumulative HISTORY
      *    trend file so the partitioned run shows up in the
      *    win-percent trend like any other run
           MOVE COMBINED-WINS TO HISTORY-TOTAL-WINS
           MOVE COMBINED-LOSSES TO HISTORY-TOTAL-LOSSES
           MOVE COMBINED-WIN-PERCENT TO HISTORY-WIN-PERCENT
           MOVE BASE-VARIANT-CODE TO HISTORY-VARIANT-CODE
           MOVE "Y" TO HISTORY-CENTURY-FLAG

           OPEN EXTEND HISTORY-FILE

