               RECORD KEY IS RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

      *    the same repository in its two-digit-year layout, used
      *    only while the cluster awaits conversion
           SELECT OLD-RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    inquiry request card - see READ-INQUIRY-CARD. a card
      *    punched before the four-digit-year layout has YYMMDD
      *    dates and the seed four columns further left, and is
      *    still taken
           FD SYSIN-FILE
               RECORD CONTAINS 26 CHARACTERS.
           01 SYSIN-RECORD.
               05 SYSIN-INQUIRY-MODE PIC X(01).
               05 SYSIN-FROM-DATE PIC 9(8).
               05 SYSIN-TO-DATE PIC 9(8).
               05 SYSIN-SEED PIC 9(9).
           01 SYSIN-OLD-RECORD.
               05 FILLER PIC X(01).
               05 SYSIN-OLD-FROM-DATE PIC 9(6).
               05 SYSIN-OLD-TO-DATE PIC 9(6).
               05 SYSIN-OLD-SEED PIC 9(9).
               05 FILLER PIC X(04).

      *    the keyed run repository - the layout must stay in step
      *    with WRITE-RESULTS-RECORD in 100-PRISONERS
           FD RESULTS-FILE
               RECORD CONTAINS 137 CHARACTERS.
           01 RESULTS-RECORD.
               05 RESULTS-KEY.
                   10 RESULTS-RUN-DATE PIC 9(8).
                   10 RESULTS-RUN-TIME PIC 9(8).
                   10 RESULTS-RANDOM-SEED PIC 9(9).
               05 RESULTS-NUMBER-OF-TESTS PIC 9(7).
               05 RESULTS-STD-ERROR-PERCENT PIC 99V999.
               05 RESULTS-CONFIDENCE-LOW PIC 999V99.
               05 RESULTS-CONFIDENCE-HIGH PIC 999V99.
               05 RESULTS-SHUFFLE-METHOD PIC X(01).
               05 RESULTS-VARIANT-CODE PIC X(01).
               05 RESULTS-CLASSIC-WINS PIC 9(7).

      *    a RESULTS cluster still in the two-digit-year layout -
      *    the run date is YYMMDD and everything after the key sits
      *    two bytes further up. see WIDEN-RESULTS-RECORD.
           FD OLD-RESULTS-FILE
               RECORD CONTAINS 135 CHARACTERS.
           01 OLD-RESULTS-RECORD.
               05 OLD-RESULTS-KEY.
                   10 OLD-RESULTS-RUN-DATE PIC 9(6).
                   10 OLD-RESULTS-RUN-TIME PIC 9(8).
                   10 OLD-RESULTS-RANDOM-SEED PIC 9(9).
               05 OLD-RESULTS-DATA PIC X(112).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 SYSIN-STATUS PIC X(02).
           01 RESULTS-STATUS PIC X(02).
           01 RESULTS-EOF PIC 1(1) VALUE 0.
           01 OLD-RESULTS-SWITCH PIC 1(1) VALUE 0.

      *    the request: date-range mode walks the repository by key
      *    from the low end of the range, seed mode scans for every
      *    run that used the seed regardless of date
           01 INQUIRY-MODE PIC X(01) VALUE SPACE.
           01 FROM-DATE PIC 9(8) VALUE 0.
           01 TO-DATE PIC 9(8) VALUE 0.
           01 SEED-WANTED PIC 9(9) VALUE 0.

           01 MATCH-COUNT PIC 9(5) VALUE 0.

      *    two-digit-year widening for old cards and old-layout
      *    records, on the fixed window the housekeeping uses
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).

      *    readable edits of the record's figures
           01 AVERAGE-CHAIN-LENGTH PIC 999V99 VALUE 0.
           01 SHUFFLE-METHOD-SHOWN PIC X(01) VALUE "L".
           01 VARIANT-CODE-SHOWN PIC X(01) VALUE "C".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT RESULTS-FILE

      *    a cluster still in the two-digit-year layout will not
      *    open under this one (39) and is read in its old layout
           IF RESULTS-STATUS = "39"
               OPEN INPUT OLD-RESULTS-FILE
               MOVE 1 TO OLD-RESULTS-SWITCH
           END-IF

           IF RESULTS-STATUS NOT = "00"
               DISPLAY "ABEND: RESULTS REPOSITORY COULD NOT BE "
                   "OPENED - FILE STATUS " RESULTS-STATUS
               PERFORM INQUIRE-BY-SEED
           END-IF

           IF OLD-RESULTS-SWITCH = 1
               CLOSE OLD-RESULTS-FILE
           ELSE
               CLOSE RESULTS-FILE
           END-IF

           IF MATCH-COUNT = 0
               DISPLAY "NO RUNS ON FILE MATCH THE REQUEST"
                       CONTINUE
                   NOT AT END
                       MOVE SYSIN-INQUIRY-MODE TO INQUIRY-MODE
                       PERFORM TAKE-INQUIRY-CARD-FIELDS
               END-READ

               CLOSE SYSIN-FILE
               END-IF
           END-IF.

      *    lifts the dates and seed off the card in whichever layout
      *    it was punched. on a current card the to-date's century
      *    is 19 or 20; on an old card those two columns hold the
      *    old to-date's month, so they never are
       TAKE-INQUIRY-CARD-FIELDS.
           IF SYSIN-TO-DATE NUMERIC
               AND (SYSIN-TO-DATE(1:2) = "19"
                   OR SYSIN-TO-DATE(1:2) = "20")
               IF SYSIN-FROM-DATE NUMERIC
                   MOVE SYSIN-FROM-DATE TO FROM-DATE
               END-IF
               MOVE SYSIN-TO-DATE TO TO-DATE
           ELSE
               IF SYSIN-OLD-FROM-DATE NUMERIC
                   AND SYSIN-OLD-FROM-DATE NOT = 0
                   MOVE SYSIN-OLD-FROM-DATE TO WIDEN-DATE
                   PERFORM WIDEN-RECORD-DATE
                   MOVE RECORD-FULL-DATE TO FROM-DATE
               END-IF
               IF SYSIN-OLD-TO-DATE NUMERIC
                   AND SYSIN-OLD-TO-DATE NOT = 0
                   MOVE SYSIN-OLD-TO-DATE TO WIDEN-DATE
                   PERFORM WIDEN-RECORD-DATE
                   MOVE RECORD-FULL-DATE TO TO-DATE
               END-IF
           END-IF

           IF SYSIN-SEED NUMERIC
               MOVE SYSIN-SEED TO SEED-WANTED
           ELSE
               IF SYSIN-OLD-SEED NUMERIC
                   MOVE SYSIN-OLD-SEED TO SEED-WANTED
               END-IF
           END-IF.

      *    positions on the first key at or past the from-date and
      *    walks forward until the run dates leave the range - the
      *    keyed organization does the finding, not a full scan
       INQUIRE-BY-DATE-RANGE.
      *    an old-layout cluster keeps its 19xx keys after its 20xx
      *    ones, so a range is found by reading it all
           IF OLD-RESULTS-SWITCH = 1
               PERFORM UNTIL RESULTS-EOF = 1
                   PERFORM READ-NEXT-RESULTS-RECORD

                   IF RESULTS-EOF = 0
                       IF RESULTS-RUN-DATE NOT < FROM-DATE
                           AND RESULTS-RUN-DATE NOT > TO-DATE
                           PERFORM PRINT-MATCHING-RUN
                       END-IF
                   END-IF
               END-PERFORM

               EXIT PARAGRAPH
           END-IF

           MOVE FROM-DATE TO RESULTS-RUN-DATE
           MOVE 0 TO RESULTS-RUN-TIME
           MOVE 0 TO RESULTS-RANDOM-SEED
      *    doing the squinting instead of a person
       INQUIRE-BY-SEED.
           PERFORM UNTIL RESULTS-EOF = 1
               PERFORM READ-NEXT-RESULTS-RECORD

               IF RESULTS-EOF = 0
                   IF RESULTS-RANDOM-SEED = SEED-WANTED
                       PERFORM PRINT-MATCHING-RUN
                   END-IF
               END-IF
           END-PERFORM.

      *    the next run on the browse, in the four-digit-year layout
      *    whichever layout the cluster is in
       READ-NEXT-RESULTS-RECORD.
           IF OLD-RESULTS-SWITCH = 1
               READ OLD-RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RESULTS-EOF
                   NOT AT END
                       PERFORM WIDEN-RESULTS-RECORD
               END-READ
           ELSE
               READ RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RESULTS-EOF
               END-READ
           END-IF.

      *    an old-layout run record moved into the current layout
       WIDEN-RESULTS-RECORD.
           MOVE OLD-RESULTS-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO RESULTS-RUN-DATE
           MOVE OLD-RESULTS-RUN-TIME TO RESULTS-RUN-TIME
           MOVE OLD-RESULTS-RANDOM-SEED TO RESULTS-RANDOM-SEED
           MOVE OLD-RESULTS-DATA TO RESULTS-RECORD(26:112).

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

      *    prints one matching run's fields in readable form
       PRINT-MATCHING-RUN.
               MOVE 0 TO AVERAGE-CHAIN-LENGTH
           END-IF

      *    runs filed before the shuffle was selectable carry a blank
      *    method - they all used the legacy shuffle
           IF RESULTS-SHUFFLE-METHOD = "F"
               MOVE "F" TO SHUFFLE-METHOD-SHOWN
           ELSE
               MOVE "L" TO SHUFFLE-METHOD-SHOWN
           END-IF

      *    and runs filed before the problem variants existed carry
      *    a blank variant - they all played the classic problem
           IF RESULTS-VARIANT-CODE = SPACE
               MOVE "C" TO VARIANT-CODE-SHOWN
           ELSE
               MOVE RESULTS-VARIANT-CODE TO VARIANT-CODE-SHOWN
           END-IF

           DISPLAY " "
           DISPLAY "Run " RESULTS-RUN-DATE " at " RESULTS-RUN-TIME
               " seed " RESULTS-RANDOM-SEED
               " scenario " RESULTS-SCENARIO-ID
      *    a zero seed with no partition count marks a record
      *    RESULTS-RECOVER rebuilt from HISTORY and the RUNLOG - a
      *    consolidated partitioned run also files a zero seed, but
      *    with its partition count
           IF RESULTS-RANDOM-SEED = 0 AND RESULTS-PARTITION-COUNT = 0
               DISPLAY "  RECONSTRUCTED - rebuilt from HISTORY/RUNLOG,"
                   " seed and statistics not recoverable"
           END-IF
           DISPLAY "  Tests " RESULTS-NUMBER-OF-TESTS
               " Prisoners " RESULTS-NUMBER-OF-PRISONERS
               " K " RESULTS-BOX-OPEN-LIMIT
               " Partition " RESULTS-PARTITION-NUMBER
               " of " RESULTS-PARTITION-COUNT
               " Shuffle " SHUFFLE-METHOD-SHOWN
           DISPLAY "  Loop Wins/Losses " RESULTS-TOTAL-WINS "/"
               RESULTS-TOTAL-LOSSES " (" RESULTS-WIN-PERCENT
               "% wins)"
           DISPLAY "  Problem variant " VARIANT-CODE-SHOWN
           IF VARIANT-CODE-SHOWN NOT = "C"
               DISPLAY "  Classic loop wins on the same boxes "
                   RESULTS-CLASSIC-WINS
           END-IF
           DISPLAY "  Random Wins/Losses "
               RESULTS-TOTAL-WINS-RANDOM "/"
               RESULTS-TOTAL-LOSSES-RANDOM
