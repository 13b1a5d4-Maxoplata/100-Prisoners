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
      *    comparison request card - see READ-COMPARE-CARD. a card
      *    punched before the four-digit-year layout has YYMMDD run
      *    dates, is four columns short, and is still taken
           FD SYSIN-FILE
               RECORD CONTAINS 50 CHARACTERS.
           01 SYSIN-RECORD.
               05 SYSIN-A-RUN-DATE PIC 9(8).
               05 SYSIN-A-RUN-TIME PIC 9(8).
               05 SYSIN-A-SEED PIC 9(9).
               05 SYSIN-B-RUN-DATE PIC 9(8).
               05 SYSIN-B-RUN-TIME PIC 9(8).
               05 SYSIN-B-SEED PIC 9(9).
           01 SYSIN-OLD-RECORD.
               05 SYSIN-OLD-A-RUN-DATE PIC 9(6).
               05 SYSIN-OLD-A-RUN-TIME PIC 9(8).
               05 SYSIN-OLD-A-SEED PIC 9(9).
               05 SYSIN-OLD-B-RUN-DATE PIC 9(6).
               05 SYSIN-OLD-B-RUN-TIME PIC 9(8).
               05 SYSIN-OLD-B-SEED PIC 9(9).
               05 SYSIN-OLD-FILLER PIC X(04).

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
      *    two bytes further up. see READ-WANTED-RUN.
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
           01 CARD-READ-SWITCH PIC 1(1) VALUE 0.
           01 OLD-RESULTS-SWITCH PIC 1(1) VALUE 0.
           01 RUN-FOUND-SWITCH PIC 1(1).

      *    two-digit-year widening for old cards and old-layout
      *    records, on the fixed window the housekeeping uses
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).

      *    the two requested keys
           01 WANTED-KEY-A.
               05 WANTED-A-RUN-DATE PIC 9(8) VALUE 0.
               05 WANTED-A-RUN-TIME PIC 9(8) VALUE 0.
               05 WANTED-A-SEED PIC 9(9) VALUE 0.
           01 WANTED-KEY-B.
               05 WANTED-B-RUN-DATE PIC 9(8) VALUE 0.
               05 WANTED-B-RUN-TIME PIC 9(8) VALUE 0.
               05 WANTED-B-SEED PIC 9(9) VALUE 0.

      *    both fetched records are held here so the side-by-side
      *    print and the test work from stable copies
           01 RUN-A-RECORD PIC X(137).
           01 RUN-A-FIELDS REDEFINES RUN-A-RECORD.
               05 A-RUN-DATE PIC 9(8).
               05 A-RUN-TIME PIC 9(8).
               05 A-RANDOM-SEED PIC 9(9).
               05 A-NUMBER-OF-TESTS PIC 9(7).
               05 A-STD-ERROR-PERCENT PIC 99V999.
               05 A-CONFIDENCE-LOW PIC 999V99.
               05 A-CONFIDENCE-HIGH PIC 999V99.
               05 A-SHUFFLE-METHOD PIC X(01).
               05 A-VARIANT-CODE PIC X(01).
               05 A-CLASSIC-WINS PIC 9(7).
           01 RUN-B-RECORD PIC X(137).
           01 RUN-B-FIELDS REDEFINES RUN-B-RECORD.
               05 B-RUN-DATE PIC 9(8).
               05 B-RUN-TIME PIC 9(8).
               05 B-RANDOM-SEED PIC 9(9).
               05 B-NUMBER-OF-TESTS PIC 9(7).
               05 B-STD-ERROR-PERCENT PIC 99V999.
               05 B-CONFIDENCE-LOW PIC 999V99.
               05 B-CONFIDENCE-HIGH PIC 999V99.
               05 B-SHUFFLE-METHOD PIC X(01).
               05 B-VARIANT-CODE PIC X(01).
               05 B-CLASSIC-WINS PIC 9(7).

      *    the box shuffle each run used - a run filed before the
      *    shuffle was selectable carries a blank, which was the
      *    legacy shuffle
           01 A-SHUFFLE-SHOWN PIC X(01) VALUE "L".
           01 B-SHUFFLE-SHOWN PIC X(01) VALUE "L".

      *    the problem variant each run played - a run filed before
      *    the variants existed carries a blank, which was the
      *    classic problem
           01 A-VARIANT-SHOWN PIC X(01) VALUE "C".
           01 B-VARIANT-SHOWN PIC X(01) VALUE "C".

      *    parameter-difference and significance verdicts, for the
      *    step return code operations acts on

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
           MOVE WANTED-A-RUN-DATE TO RESULTS-RUN-DATE
           MOVE WANTED-A-RUN-TIME TO RESULTS-RUN-TIME
           MOVE WANTED-A-SEED TO RESULTS-RANDOM-SEED
           PERFORM READ-WANTED-RUN
           IF RUN-FOUND-SWITCH = 0
               DISPLAY "ABEND: NO RESULTS RECORD UNDER RUN KEY "
                   WANTED-KEY-A
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF
           MOVE RESULTS-RECORD TO RUN-A-RECORD

           MOVE WANTED-B-RUN-DATE TO RESULTS-RUN-DATE
           MOVE WANTED-B-RUN-TIME TO RESULTS-RUN-TIME
           MOVE WANTED-B-SEED TO RESULTS-RANDOM-SEED
           PERFORM READ-WANTED-RUN
           IF RUN-FOUND-SWITCH = 0
               DISPLAY "ABEND: NO RESULTS RECORD UNDER RUN KEY "
                   WANTED-KEY-B
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF
           MOVE RESULTS-RECORD TO RUN-B-RECORD

           IF OLD-RESULTS-SWITCH = 1
               CLOSE OLD-RESULTS-FILE
           ELSE
               CLOSE RESULTS-FILE
           END-IF

           PERFORM DISPLAY-SIDE-BY-SIDE
           PERFORM CHECK-PARAMETER-DIFFERENCES
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO CARD-READ-SWITCH
                       IF SYSIN-OLD-FILLER = SPACES
                           AND SYSIN-OLD-B-SEED NUMERIC
                           PERFORM TAKE-OLD-COMPARE-CARD
                       ELSE
                           MOVE SYSIN-A-RUN-DATE TO WANTED-A-RUN-DATE
                           MOVE SYSIN-A-RUN-TIME TO WANTED-A-RUN-TIME
                           MOVE SYSIN-A-SEED TO WANTED-A-SEED
                           MOVE SYSIN-B-RUN-DATE TO WANTED-B-RUN-DATE
                           MOVE SYSIN-B-RUN-TIME TO WANTED-B-RUN-TIME
                           MOVE SYSIN-B-SEED TO WANTED-B-SEED
                       END-IF
               END-READ

               CLOSE SYSIN-FILE
               STOP RUN
           END-IF.

      *    a card in the two-digit-year layout - its run dates are
      *    widened so both keys read the same in either cluster
       TAKE-OLD-COMPARE-CARD.
           MOVE SYSIN-OLD-A-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO WANTED-A-RUN-DATE
           MOVE SYSIN-OLD-A-RUN-TIME TO WANTED-A-RUN-TIME
           MOVE SYSIN-OLD-A-SEED TO WANTED-A-SEED

           MOVE SYSIN-OLD-B-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO WANTED-B-RUN-DATE
           MOVE SYSIN-OLD-B-RUN-TIME TO WANTED-B-RUN-TIME
           MOVE SYSIN-OLD-B-SEED TO WANTED-B-SEED.

      *    reads the run under the key in RESULTS-KEY, in whichever
      *    layout the cluster is in - an old-layout record comes
      *    back widened into RESULTS-RECORD
       READ-WANTED-RUN.
           MOVE 1 TO RUN-FOUND-SWITCH

           IF OLD-RESULTS-SWITCH = 0
               READ RESULTS-FILE
                   INVALID KEY
                       MOVE 0 TO RUN-FOUND-SWITCH
               END-READ

               EXIT PARAGRAPH
           END-IF

           MOVE RESULTS-RUN-DATE TO OLD-RESULTS-RUN-DATE
           MOVE RESULTS-RUN-TIME TO OLD-RESULTS-RUN-TIME
           MOVE RESULTS-RANDOM-SEED TO OLD-RESULTS-RANDOM-SEED

           READ OLD-RESULTS-FILE
               INVALID KEY
                   MOVE 0 TO RUN-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE OLD-RESULTS-RUN-DATE TO WIDEN-DATE
                   PERFORM WIDEN-RECORD-DATE
                   MOVE RECORD-FULL-DATE TO RESULTS-RUN-DATE
                   MOVE OLD-RESULTS-RUN-TIME TO RESULTS-RUN-TIME
                   MOVE OLD-RESULTS-RANDOM-SEED
                       TO RESULTS-RANDOM-SEED
                   MOVE OLD-RESULTS-DATA TO RESULTS-RECORD(26:112)
           END-READ.

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

      *    both runs' figures printed side by side, run A on the
      *    left of each pairing
       DISPLAY-SIDE-BY-SIDE.
           IF A-SHUFFLE-METHOD = "F"
               MOVE "F" TO A-SHUFFLE-SHOWN
           END-IF
           IF B-SHUFFLE-METHOD = "F"
               MOVE "F" TO B-SHUFFLE-SHOWN
           END-IF
           IF A-VARIANT-CODE NOT = SPACE
               MOVE A-VARIANT-CODE TO A-VARIANT-SHOWN
           END-IF
           IF B-VARIANT-CODE NOT = SPACE
               MOVE B-VARIANT-CODE TO B-VARIANT-SHOWN
           END-IF

           DISPLAY "Run A: " A-RUN-DATE " at " A-RUN-TIME
               " seed " A-RANDOM-SEED " scenario " A-SCENARIO-ID
           DISPLAY "Run B: " B-RUN-DATE " at " B-RUN-TIME
               "            " B-NUMBER-OF-PRISONERS
           DISPLAY "  Box-open limit:     " A-BOX-OPEN-LIMIT
               "            " B-BOX-OPEN-LIMIT
           DISPLAY "  Shuffle method:     " A-SHUFFLE-SHOWN
               "              " B-SHUFFLE-SHOWN
           DISPLAY "  Problem variant:    " A-VARIANT-SHOWN
               "              " B-VARIANT-SHOWN
           DISPLAY "  Loop wins:          " A-TOTAL-WINS
               "        " B-TOTAL-WINS
           DISPLAY "  Loop losses:        " A-TOTAL-LOSSES
                   ") - THE TEST ACCOUNTS FOR THE SIZES"
           END-IF

      *    the legacy shuffle is slightly biased, so runs on
      *    different shuffles can differ for that reason alone
           IF A-SHUFFLE-SHOWN NOT = B-SHUFFLE-SHOWN
               DISPLAY "NOTE: BOX SHUFFLES DIFFER (" A-SHUFFLE-SHOWN
                   " VS " B-SHUFFLE-SHOWN ") - THE LEGACY SHUFFLE'S "
                   "BIAS MAY ACCOUNT FOR A DIFFERENCE"
           END-IF

      *    a variant changes the problem itself - its own summary
      *    already carries the classic figure for the same boxes
           IF A-VARIANT-SHOWN NOT = B-VARIANT-SHOWN
               DISPLAY "WARNING: PROBLEM VARIANT DIFFERS ("
                   A-VARIANT-SHOWN " VS " B-VARIANT-SHOWN
                   ") - APPLES TO ORANGES"
               MOVE 1 TO PARAMETER-MISMATCH-SWITCH
           END-IF

           IF A-PARTITION-COUNT > 1 OR B-PARTITION-COUNT > 1
               DISPLAY "WARNING: AT LEAST ONE RECORD IS A PARTITION "
                   "SLICE, NOT A WHOLE RUN - COMPARE THE "
