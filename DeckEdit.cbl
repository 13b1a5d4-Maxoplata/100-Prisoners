      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Pre-flight edit of a 100-PRISONERS SYSIN scenario
      *          deck, run as the step ahead of the simulation. Every
      *          card is checked against every column rule and every
      *          cross-field rule 100-PRISONERS depends on - numeric
      *          columns, flag values, K against the prisoner count,
      *          an even prisoner count, the sweep range, the
      *          partition pair, replay against the PERMIN dataset,
      *          adaptive stopping against the checkpoint cadence -
      *          and the card that would silently lose a column in
      *          the simulation (a partition on a deck, certification
      *          on a deck, and the like) is warned about. Each
      *          scenario's elapsed time is estimated from the recent
      *          STARTUP/COMPLETE pairs on the RUNLOG, each one's time
      *          shared over the RESULTS rows it filed. The edit report
      *          shows each card with its errors and warnings, and
      *          the step return code lets the job stop before any
      *          simulation step runs:
      *            RC=0   deck clean
      *            RC=4   warnings only - the deck runs
      *            RC=8   one or more errors - the deck must not run
      *            RC=16  the deck or the report could not be opened
      *          An optional EDITCTL card of STEPS edits each card as
      *          a one-card run of its own step, as PARTITIONRUN.JCL
      *          submits them, and checks the cards form one complete
      *          partition set PARTITION-CONSOLIDATE will accept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECK-EDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

      *    optional - no EDITCTL DD edits SYSIN as one scenario deck
           SELECT EDITCTL-FILE ASSIGN TO "EDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDITCTL-STATUS.

      *    optional - present only on a step that carries a replay
           SELECT PERMIN-FILE ASSIGN TO "PERMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIN-STATUS.

      *    optional - no RUNLOG only costs the elapsed estimates
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

      *    optional too - the rows each logged run filed, which
      *    its time is shared over
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

      *    the same repository in its two-digit-year layout, used
      *    only while the cluster awaits conversion
           SELECT OLD-RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the scenario deck - one 100-PRISONERS parameter card per
      *    record, the layout of SYSIN-RECORD in that program
           FD SYSIN-FILE
               RECORD CONTAINS 67 CHARACTERS.
           01 SYSIN-RECORD PIC X(67).

           FD EDITCTL-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 EDITCTL-RECORD.
               05 EDITCTL-MODE PIC X(08).
               05 FILLER PIC X(72).

      *    only opened and its first record read - the replay
      *    itself verifies the blocks
           FD PERMIN-FILE
               RECORD CONTAINS 3007 CHARACTERS.
           01 PERMIN-RECORD PIC X(3007).

      *    the timestamped operations event log - the layout must
      *    stay in step with WRITE-RUN-LOG-EVENT in 100-PRISONERS
           FD RUNLOG-FILE
               RECORD CONTAINS 83 CHARACTERS.
           01 RUNLOG-RECORD.
               05 RUNLOG-DATE PIC 9(8).
               05 RUNLOG-TIME PIC 9(8).
               05 RUNLOG-EVENT PIC X(08).
               05 RUNLOG-TEXT PIC X(58).
               05 RUNLOG-CENTURY-FLAG PIC X(01).

      *    the keyed results repository - the layout must stay in
      *    step with WRITE-RESULTS-RECORD in 100-PRISONERS. only
      *    the key and the run's size are read here.
           FD RESULTS-FILE
               RECORD CONTAINS 137 CHARACTERS.
           01 RESULTS-RECORD.
               05 RESULTS-KEY.
                   10 RESULTS-RUN-DATE PIC 9(8).
                   10 RESULTS-RUN-TIME PIC 9(8).
                   10 RESULTS-RANDOM-SEED PIC 9(9).
               05 RESULTS-NUMBER-OF-TESTS PIC 9(7).
               05 RESULTS-NUMBER-OF-PRISONERS PIC 9(3).
               05 RESULTS-BOX-OPEN-LIMIT PIC 9(3).
               05 RESULTS-TOTAL-WINS PIC 9(7).
               05 RESULTS-TOTAL-LOSSES PIC 9(7).
               05 RESULTS-WIN-PERCENT PIC 999V99.
               05 RESULTS-SCENARIO-ID PIC X(08).
               05 RESULTS-PARTITION-NUMBER PIC 9(2).
               05 RESULTS-PARTITION-COUNT PIC 9(2).
               05 FILLER PIC X(68).

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

      *    the edit report, to print and to sysout both
           FD EDIT-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 EDIT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 SYSIN-STATUS PIC X(02).
           01 EDITCTL-STATUS PIC X(02).
           01 PERMIN-STATUS PIC X(02).
           01 RUNLOG-STATUS PIC X(02).
           01 RESULTS-STATUS PIC X(02).
           01 OLD-RESULTS-SWITCH PIC 1(1) VALUE 0.
           01 RESULTS-EOF PIC 1(1) VALUE 0.
           01 EDIT-REPORT-STATUS PIC X(02).
           01 SYSIN-EOF PIC 1(1) VALUE 0.
           01 RUNLOG-EOF PIC 1(1) VALUE 0.

      *    how the cards will be run - D = the whole SYSIN is one
      *    scenario deck (100PRISONERS.JCL), S = every card is the
      *    one-card SYSIN of its own step (PARTITIONRUN.JCL)
           01 EDIT-MODE PIC X(01) VALUE "D".
           01 EDIT-MODE-TEXT PIC X(05) VALUE "DECK ".

      *    whether a PERMIN dataset is there to replay, and why not
           01 PERMIN-PRESENT-SWITCH PIC 1(1) VALUE 0.
           01 PERMIN-EMPTY-SWITCH PIC 1(1) VALUE 0.

      *    the deck as read. the table holds more than the 50
      *    cards 100-PRISONERS takes so the overflow can be shown;
      *    beyond its own capacity a card is only counted.
           01 SCENARIO-DECK-CAPACITY PIC 9(2) VALUE 50.
           01 DECK-CARD-COUNT PIC 9(3) VALUE 0.
           01 DECK-CARDS-DROPPED PIC 9(3) VALUE 0.
           01 DECK-TABLE.
               05 DECK-ENTRY OCCURS 99 TIMES.
                   10 DECK-CARD PIC X(67).
                   10 DECK-ERROR-COUNT PIC 9(3).
           01 DECK-I PIC 9(3).
           01 DECK-J PIC 9(3).

      *    the card under edit - the same layout as CURRENT-CARD in
      *    100-PRISONERS. the columns an older deck may leave blank
      *    are class-tested through the reference-modified image.
           01 CURRENT-CARD.
               05 CARD-NUMBER-OF-TESTS PIC 9(7).
               05 CARD-NUMBER-OF-PRISONERS PIC 9(3).
               05 CARD-CHECKPOINT-INTERVAL PIC 9(6).
               05 CARD-BOX-OPEN-LIMIT PIC 9(3).
               05 CARD-SWEEP-MODE-FLAG PIC X(01).
               05 CARD-SWEEP-LOW PIC 9(3).
               05 CARD-SWEEP-HIGH PIC 9(3).
               05 CARD-EXPECTED-LOW PIC 999V99.
               05 CARD-EXPECTED-HIGH PIC 999V99.
               05 CARD-RANDOM-SEED PIC 9(9).
               05 CARD-DETAIL-MODE-FLAG PIC X(01).
               05 CARD-SCENARIO-ID PIC X(08).
               05 CARD-PARTITION-NUMBER PIC 9(2).
               05 CARD-PARTITION-COUNT PIC 9(2).
               05 CARD-LOSSPERM-MODE-FLAG PIC X(01).
               05 CARD-REPLAY-MODE-FLAG PIC X(01).
               05 CARD-TARGET-HALF-WIDTH PIC 99V99.
               05 CARD-CERTIFY-MODE-FLAG PIC X(01).
               05 CARD-SHUFFLE-METHOD PIC X(01).
               05 CARD-VARIANT-CODE PIC X(01).

      *    the parameters the card leaves in force once the
      *    compiled-in defaults of 100-PRISONERS fill its zero and
      *    blank columns - see RESET-RUN-PARAMETERS there
           01 NUMBER-OF-TESTS PIC 9(7).
           01 NUMBER-OF-PRISONERS PIC 9(3).
           01 CHECKPOINT-INTERVAL PIC 9(6).
           01 BOX-OPEN-LIMIT PIC 9(3).
           01 SWEEP-MODE-FLAG PIC X(01).
           01 SWEEP-LOW PIC 9(3).
           01 SWEEP-HIGH PIC 9(3).
           01 EXPECTED-LOW-PERCENT PIC 999V99.
           01 EXPECTED-HIGH-PERCENT PIC 999V99.
           01 PARTITION-NUMBER PIC 9(2).
           01 PARTITION-COUNT PIC 9(2).
           01 REPLAY-MODE-FLAG PIC X(01).
           01 TARGET-HALF-WIDTH PIC 99V99.
           01 CERTIFY-MODE-FLAG PIC X(01).
           01 VARIANT-CODE PIC X(01).
           01 CERTIFY-MAX-PRISONERS PIC 9(3) VALUE 100.
           01 DETAIL-VOLUME-LIMIT PIC 9(7) VALUE 1000000.

      *    this card's standing in the run - whether it is one card
      *    of several on a deck, and whether its columns could be
      *    read as numbers at all
           01 SEVERAL-CARDS-SWITCH PIC 1(1) VALUE 0.
           01 COLUMNS-VALID-SWITCH PIC 1(1).
           01 CARD-ERROR-COUNT PIC 9(3).
           01 CARD-WARNING-COUNT PIC 9(3).

      *    deck totals for the closing summary
           01 TOTAL-ERROR-COUNT PIC 9(5) VALUE 0.
           01 TOTAL-WARNING-COUNT PIC 9(5) VALUE 0.
           01 CARDS-IN-ERROR PIC 9(3) VALUE 0.

      *    one edit message, built by the rule that found it
           01 MESSAGE-TEXT PIC X(59).
           01 HALF-PRISONERS PIC 9(3).
           01 PERCENT-EDIT-LOW PIC ZZ9.99.
           01 PERCENT-EDIT-HIGH PIC ZZ9.99.
           01 ODD-REMAINDER PIC 9(1).

      *    the recent completed runs the estimates are drawn from.
      *    the table is a ring - the oldest run gives way to each
      *    new one, so it always holds the last ESTIMATE-WINDOW
      *    completed runs on the log, however long the log is.
      *    the work is the trials times prisoners of the RESULTS
      *    rows filed inside the run's STARTUP to COMPLETE window.
           01 ESTIMATE-WINDOW PIC 9(2) VALUE 30.
           01 WINDOW-COUNT PIC 9(2) VALUE 0.
           01 WINDOW-NEXT PIC 9(2) VALUE 1.
           01 WINDOW-I PIC 9(2).
           01 WINDOW-TABLE.
               05 WINDOW-ENTRY OCCURS 30 TIMES.
                   10 WINDOW-START-STAMP PIC 9(16).
                   10 WINDOW-END-STAMP PIC 9(16).
                   10 WINDOW-SECONDS PIC 9(7).
                   10 WINDOW-WORK PIC 9(15).
                   10 WINDOW-ROWS-LEFT PIC 9(3).
                   10 WINDOW-SECONDS-LEFT PIC 9(7).
           01 EARLIEST-START-DATE PIC 9(8).
           01 LATEST-END-DATE PIC 9(8).

      *    the RESULTS rows those runs filed. 100-PRISONERS logs one
      *    STARTUP and one COMPLETE for a whole deck or sweep, and
      *    the STARTUP names only the first card, so the window's
      *    time is shared over its rows by their trials times
      *    prisoners - the way CHARGEBACK shares it - and each row
      *    is a recent run of its own size.
           01 RECENT-CAPACITY PIC 9(4) VALUE 1500.
           01 RECENT-COUNT PIC 9(4) VALUE 0.
           01 RECENT-I PIC 9(4).
           01 RECENT-TABLE.
               05 RECENT-ENTRY OCCURS 1500 TIMES.
                   10 RECENT-WINDOW-I PIC 9(2).
                   10 RECENT-PRISONERS PIC 9(3).
                   10 RECENT-TRIALS PIC 9(7).
                   10 RECENT-SECONDS PIC 9(7).
           01 ROW-STAMP PIC 9(16).
           01 ROW-TRIALS PIC 9(7).
           01 FOUND-WINDOW-I PIC 9(2).

      *    the STARTUP waiting for its COMPLETE on the pass down the
      *    log. a run that resumed, stopped adaptively, certified
      *    or aborted did not run its card's trials in the time
      *    logged, so it is not fit to estimate from.
           01 OPEN-RUN-SWITCH PIC 1(1) VALUE 0.
           01 OPEN-RUN-USABLE-SWITCH PIC 1(1) VALUE 0.
           01 OPEN-RUN-START-STAMP PIC 9(16).

      *    event-clock arithmetic, as RUNLOG-REPORT keeps it. an
      *    event written before the four-digit-year layout has its
      *    century flag blank and is widened on the way in.
           01 OLD-RUNLOG-RECORD.
               05 OLD-RUNLOG-DATE PIC 9(6).
               05 OLD-RUNLOG-DATA PIC X(74).
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).
           01 EVENT-DAY-NUMBER PIC 9(8).
           01 EVENT-SECONDS PIC 9(9).
           01 START-DAY-NUMBER PIC 9(8).
           01 START-SECONDS PIC 9(9).
           01 ELAPSED-SECONDS PIC S9(9).
           01 CLOCK-HH PIC 9(2).
           01 CLOCK-MM PIC 9(2).
           01 CLOCK-SS PIC 9(2).

      *    one card's estimate. the work of a run is its trials
      *    times its prisoners - every trial shuffles and walks N
      *    boxes - so a run of another size is scaled by that.
           01 BASIS-RUN-COUNT PIC 9(4).
           01 BASIS-SECONDS PIC 9(9).
           01 BASIS-WORK PIC 9(15).
           01 BASIS-TEXT PIC X(11).
           01 CARD-PASSES PIC 9(3).
           01 CARD-TRIALS PIC 9(7).
           01 CARD-WORK PIC 9(13).
           01 CARD-ESTIMATE-SECONDS PIC 9(7).
           01 DECK-ESTIMATE-SECONDS PIC 9(8) VALUE 0.
           01 CARDS-NOT-ESTIMATED PIC 9(3) VALUE 0.
           01 ESTIMATE-PREFIX PIC X(06).

      *    elapsed-time edit work - seconds broken back out to
      *    hours, minutes and seconds for the report lines
           01 EDIT-SECONDS PIC 9(8).
           01 EDIT-HOURS PIC 9(4).
           01 EDIT-REMAINDER PIC 9(8).
           01 EDIT-MINUTES PIC 9(2).
           01 EDIT-ONLY-SECONDS PIC 9(2).
           01 ELAPSED-EDIT-FIELD.
               05 ELAPSED-EDIT-HOURS PIC 9(4).
               05 FILLER PIC X(01) VALUE ":".
               05 ELAPSED-EDIT-MINUTES PIC 9(2).
               05 FILLER PIC X(01) VALUE ":".
               05 ELAPSED-EDIT-SECONDS PIC 9(2).

      *    the partition set of a STEPS edit - each slice number
      *    1..PARTITION-COUNT seen exactly once, and every card the
      *    same but for the slice number
           01 SET-PARTITION-COUNT PIC 9(2).
           01 SET-SEEN-TABLE.
               05 SET-SEEN OCCURS 99 TIMES PIC 9(2).
           01 SET-ERROR-COUNT PIC 9(3) VALUE 0.
           01 SET-I PIC 9(3).
           01 SET-SLICE PIC 9(2).

           01 TODAY-DATE PIC 9(8).
           01 REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT EDIT-REPORT-FILE

           IF EDIT-REPORT-STATUS NOT = "00"
               DISPLAY "ABEND: EDIT REPORT COULD NOT BE OPENED - "
                   "FILE STATUS " EDIT-REPORT-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM READ-EDIT-CONTROL-CARD
           PERFORM READ-SCENARIO-DECK
           PERFORM CHECK-PERMIN-DATASET
           PERFORM LOAD-RECENT-RUNS

           MOVE SPACES TO REPORT-LINE
           STRING "SCENARIO DECK EDIT " TODAY-DATE " - "
               EDIT-MODE-TEXT " - " DECK-CARD-COUNT " CARD(S), "
               WINDOW-COUNT " RECENT RUN(S)"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF DECK-CARD-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING: NO CARDS ON THE DECK - 100-PRISONERS "
                   "WOULD RUN ITS COMPILED-IN DEFAULTS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO TOTAL-WARNING-COUNT
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "          ----+----1----+----2----+----3"
                   "----+----4----+----5----+----6----+--"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               PERFORM VARYING DECK-I FROM 1 BY 1
               UNTIL DECK-I > DECK-CARD-COUNT
                   PERFORM EDIT-ONE-CARD
               END-PERFORM
           END-IF

           IF EDIT-MODE = "S" AND DECK-CARD-COUNT > 0
               PERFORM EDIT-PARTITION-SET
           END-IF

           PERFORM WRITE-EDIT-SUMMARY

           CLOSE EDIT-REPORT-FILE

           IF TOTAL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TOTAL-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *    the optional control card. STEPS edits each card as the
      *    SYSIN of a step of its own; anything else, or no EDITCTL
      *    at all, edits the cards as one scenario deck.
       READ-EDIT-CONTROL-CARD.
           OPEN INPUT EDITCTL-FILE

           IF EDITCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ EDITCTL-FILE
               AT END
                   MOVE SPACES TO EDITCTL-RECORD
           END-READ

           IF EDITCTL-MODE = "STEPS"
               MOVE "S" TO EDIT-MODE
               MOVE "STEPS" TO EDIT-MODE-TEXT
           ELSE
               IF EDITCTL-MODE NOT = "DECK" AND EDITCTL-MODE NOT =
                   SPACES
                   DISPLAY "WARNING: EDITCTL MODE " EDITCTL-MODE
                       " IS NOT DECK OR STEPS - EDITING AS A DECK"
               END-IF
           END-IF

           CLOSE EDITCTL-FILE.

      *    reads the whole deck. blank cards are skipped, as
      *    100-PRISONERS skips them; the cards past the table are
      *    only counted.
       READ-SCENARIO-DECK.
           OPEN INPUT SYSIN-FILE

           IF SYSIN-STATUS NOT = "00"
               DISPLAY "ABEND: SCENARIO DECK COULD NOT BE OPENED - "
                   "FILE STATUS " SYSIN-STATUS
               CLOSE EDIT-REPORT-FILE
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           PERFORM UNTIL SYSIN-EOF = 1
               READ SYSIN-FILE
                   AT END
                       MOVE 1 TO SYSIN-EOF
                   NOT AT END
                       IF SYSIN-RECORD NOT = SPACES
                           IF DECK-CARD-COUNT < 99
                               ADD 1 TO DECK-CARD-COUNT
                               MOVE SYSIN-RECORD
                                   TO DECK-CARD(DECK-CARD-COUNT)
                               MOVE 0 TO
                                   DECK-ERROR-COUNT(DECK-CARD-COUNT)
                           ELSE
                               ADD 1 TO DECK-CARDS-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SYSIN-FILE

           IF EDIT-MODE = "D" AND DECK-CARD-COUNT > 1
               MOVE 1 TO SEVERAL-CARDS-SWITCH
           END-IF.

      *    a replay card needs a PERMIN dataset with something on
      *    it. the DD is only there on a step that replays, so a
      *    failed open is the usual answer, not an error in itself.
       CHECK-PERMIN-DATASET.
           OPEN INPUT PERMIN-FILE

           IF PERMIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO PERMIN-PRESENT-SWITCH

           READ PERMIN-FILE
               AT END
                   MOVE 1 TO PERMIN-EMPTY-SWITCH
           END-READ

           CLOSE PERMIN-FILE.

      *    one card: its image, every error and warning it draws,
      *    and the estimate of what it will cost the batch window
       EDIT-ONE-CARD.
           MOVE DECK-CARD(DECK-I) TO CURRENT-CARD
           MOVE 0 TO CARD-ERROR-COUNT
           MOVE 0 TO CARD-WARNING-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING "CARD " DECK-I "  " CURRENT-CARD
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF EDIT-MODE = "D" AND DECK-I > SCENARIO-DECK-CAPACITY
               MOVE SPACES TO MESSAGE-TEXT
               STRING "PAST THE " SCENARIO-DECK-CAPACITY
                   "-CARD DECK LIMIT - 100-PRISONERS WOULD DROP IT"
                   DELIMITED BY SIZE INTO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
           END-IF

           PERFORM EDIT-CARD-COLUMNS

           IF COLUMNS-VALID-SWITCH = 1
               PERFORM APPLY-CARD-DEFAULTS
               PERFORM EDIT-CARD-CROSS-FIELDS
               PERFORM EDIT-CARD-RUN-MODES
               PERFORM EDIT-CARD-AGAINST-DECK
               PERFORM ESTIMATE-CARD-ELAPSED
           ELSE
               ADD 1 TO CARDS-NOT-ESTIMATED
           END-IF

           IF CARD-ERROR-COUNT = 0 AND CARD-WARNING-COUNT = 0
               MOVE "          CARD CLEAN" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF CARD-ERROR-COUNT > 0
               ADD 1 TO CARDS-IN-ERROR
           END-IF
           MOVE CARD-ERROR-COUNT TO DECK-ERROR-COUNT(DECK-I)

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    the column rules - every number a number, every flag one
      *    of the values the program acts on. the columns added
      *    after the first layout may be blank on an older deck.
      *    a card whose numbers cannot be read is not taken any
      *    further: its cross-field checks would be meaningless.
       EDIT-CARD-COLUMNS.
           MOVE 1 TO COLUMNS-VALID-SWITCH

           IF CARD-NUMBER-OF-TESTS NOT NUMERIC
               MOVE "COLS 01-07 NUMBER-OF-TESTS IS NOT NUMERIC"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
               MOVE 0 TO COLUMNS-VALID-SWITCH
           END-IF
           IF CARD-NUMBER-OF-PRISONERS NOT NUMERIC
               MOVE "COLS 08-10 NUMBER-OF-PRISONERS IS NOT NUMERIC"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
               MOVE 0 TO COLUMNS-VALID-SWITCH
           END-IF
           IF CARD-CHECKPOINT-INTERVAL NOT NUMERIC
               MOVE "COLS 11-16 CHECKPOINT-INTERVAL IS NOT NUMERIC"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
               MOVE 0 TO COLUMNS-VALID-SWITCH
           END-IF
           IF CARD-BOX-OPEN-LIMIT NOT NUMERIC
               MOVE "COLS 17-19 BOX-OPEN-LIMIT IS NOT NUMERIC"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
               MOVE 0 TO COLUMNS-VALID-SWITCH
           END-IF
           IF CARD-SWEEP-LOW NOT NUMERIC
               MOVE "COLS 21-23 SWEEP-LOW IS NOT NUMERIC"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
               MOVE 0 TO COLUMNS-VALID-SWITCH
           END-IF
           IF CARD-SWEEP-HIGH NOT NUMERIC
               MOVE "COLS 24-26 SWEEP-HIGH IS NOT NUMERIC"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
               MOVE 0 TO COLUMNS-VALID-SWITCH
           END-IF
           IF CARD-EXPECTED-LOW NOT NUMERIC
               MOVE "COLS 27-31 EXPECTED-LOW-PERCENT IS NOT NUMERIC"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
               MOVE 0 TO COLUMNS-VALID-SWITCH
           END-IF
           IF CARD-EXPECTED-HIGH NOT NUMERIC
               MOVE "COLS 32-36 EXPECTED-HIGH-PERCENT IS NOT NUMERIC"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
               MOVE 0 TO COLUMNS-VALID-SWITCH
           END-IF
           IF CARD-RANDOM-SEED NOT NUMERIC
               MOVE "COLS 37-45 RANDOM-SEED IS NOT NUMERIC"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
               MOVE 0 TO COLUMNS-VALID-SWITCH
           END-IF
           IF CURRENT-CARD(55:4) NOT = SPACES
               IF CARD-PARTITION-NUMBER NOT NUMERIC
                   OR CARD-PARTITION-COUNT NOT NUMERIC
                   MOVE "COLS 55-58 PARTITION PAIR IS NOT NUMERIC"
                       TO MESSAGE-TEXT
                   PERFORM REPORT-CARD-ERROR
                   MOVE 0 TO COLUMNS-VALID-SWITCH
               END-IF
           END-IF
           IF CURRENT-CARD(61:4) NOT = SPACES
               IF CARD-TARGET-HALF-WIDTH NOT NUMERIC
                   MOVE "COLS 61-64 TARGET-HALF-WIDTH IS NOT NUMERIC"
                       TO MESSAGE-TEXT
                   PERFORM REPORT-CARD-ERROR
                   MOVE 0 TO COLUMNS-VALID-SWITCH
               END-IF
           END-IF

      *    a Y/N flag that is neither is read as N by the program -
      *    worth a warning, since somebody keyed it meaning
      *    something
           IF CARD-SWEEP-MODE-FLAG NOT = "Y"
               AND CARD-SWEEP-MODE-FLAG NOT = "N"
               AND CARD-SWEEP-MODE-FLAG NOT = SPACE
               MOVE "COL 20 SWEEP-MODE-FLAG IS NOT Y OR N - READ AS N"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
           END-IF
           IF CARD-DETAIL-MODE-FLAG NOT = "Y"
               AND CARD-DETAIL-MODE-FLAG NOT = "N"
               AND CARD-DETAIL-MODE-FLAG NOT = SPACE
               MOVE "COL 46 DETAIL-MODE-FLAG IS NOT Y OR N - READ AS N"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
           END-IF
           IF CARD-LOSSPERM-MODE-FLAG NOT = "Y"
               AND CARD-LOSSPERM-MODE-FLAG NOT = "N"
               AND CARD-LOSSPERM-MODE-FLAG NOT = SPACE
               MOVE SPACES TO MESSAGE-TEXT
               STRING "COL 59 LOSSPERM-MODE-FLAG IS NOT Y OR N - "
                   "READ AS N"
                   DELIMITED BY SIZE INTO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
           END-IF
           IF CARD-REPLAY-MODE-FLAG NOT = "Y"
               AND CARD-REPLAY-MODE-FLAG NOT = "N"
               AND CARD-REPLAY-MODE-FLAG NOT = SPACE
               MOVE "COL 60 REPLAY-MODE-FLAG IS NOT Y OR N - READ AS N"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
           END-IF
           IF CARD-CERTIFY-MODE-FLAG NOT = "Y"
               AND CARD-CERTIFY-MODE-FLAG NOT = "N"
               AND CARD-CERTIFY-MODE-FLAG NOT = SPACE
               MOVE "COL 65 CERTIFY-MODE-FLAG IS NOT Y OR N - READ AS N"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
           END-IF
           IF CARD-SHUFFLE-METHOD NOT = "F"
               AND CARD-SHUFFLE-METHOD NOT = "L"
               AND CARD-SHUFFLE-METHOD NOT = SPACE
               MOVE "COL 66 SHUFFLE-METHOD IS NOT F OR L - READ AS L"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
           END-IF

      *    the program runs an unknown variant as the classic
      *    problem - which files classic results for a card that
      *    asked for something else, so the edit stops it
           IF CARD-VARIANT-CODE NOT = "C"
               AND CARD-VARIANT-CODE NOT = "S"
               AND CARD-VARIANT-CODE NOT = "A"
               AND CARD-VARIANT-CODE NOT = SPACE
               MOVE SPACES TO MESSAGE-TEXT
               STRING "COL 67 PROBLEM VARIANT " CARD-VARIANT-CODE
                   " IS NOT C, S OR A"
                   DELIMITED BY SIZE INTO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
           END-IF.

      *    the parameters in force for this card - the compiled-in
      *    defaults, overlaid by whatever the card supplies, the way
      *    RESET-RUN-PARAMETERS and APPLY-PARAMETER-CARD in
      *    100-PRISONERS leave them
       APPLY-CARD-DEFAULTS.
           MOVE 10000 TO NUMBER-OF-TESTS
           MOVE 100 TO NUMBER-OF-PRISONERS
           MOVE 1000 TO CHECKPOINT-INTERVAL
           MOVE 0 TO BOX-OPEN-LIMIT
           MOVE "N" TO SWEEP-MODE-FLAG
           MOVE 0 TO SWEEP-LOW
           MOVE 0 TO SWEEP-HIGH
           MOVE 28.00 TO EXPECTED-LOW-PERCENT
           MOVE 34.00 TO EXPECTED-HIGH-PERCENT
           MOVE 0 TO PARTITION-NUMBER
           MOVE 0 TO PARTITION-COUNT
           MOVE "N" TO REPLAY-MODE-FLAG
           MOVE 0 TO TARGET-HALF-WIDTH
           MOVE "N" TO CERTIFY-MODE-FLAG
           MOVE "C" TO VARIANT-CODE

           IF CARD-NUMBER-OF-TESTS > 0
               MOVE CARD-NUMBER-OF-TESTS TO NUMBER-OF-TESTS
           END-IF
           IF CARD-NUMBER-OF-PRISONERS > 0
               MOVE CARD-NUMBER-OF-PRISONERS TO NUMBER-OF-PRISONERS
           END-IF
           IF CARD-CHECKPOINT-INTERVAL > 0
               MOVE CARD-CHECKPOINT-INTERVAL TO CHECKPOINT-INTERVAL
           END-IF
           IF CARD-BOX-OPEN-LIMIT > 0
               MOVE CARD-BOX-OPEN-LIMIT TO BOX-OPEN-LIMIT
           ELSE
               COMPUTE BOX-OPEN-LIMIT = NUMBER-OF-PRISONERS / 2
           END-IF
           IF CARD-SWEEP-MODE-FLAG = "Y"
               MOVE "Y" TO SWEEP-MODE-FLAG
           END-IF
           MOVE CARD-SWEEP-LOW TO SWEEP-LOW
           MOVE CARD-SWEEP-HIGH TO SWEEP-HIGH
           IF CARD-EXPECTED-LOW > 0
               MOVE CARD-EXPECTED-LOW TO EXPECTED-LOW-PERCENT
           END-IF
           IF CARD-EXPECTED-HIGH > 0
               MOVE CARD-EXPECTED-HIGH TO EXPECTED-HIGH-PERCENT
           END-IF
           IF CARD-PARTITION-NUMBER NUMERIC
               MOVE CARD-PARTITION-NUMBER TO PARTITION-NUMBER
           END-IF
           IF CARD-PARTITION-COUNT NUMERIC
               MOVE CARD-PARTITION-COUNT TO PARTITION-COUNT
           END-IF
           IF CARD-REPLAY-MODE-FLAG = "Y"
               MOVE "Y" TO REPLAY-MODE-FLAG
           END-IF
           IF CARD-TARGET-HALF-WIDTH NUMERIC
               MOVE CARD-TARGET-HALF-WIDTH TO TARGET-HALF-WIDTH
           END-IF
           IF CARD-CERTIFY-MODE-FLAG = "Y"
               MOVE "Y" TO CERTIFY-MODE-FLAG
           END-IF
           IF CARD-VARIANT-CODE = "S" OR CARD-VARIANT-CODE = "A"
               MOVE CARD-VARIANT-CODE TO VARIANT-CODE
           END-IF.

      *    the rules between the columns of one card - sizes that
      *    cannot go together whatever mode the card runs in
       EDIT-CARD-CROSS-FIELDS.
           IF NUMBER-OF-PRISONERS < 2
               MOVE SPACES TO MESSAGE-TEXT
               STRING "A RUN NEEDS AT LEAST 2 PRISONERS - THE CARD "
                   "ASKS FOR " NUMBER-OF-PRISONERS
                   DELIMITED BY SIZE INTO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
           END-IF

      *    the classic allowance is half the boxes - an odd count
      *    has no half, and the theory figures and the expected
      *    band are all worked for an even N
           DIVIDE NUMBER-OF-PRISONERS BY 2
               GIVING HALF-PRISONERS
               REMAINDER ODD-REMAINDER
           IF ODD-REMAINDER NOT = 0
               MOVE SPACES TO MESSAGE-TEXT
               STRING "NUMBER-OF-PRISONERS " NUMBER-OF-PRISONERS
                   " IS ODD - IT MUST BE EVEN"
                   DELIMITED BY SIZE INTO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
           END-IF

           IF BOX-OPEN-LIMIT > NUMBER-OF-PRISONERS
               MOVE SPACES TO MESSAGE-TEXT
               STRING "BOX-OPEN-LIMIT K=" BOX-OPEN-LIMIT
                   " IS MORE THAN THE " NUMBER-OF-PRISONERS
                   " PRISONERS"
                   DELIMITED BY SIZE INTO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
           END-IF

           IF EXPECTED-LOW-PERCENT > EXPECTED-HIGH-PERCENT
               MOVE SPACES TO MESSAGE-TEXT
               MOVE EXPECTED-LOW-PERCENT TO PERCENT-EDIT-LOW
               MOVE EXPECTED-HIGH-PERCENT TO PERCENT-EDIT-HIGH
               STRING "EXPECTED BAND " PERCENT-EDIT-LOW
                   " TO " PERCENT-EDIT-HIGH " RUNS BACKWARDS"
                   DELIMITED BY SIZE INTO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
           END-IF
           IF EXPECTED-HIGH-PERCENT > 100
               MOVE SPACES TO MESSAGE-TEXT
               MOVE EXPECTED-HIGH-PERCENT TO PERCENT-EDIT-HIGH
               STRING "EXPECTED-HIGH-PERCENT " PERCENT-EDIT-HIGH
                   " IS OVER 100 PERCENT"
                   DELIMITED BY SIZE INTO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
           END-IF

      *    the same range VALIDATE-SWEEP-RANGE insists on, caught
      *    here before the earlier cards of a deck have filed
      *    anything - plus a top K no prisoner could reach
           IF SWEEP-MODE-FLAG = "Y"
               IF SWEEP-LOW = 0 OR SWEEP-HIGH < SWEEP-LOW
                   MOVE SPACES TO MESSAGE-TEXT
                   STRING "SWEEP K=" SWEEP-LOW " TO K=" SWEEP-HIGH
                       " IS NOT A VALID, NON-EMPTY RANGE"
                       DELIMITED BY SIZE INTO MESSAGE-TEXT
                   PERFORM REPORT-CARD-ERROR
               ELSE
                   IF SWEEP-HIGH > NUMBER-OF-PRISONERS
                       MOVE SPACES TO MESSAGE-TEXT
                       STRING "SWEEP-HIGH K=" SWEEP-HIGH
                           " IS MORE THAN THE " NUMBER-OF-PRISONERS
                           " PRISONERS"
                           DELIMITED BY SIZE INTO MESSAGE-TEXT
                       PERFORM REPORT-CARD-ERROR
                   END-IF
               END-IF
           END-IF

      *    the partition pair - a slice number within the count,
      *    and no more slices than there are trials to share out
           IF PARTITION-COUNT > 0
               IF PARTITION-NUMBER > PARTITION-COUNT
                   MOVE SPACES TO MESSAGE-TEXT
                   STRING "PARTITION-NUMBER " PARTITION-NUMBER
                       " IS ABOVE THE PARTITION-COUNT OF "
                       PARTITION-COUNT
                       DELIMITED BY SIZE INTO MESSAGE-TEXT
                   PERFORM REPORT-CARD-ERROR
               END-IF
               IF PARTITION-COUNT > 1 AND PARTITION-NUMBER = 0
                   MOVE SPACES TO MESSAGE-TEXT
                   STRING "PARTITION-COUNT " PARTITION-COUNT
                       " NAMES NO PARTITION-NUMBER FOR THIS COPY"
                       DELIMITED BY SIZE INTO MESSAGE-TEXT
                   PERFORM REPORT-CARD-ERROR
               END-IF
               IF PARTITION-COUNT > NUMBER-OF-TESTS
                   MOVE SPACES TO MESSAGE-TEXT
                   STRING "PARTITION-COUNT " PARTITION-COUNT
                       " IS MORE THAN THE " NUMBER-OF-TESTS " TRIALS"
                       DELIMITED BY SIZE INTO MESSAGE-TEXT
                   PERFORM REPORT-CARD-ERROR
               END-IF
           ELSE
               IF PARTITION-NUMBER > 0
                   MOVE SPACES TO MESSAGE-TEXT
                   STRING "PARTITION-NUMBER " PARTITION-NUMBER
                       " WITHOUT A PARTITION-COUNT IS IGNORED"
                       DELIMITED BY SIZE INTO MESSAGE-TEXT
                   PERFORM REPORT-CARD-WARNING
               END-IF
           END-IF

      *    the adaptive interval is only checked at the checkpoint
      *    cadence, so the card has to say what that cadence is
           IF TARGET-HALF-WIDTH > 0
               IF CARD-CHECKPOINT-INTERVAL = 0
                   MOVE SPACES TO MESSAGE-TEXT
                   STRING "ADAPTIVE TARGET BUT A ZERO CHECKPOINT-"
                       "INTERVAL (COLS 11-16)"
                       DELIMITED BY SIZE INTO MESSAGE-TEXT
                   PERFORM REPORT-CARD-ERROR
               ELSE
                   IF CHECKPOINT-INTERVAL > NUMBER-OF-TESTS
                       MOVE SPACES TO MESSAGE-TEXT
                       STRING "ADAPTIVE CHECK EVERY "
                           CHECKPOINT-INTERVAL " IS PAST THE TRIAL CAP"
                           DELIMITED BY SIZE INTO MESSAGE-TEXT
                       PERFORM REPORT-CARD-WARNING
                   END-IF
               END-IF
           END-IF

      *    the warden swap wins every trial at K = N/2, so the
      *    classic band it would otherwise be judged by is wrong
           IF VARIANT-CODE = "S" AND CARD-EXPECTED-LOW = 0
               AND CARD-EXPECTED-HIGH = 0
               MOVE "WARDEN-SWAP CARD WITHOUT ITS OWN EXPECTED BAND"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
           END-IF

           IF CARD-DETAIL-MODE-FLAG = "Y"
               AND NUMBER-OF-TESTS NOT < DETAIL-VOLUME-LIMIT
               MOVE SPACES TO MESSAGE-TEXT
               STRING "DETAIL MODE WRITES ONE RECORD PER TRIAL - "
                   NUMBER-OF-TESTS " RECORDS"
                   DELIMITED BY SIZE INTO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
           END-IF.

      *    the run modes - which ones the card's place in the run
      *    lets it have, and what each needs on hand. the warnings
      *    are the columns 100-PRISONERS would ignore, in the order
      *    READ-PARAMETER-CARD ignores them.
       EDIT-CARD-RUN-MODES.
           IF PARTITION-COUNT > 1
               IF SEVERAL-CARDS-SWITCH = 1
                   MOVE "PARTITION COLUMNS ARE IGNORED ON A DECK"
                       TO MESSAGE-TEXT
                   PERFORM REPORT-CARD-WARNING
                   MOVE 0 TO PARTITION-COUNT
               ELSE
                   IF SWEEP-MODE-FLAG = "Y"
                       MOVE "PARTITION COLUMNS ARE IGNORED IN A SWEEP"
                           TO MESSAGE-TEXT
                       PERFORM REPORT-CARD-WARNING
                       MOVE 0 TO PARTITION-COUNT
                   ELSE
                       IF REPLAY-MODE-FLAG = "Y"
                           MOVE "PARTITION COLUMNS IGNORED IN A REPLAY"
                               TO MESSAGE-TEXT
                           PERFORM REPORT-CARD-WARNING
                           MOVE 0 TO PARTITION-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF TARGET-HALF-WIDTH > 0 AND PARTITION-COUNT > 1
               MOVE "ADAPTIVE TARGET IS IGNORED IN A PARTITIONED RUN"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
               MOVE 0 TO TARGET-HALF-WIDTH
           END-IF

           IF CERTIFY-MODE-FLAG = "Y"
               IF SEVERAL-CARDS-SWITCH = 1
                   MOVE "CERTIFICATION IS IGNORED ON A SCENARIO DECK"
                       TO MESSAGE-TEXT
                   PERFORM REPORT-CARD-WARNING
                   MOVE "N" TO CERTIFY-MODE-FLAG
               ELSE
                   PERFORM EDIT-CERTIFICATION-CARD
               END-IF
           END-IF

           IF SWEEP-MODE-FLAG = "Y" AND SEVERAL-CARDS-SWITCH = 1
               MOVE "SWEEP FLAG IS IGNORED ON A SCENARIO DECK"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
               MOVE "N" TO SWEEP-MODE-FLAG
           END-IF

      *    a replay reads every permutation from PERMIN - without
      *    the dataset the run abends at its first trial
           IF REPLAY-MODE-FLAG = "Y"
               IF PERMIN-PRESENT-SWITCH = 0
                   MOVE "REPLAY MODE BUT NO PERMIN DATASET ON THE STEP"
                       TO MESSAGE-TEXT
                   PERFORM REPORT-CARD-ERROR
               ELSE
                   IF PERMIN-EMPTY-SWITCH = 1
                       MOVE "REPLAY MODE BUT PERMIN DATASET IS EMPTY"
                           TO MESSAGE-TEXT
                       PERFORM REPORT-CARD-ERROR
                   END-IF
               END-IF
           END-IF.

      *    a one-card certification - a shuffle test, so it cannot
      *    replay or run a variant, and only certifies small N
       EDIT-CERTIFICATION-CARD.
           IF NUMBER-OF-PRISONERS > CERTIFY-MAX-PRISONERS
               MOVE SPACES TO MESSAGE-TEXT
               STRING "CERTIFICATION NEEDS 2 TO " CERTIFY-MAX-PRISONERS
                   " BOXES - THE CARD ASKS FOR " NUMBER-OF-PRISONERS
                   DELIMITED BY SIZE INTO MESSAGE-TEXT
               PERFORM REPORT-CARD-ERROR
           END-IF
           IF REPLAY-MODE-FLAG = "Y"
               MOVE "REPLAY FLAG IS IGNORED IN CERTIFICATION MODE"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
               MOVE "N" TO REPLAY-MODE-FLAG
           END-IF
           IF VARIANT-CODE NOT = "C"
               MOVE "PROBLEM VARIANT IS IGNORED IN CERTIFICATION MODE"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
           END-IF
           IF SWEEP-MODE-FLAG = "Y"
               MOVE "SWEEP FLAG IS IGNORED IN CERTIFICATION MODE"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
               MOVE "N" TO SWEEP-MODE-FLAG
           END-IF.

      *    the card against the rest of the deck. the scenario-id
      *    is what the comparison summary and the run-request
      *    completion know a deck card by, so it should be there
      *    and be unique.
       EDIT-CARD-AGAINST-DECK.
           IF SEVERAL-CARDS-SWITCH = 0
               EXIT PARAGRAPH
           END-IF

           IF CARD-SCENARIO-ID = SPACES
               MOVE "NO SCENARIO-ID (COLS 47-54) ON A DECK CARD"
                   TO MESSAGE-TEXT
               PERFORM REPORT-CARD-WARNING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING DECK-J FROM 1 BY 1
           UNTIL DECK-J >= DECK-I
               IF DECK-CARD(DECK-J)(47:8) = CARD-SCENARIO-ID
                   MOVE SPACES TO MESSAGE-TEXT
                   STRING "SCENARIO-ID " CARD-SCENARIO-ID
                       " IS ALREADY ON CARD " DECK-J
                       DELIMITED BY SIZE INTO MESSAGE-TEXT
                   PERFORM REPORT-CARD-WARNING

                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    what the card will cost the batch window, from the
      *    recent runs of the same prisoner count when there are
      *    any, or all the recent runs scaled by their size when
      *    there are not. a sweep runs its trials once per K, a
      *    partition copy runs only its slice, and an adaptive
      *    card may stop short of the estimate.
       ESTIMATE-CARD-ELAPSED.
           IF CERTIFY-MODE-FLAG = "Y"
               MOVE "          ESTIMATE   NONE - CERTIFICATION RUN"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO CARDS-NOT-ESTIMATED

               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO BASIS-RUN-COUNT
           MOVE 0 TO BASIS-SECONDS
           MOVE 0 TO BASIS-WORK
           PERFORM VARYING RECENT-I FROM 1 BY 1
           UNTIL RECENT-I > RECENT-COUNT
               IF RECENT-PRISONERS(RECENT-I) = NUMBER-OF-PRISONERS
                   PERFORM ADD-RECENT-RUN-TO-BASIS
               END-IF
           END-PERFORM
           MOVE "SAME N" TO BASIS-TEXT

           IF BASIS-RUN-COUNT = 0
               PERFORM VARYING RECENT-I FROM 1 BY 1
               UNTIL RECENT-I > RECENT-COUNT
                   PERFORM ADD-RECENT-RUN-TO-BASIS
               END-PERFORM
               MOVE "ALL N" TO BASIS-TEXT
           END-IF

           IF BASIS-RUN-COUNT = 0 OR BASIS-WORK = 0
               MOVE SPACES TO REPORT-LINE
               STRING "          ESTIMATE   NONE - NO RECENT RUNS "
                   "ON THE RUNLOG"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO CARDS-NOT-ESTIMATED

               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO CARD-PASSES
           IF SWEEP-MODE-FLAG = "Y" AND SWEEP-HIGH NOT < SWEEP-LOW
               COMPUTE CARD-PASSES = SWEEP-HIGH - SWEEP-LOW + 1
           END-IF

           MOVE NUMBER-OF-TESTS TO CARD-TRIALS
           IF PARTITION-COUNT > 1
               COMPUTE CARD-TRIALS = NUMBER-OF-TESTS / PARTITION-COUNT
           END-IF

           COMPUTE CARD-WORK =
               CARD-TRIALS * NUMBER-OF-PRISONERS * CARD-PASSES
           COMPUTE CARD-ESTIMATE-SECONDS ROUNDED =
               CARD-WORK * BASIS-SECONDS / BASIS-WORK
           ADD CARD-ESTIMATE-SECONDS TO DECK-ESTIMATE-SECONDS

           MOVE CARD-ESTIMATE-SECONDS TO EDIT-SECONDS
           PERFORM EDIT-ELAPSED-TIME

           IF TARGET-HALF-WIDTH > 0
               MOVE "UP TO " TO ESTIMATE-PREFIX
           ELSE
               MOVE SPACES TO ESTIMATE-PREFIX
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "          ESTIMATE   " ELAPSED-EDIT-FIELD " "
               ESTIMATE-PREFIX " FROM " BASIS-RUN-COUNT
               " RECENT RUN(S), " BASIS-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       ADD-RECENT-RUN-TO-BASIS.
           ADD 1 TO BASIS-RUN-COUNT
           ADD RECENT-SECONDS(RECENT-I) TO BASIS-SECONDS
           COMPUTE BASIS-WORK = BASIS-WORK
               + RECENT-TRIALS(RECENT-I) * RECENT-PRISONERS(RECENT-I).

      *    a STEPS edit is a partitioned run: its cards must be one
      *    complete set - the same count on every card, every slice
      *    1..count there once, and the cards identical but for the
      *    slice number - or PARTITION-CONSOLIDATE rejects the lot
      *    after every slice has run
       EDIT-PARTITION-SET.
           MOVE SPACES TO REPORT-LINE
           STRING "PARTITION SET - " DECK-CARD-COUNT " CARD(S)"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DECK-CARD(1) TO CURRENT-CARD
           IF CURRENT-CARD(57:2) NOT NUMERIC
               MOVE 0 TO SET-PARTITION-COUNT
           ELSE
               MOVE CARD-PARTITION-COUNT TO SET-PARTITION-COUNT
           END-IF

           IF SET-PARTITION-COUNT < 2
               MOVE "CARD 001 IS NOT PARTITIONED - NO SET TO CHECK"
                   TO MESSAGE-TEXT
               PERFORM REPORT-SET-ERROR
               PERFORM CLOSE-PARTITION-SET

               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SET-I FROM 1 BY 1 UNTIL SET-I > 99
               MOVE 0 TO SET-SEEN(SET-I)
           END-PERFORM

           PERFORM VARYING DECK-I FROM 1 BY 1
           UNTIL DECK-I > DECK-CARD-COUNT
               PERFORM FILE-ONE-SET-CARD
           END-PERFORM

           PERFORM VARYING SET-I FROM 1 BY 1
           UNTIL SET-I > SET-PARTITION-COUNT
               MOVE SET-I TO SET-SLICE
               IF SET-SEEN(SET-I) = 0
                   MOVE SPACES TO MESSAGE-TEXT
                   STRING "PARTITION " SET-SLICE " OF "
                       SET-PARTITION-COUNT " HAS NO CARD"
                       DELIMITED BY SIZE INTO MESSAGE-TEXT
                   PERFORM REPORT-SET-ERROR
               END-IF
               IF SET-SEEN(SET-I) > 1
                   MOVE SPACES TO MESSAGE-TEXT
                   STRING "PARTITION " SET-SLICE " OF "
                       SET-PARTITION-COUNT " IS ON " SET-SEEN(SET-I)
                       " CARDS"
                       DELIMITED BY SIZE INTO MESSAGE-TEXT
                   PERFORM REPORT-SET-ERROR
               END-IF
           END-PERFORM

           PERFORM CLOSE-PARTITION-SET.

      *    one card of the set, against card 1
       FILE-ONE-SET-CARD.
           MOVE DECK-CARD(DECK-I) TO CURRENT-CARD

           IF CURRENT-CARD(1:54) NOT = DECK-CARD(1)(1:54)
               OR CURRENT-CARD(57:11) NOT = DECK-CARD(1)(57:11)
               MOVE SPACES TO MESSAGE-TEXT
               STRING "CARD " DECK-I " DIFFERS FROM CARD 001 OUTSIDE "
                   "COLS 55-56"
                   DELIMITED BY SIZE INTO MESSAGE-TEXT
               PERFORM REPORT-SET-ERROR

               EXIT PARAGRAPH
           END-IF

           IF CURRENT-CARD(55:2) NUMERIC
               IF CARD-PARTITION-NUMBER > 0
                   AND CARD-PARTITION-NUMBER NOT > SET-PARTITION-COUNT
                   ADD 1 TO SET-SEEN(CARD-PARTITION-NUMBER)
               END-IF
           END-IF.

       CLOSE-PARTITION-SET.
           IF SET-ERROR-COUNT = 0
               MOVE "          SET COMPLETE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    the closing summary and the verdict the JCL acts on
       WRITE-EDIT-SUMMARY.
           IF DECK-CARDS-DROPPED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "ERROR: " DECK-CARDS-DROPPED " MORE CARD(S) "
                   "PAST THE 99 THIS EDIT HOLDS - NOT EDITED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD DECK-CARDS-DROPPED TO TOTAL-ERROR-COUNT
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CARDS EDITED " DECK-CARD-COUNT
               "  IN ERROR " CARDS-IN-ERROR
               "  ERRORS " TOTAL-ERROR-COUNT
               "  WARNINGS " TOTAL-WARNING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DECK-ESTIMATE-SECONDS TO EDIT-SECONDS
           PERFORM EDIT-ELAPSED-TIME
           MOVE SPACES TO REPORT-LINE
           IF CARDS-NOT-ESTIMATED > 0
               STRING "ESTIMATED ELAPSED " ELAPSED-EDIT-FIELD
                   " FOR THE DECK - " CARDS-NOT-ESTIMATED
                   " CARD(S) NOT ESTIMATED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "ESTIMATED ELAPSED " ELAPSED-EDIT-FIELD
                   " FOR THE DECK"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF TOTAL-ERROR-COUNT > 0
               MOVE "DECK REJECTED - THE SIMULATION STEPS WILL NOT RUN"
                   TO REPORT-LINE
           ELSE
               MOVE "DECK ACCEPTED" TO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *    one error or warning line under the card being edited
       REPORT-CARD-ERROR.
           MOVE SPACES TO REPORT-LINE
           STRING "          ERROR      " MESSAGE-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO CARD-ERROR-COUNT
           ADD 1 TO TOTAL-ERROR-COUNT.

       REPORT-CARD-WARNING.
           MOVE SPACES TO REPORT-LINE
           STRING "          WARNING    " MESSAGE-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO CARD-WARNING-COUNT
           ADD 1 TO TOTAL-WARNING-COUNT.

       REPORT-SET-ERROR.
           MOVE SPACES TO REPORT-LINE
           STRING "          ERROR      " MESSAGE-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO SET-ERROR-COUNT
           ADD 1 TO TOTAL-ERROR-COUNT.

      *    the recent completed runs on the RUNLOG, for the
      *    estimates, and the RESULTS rows they filed. no log, or
      *    no repository to share the runs' time over, only means
      *    no estimates.
       LOAD-RECENT-RUNS.
           OPEN INPUT RUNLOG-FILE

           IF RUNLOG-STATUS NOT = "00"
               DISPLAY "NOTE: NO RUNLOG DATASET - FILE STATUS "
                   RUNLOG-STATUS " - NO ELAPSED ESTIMATES"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL RUNLOG-EOF = 1
               READ RUNLOG-FILE
                   AT END
                       MOVE 1 TO RUNLOG-EOF
                   NOT AT END
                       IF RUNLOG-CENTURY-FLAG NOT = "Y"
                           PERFORM WIDEN-RUNLOG-RECORD
                       END-IF

                       PERFORM FILE-ONE-LOG-EVENT
               END-READ
           END-PERFORM

           CLOSE RUNLOG-FILE

           IF WINDOW-COUNT > 0
               PERFORM LOAD-WINDOW-ROWS
               PERFORM SHARE-WINDOW-TIME
           END-IF.

      *    a STARTUP opens a run and notes when, a COMPLETE closes
      *    it into the recent-run ring when nothing on the way
      *    made its time unfit to estimate from
       FILE-ONE-LOG-EVENT.
           EVALUATE RUNLOG-EVENT
               WHEN "STARTUP "
                   PERFORM COMPUTE-EVENT-CLOCK
                   MOVE EVENT-DAY-NUMBER TO START-DAY-NUMBER
                   MOVE EVENT-SECONDS TO START-SECONDS
                   COMPUTE OPEN-RUN-START-STAMP =
                       RUNLOG-DATE * 100000000 + RUNLOG-TIME
                   MOVE 1 TO OPEN-RUN-SWITCH
                   MOVE 1 TO OPEN-RUN-USABLE-SWITCH
               WHEN "RESUME  "
               WHEN "ADAPTEND"
               WHEN "CERTIFY "
               WHEN "PERMFAIL"
                   MOVE 0 TO OPEN-RUN-USABLE-SWITCH
               WHEN "COMPLETE"
                   IF OPEN-RUN-SWITCH = 1
                       AND OPEN-RUN-USABLE-SWITCH = 1
                       PERFORM COMPUTE-EVENT-CLOCK
                       PERFORM HOLD-ONE-RECENT-RUN
                   END-IF
                   MOVE 0 TO OPEN-RUN-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    files the run just completed in the ring, over the
      *    oldest one once the ring is full
       HOLD-ONE-RECENT-RUN.
           COMPUTE ELAPSED-SECONDS =
               (EVENT-DAY-NUMBER - START-DAY-NUMBER) * 86400
                   + EVENT-SECONDS - START-SECONDS

           IF ELAPSED-SECONDS < 0
               EXIT PARAGRAPH
           END-IF

           MOVE OPEN-RUN-START-STAMP
               TO WINDOW-START-STAMP(WINDOW-NEXT)
           COMPUTE WINDOW-END-STAMP(WINDOW-NEXT) =
               RUNLOG-DATE * 100000000 + RUNLOG-TIME
           MOVE ELAPSED-SECONDS TO WINDOW-SECONDS(WINDOW-NEXT)
           MOVE 0 TO WINDOW-WORK(WINDOW-NEXT)
           MOVE 0 TO WINDOW-ROWS-LEFT(WINDOW-NEXT)

           IF WINDOW-COUNT < ESTIMATE-WINDOW
               ADD 1 TO WINDOW-COUNT
           END-IF

           ADD 1 TO WINDOW-NEXT
           IF WINDOW-NEXT > ESTIMATE-WINDOW
               MOVE 1 TO WINDOW-NEXT
           END-IF.

      *    the RESULTS rows filed inside the recent runs. every
      *    pass keys its row with its own start stamp, so a deck
      *    or a sweep has one row per pass inside its one window.
       LOAD-WINDOW-ROWS.
           MOVE 99999999 TO EARLIEST-START-DATE
           MOVE 0 TO LATEST-END-DATE
           PERFORM VARYING WINDOW-I FROM 1 BY 1
           UNTIL WINDOW-I > WINDOW-COUNT
               IF WINDOW-START-STAMP(WINDOW-I)(1:8)
                   < EARLIEST-START-DATE
                   MOVE WINDOW-START-STAMP(WINDOW-I)(1:8)
                       TO EARLIEST-START-DATE
               END-IF
               IF WINDOW-END-STAMP(WINDOW-I)(1:8) > LATEST-END-DATE
                   MOVE WINDOW-END-STAMP(WINDOW-I)(1:8)
                       TO LATEST-END-DATE
               END-IF
           END-PERFORM

           OPEN INPUT RESULTS-FILE

      *    a cluster still in the two-digit-year layout will not
      *    open under this one (39) and is read in its old layout
           IF RESULTS-STATUS = "39"
               OPEN INPUT OLD-RESULTS-FILE
               MOVE 1 TO OLD-RESULTS-SWITCH
           END-IF

           IF RESULTS-STATUS NOT = "00"
               DISPLAY "NOTE: NO RESULTS DATASET - FILE STATUS "
                   RESULTS-STATUS " - NO ELAPSED ESTIMATES"
               EXIT PARAGRAPH
           END-IF

      *    an old-layout cluster keeps its 19xx keys after its 20xx
      *    ones, so the rows are found by reading it all
           IF OLD-RESULTS-SWITCH = 1
               PERFORM UNTIL RESULTS-EOF = 1
                   READ OLD-RESULTS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RESULTS-EOF
                       NOT AT END
                           PERFORM WIDEN-RESULTS-RECORD
                           IF RESULTS-RUN-DATE
                                   NOT < EARLIEST-START-DATE
                               AND RESULTS-RUN-DATE
                                   NOT > LATEST-END-DATE
                               PERFORM FILE-ONE-WINDOW-ROW
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE OLD-RESULTS-FILE

               EXIT PARAGRAPH
           END-IF

           MOVE EARLIEST-START-DATE TO RESULTS-RUN-DATE
           MOVE 0 TO RESULTS-RUN-TIME
           MOVE 0 TO RESULTS-RANDOM-SEED

           START RESULTS-FILE KEY >= RESULTS-KEY
               INVALID KEY
                   MOVE 1 TO RESULTS-EOF
           END-START

           PERFORM UNTIL RESULTS-EOF = 1
               READ RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RESULTS-EOF
                   NOT AT END
                       IF RESULTS-RUN-DATE > LATEST-END-DATE
                           MOVE 1 TO RESULTS-EOF
                       ELSE
                           PERFORM FILE-ONE-WINDOW-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESULTS-FILE.

      *    files one row against the recent run whose window holds
      *    its stamp. a row inside none of them - an older run, a
      *    consolidated partition set, a reload - is passed over.
      *    a partition copy ran only its slice of the trials.
       FILE-ONE-WINDOW-ROW.
           COMPUTE ROW-STAMP =
               RESULTS-RUN-DATE * 100000000 + RESULTS-RUN-TIME

           MOVE 0 TO FOUND-WINDOW-I
           PERFORM VARYING WINDOW-I FROM 1 BY 1
           UNTIL WINDOW-I > WINDOW-COUNT
               IF ROW-STAMP NOT < WINDOW-START-STAMP(WINDOW-I)
                   AND ROW-STAMP NOT > WINDOW-END-STAMP(WINDOW-I)
                   MOVE WINDOW-I TO FOUND-WINDOW-I

                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF FOUND-WINDOW-I = 0
               EXIT PARAGRAPH
           END-IF

           IF RECENT-COUNT >= RECENT-CAPACITY
               EXIT PARAGRAPH
           END-IF

           MOVE RESULTS-NUMBER-OF-TESTS TO ROW-TRIALS
           IF RESULTS-PARTITION-COUNT NUMERIC
               AND RESULTS-PARTITION-COUNT > 1
               COMPUTE ROW-TRIALS =
                   ROW-TRIALS / RESULTS-PARTITION-COUNT
           END-IF

           IF ROW-TRIALS = 0 OR RESULTS-NUMBER-OF-PRISONERS = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO RECENT-COUNT
           MOVE FOUND-WINDOW-I TO RECENT-WINDOW-I(RECENT-COUNT)
           MOVE RESULTS-NUMBER-OF-PRISONERS
               TO RECENT-PRISONERS(RECENT-COUNT)
           MOVE ROW-TRIALS TO RECENT-TRIALS(RECENT-COUNT)
           MOVE 0 TO RECENT-SECONDS(RECENT-COUNT)

           ADD 1 TO WINDOW-ROWS-LEFT(FOUND-WINDOW-I)
           COMPUTE WINDOW-WORK(FOUND-WINDOW-I) =
               WINDOW-WORK(FOUND-WINDOW-I)
                   + ROW-TRIALS * RESULTS-NUMBER-OF-PRISONERS.

      *    spreads each run's elapsed time over its rows by their
      *    trials times prisoners. the run's last row takes
      *    whatever is left, so the rows always add back to the
      *    run exactly. a run that filed no row is not used.
       SHARE-WINDOW-TIME.
           PERFORM VARYING WINDOW-I FROM 1 BY 1
           UNTIL WINDOW-I > WINDOW-COUNT
               MOVE WINDOW-SECONDS(WINDOW-I)
                   TO WINDOW-SECONDS-LEFT(WINDOW-I)
           END-PERFORM

           PERFORM VARYING RECENT-I FROM 1 BY 1
           UNTIL RECENT-I > RECENT-COUNT
               MOVE RECENT-WINDOW-I(RECENT-I) TO WINDOW-I

               IF WINDOW-ROWS-LEFT(WINDOW-I) = 1
                   MOVE WINDOW-SECONDS-LEFT(WINDOW-I)
                       TO RECENT-SECONDS(RECENT-I)
               ELSE
                   COMPUTE RECENT-SECONDS(RECENT-I) ROUNDED =
                       WINDOW-SECONDS(WINDOW-I)
                           * RECENT-TRIALS(RECENT-I)
                           * RECENT-PRISONERS(RECENT-I)
                           / WINDOW-WORK(WINDOW-I)
                   IF RECENT-SECONDS(RECENT-I)
                       > WINDOW-SECONDS-LEFT(WINDOW-I)
                       MOVE WINDOW-SECONDS-LEFT(WINDOW-I)
                           TO RECENT-SECONDS(RECENT-I)
                   END-IF
               END-IF

               SUBTRACT RECENT-SECONDS(RECENT-I)
                   FROM WINDOW-SECONDS-LEFT(WINDOW-I)
               SUBTRACT 1 FROM WINDOW-ROWS-LEFT(WINDOW-I)
           END-PERFORM.

      *    turns the record's date and time stamps into a day
      *    number and seconds within the day, so elapsed times
      *    measure correctly across midnight
       COMPUTE-EVENT-CLOCK.
           COMPUTE EVENT-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUNLOG-DATE)

           MOVE RUNLOG-TIME(1:2) TO CLOCK-HH
           MOVE RUNLOG-TIME(3:2) TO CLOCK-MM
           MOVE RUNLOG-TIME(5:2) TO CLOCK-SS
           COMPUTE EVENT-SECONDS =
               CLOCK-HH * 3600 + CLOCK-MM * 60 + CLOCK-SS.

      *    an old-layout RESULTS row moved into the current layout
       WIDEN-RESULTS-RECORD.
           MOVE OLD-RESULTS-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO RESULTS-RUN-DATE
           MOVE OLD-RESULTS-RUN-TIME TO RESULTS-RUN-TIME
           MOVE OLD-RESULTS-RANDOM-SEED TO RESULTS-RANDOM-SEED
           MOVE OLD-RESULTS-DATA TO RESULTS-RECORD(26:112).

      *    a log event written before the four-digit-year layout,
      *    moved into the current one
       WIDEN-RUNLOG-RECORD.
           MOVE RUNLOG-RECORD TO OLD-RUNLOG-RECORD
           MOVE OLD-RUNLOG-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO RUNLOG-DATE
           MOVE OLD-RUNLOG-DATA TO RUNLOG-RECORD(9:74).

      *    widens a two-digit-year date in WIDEN-DATE to the full
      *    form in RECORD-FULL-DATE - the same fixed window the
      *    housekeeping applies
       WIDEN-RECORD-DATE.
           MOVE WIDEN-DATE(1:2) TO WIDEN-YEAR

           IF WIDEN-YEAR < 70
               COMPUTE RECORD-FULL-DATE =
                   20000000 + WIDEN-DATE
           ELSE
               COMPUTE RECORD-FULL-DATE =
                   19000000 + WIDEN-DATE
           END-IF.

      *    breaks EDIT-SECONDS out to HHHH:MM:SS in
      *    ELAPSED-EDIT-FIELD
       EDIT-ELAPSED-TIME.
           DIVIDE EDIT-SECONDS BY 3600
               GIVING EDIT-HOURS
               REMAINDER EDIT-REMAINDER
           DIVIDE EDIT-REMAINDER BY 60
               GIVING EDIT-MINUTES
               REMAINDER EDIT-ONLY-SECONDS

           MOVE EDIT-HOURS TO ELAPSED-EDIT-HOURS
           MOVE EDIT-MINUTES TO ELAPSED-EDIT-MINUTES
           MOVE EDIT-ONLY-SECONDS TO ELAPSED-EDIT-SECONDS.

      *    one line to the edit report and the job log both
       WRITE-REPORT-LINE.
           WRITE EDIT-REPORT-RECORD FROM REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM DECK-EDIT.
