      *          section shows each strategy converging - or not -
      *          across its runs. Replaces "whoever kept the most
      *          sysout" as the answer to which strategy is winning.
      *          Runs of a problem variant are ranked as pairings of
      *          their own, against the loop strategy's figure for
      *          the same variant. Each run's block on STRATOUT is
      *          checked against its header and trailer first, the
      *          runs consumed are listed, and a block that did not
      *          arrive whole is left off the board.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
      *    per-strategy per-run tallies - the layout must stay in
      *    step with WRITE-ONE-STRATEGY-RECORD in 100-PRISONERS, and
      *    the header and trailer that bracket each run's block
      *    with BLOCK-HEADER-RECORD and BLOCK-TRAILER-RECORD there
           FD STRATOUT-FILE
               RECORD CONTAINS 66 CHARACTERS.
           01 STRATOUT-RECORD.
               05 STRATOUT-RUN-DATE PIC 9(8).
               05 STRATOUT-RUN-TIME PIC 9(8).
               05 STRATOUT-SCENARIO-ID PIC X(08).
               05 STRATOUT-STRATEGY-ID PIC X(08).
               05 STRATOUT-TOTAL-WINS PIC 9(7).
               05 STRATOUT-TOTAL-LOSSES PIC 9(7).
               05 STRATOUT-WIN-PERCENT PIC 999V99.
               05 STRATOUT-VARIANT-CODE PIC X(01).
               05 STRATOUT-CENTURY-FLAG PIC X(01).
           01 STRATOUT-HEADER-RECORD.
               05 STRATOUT-HEADER-TYPE PIC X(07).
               05 STRATOUT-HEADER-RUN-DATE PIC 9(8).
               05 STRATOUT-HEADER-RUN-TIME PIC 9(8).
               05 STRATOUT-HEADER-RANDOM-SEED PIC 9(9).
               05 STRATOUT-HEADER-SCENARIO-ID PIC X(08).
               05 STRATOUT-HEADER-NUMBER-OF-TESTS PIC 9(7).
               05 STRATOUT-HEADER-PRISONERS PIC 9(3).
               05 STRATOUT-HEADER-BOX-OPEN-LIMIT PIC 9(3).
               05 STRATOUT-HEADER-PARTITION-NUMBER PIC 9(2).
               05 STRATOUT-HEADER-PARTITION-COUNT PIC 9(2).
               05 STRATOUT-HEADER-SHUFFLE-METHOD PIC X(01).
               05 STRATOUT-HEADER-VARIANT-CODE PIC X(01).
               05 STRATOUT-HEADER-REPLAY-FLAG PIC X(01).
               05 STRATOUT-HEADER-CENTURY-FLAG PIC X(01).
               05 FILLER PIC X(05).
           01 STRATOUT-TRAILER-RECORD.
               05 STRATOUT-TRAILER-TYPE PIC X(07).
               05 STRATOUT-TRAILER-RUN-DATE PIC 9(8).
               05 STRATOUT-TRAILER-RUN-TIME PIC 9(8).
               05 STRATOUT-TRAILER-RANDOM-SEED PIC 9(9).
               05 STRATOUT-TRAILER-RECORD-COUNT PIC 9(9).
               05 STRATOUT-TRAILER-HASH-TOTAL PIC 9(15).
               05 STRATOUT-TRAILER-CENTURY-FLAG PIC X(01).
               05 FILLER PIC X(09).

      *    the trend file carries the built-in loop strategy's
      *    per-run figures - the layout must stay in step with
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

      *    the leaderboard report, to print and to sysout both
           FD REPORT-FILE
           01 STRATOUT-EOF PIC 1(1) VALUE 0.
           01 HISTORY-EOF PIC 1(1) VALUE 0.

      *    the run blocks found on STRATOUT by the verification
      *    pass, in file order. a block's status is C (complete -
      *    header, strategy records and a trailer that agrees with
      *    them), I (incomplete - no trailer, the tail an abended
      *    run leaves), T (totals off - the trailer disagrees with
      *    the records) or U (unbracketed - records written before
      *    the control records existed). C and U blocks go on the
      *    board; I and T blocks are listed and left off.
           01 RUN-BLOCK-COUNT PIC 9(4) VALUE 0.
           01 RUN-BLOCK-I PIC 9(4) VALUE 0.
           01 RUN-BLOCK-TABLE.
               05 RUN-BLOCK-ENTRY OCCURS 999 TIMES.
                   10 BLOCK-RUN-DATE PIC 9(8).
                   10 BLOCK-RUN-TIME PIC 9(8).
                   10 BLOCK-RANDOM-SEED PIC 9(9).
                   10 BLOCK-SCENARIO-ID PIC X(08).
                   10 BLOCK-PRISONERS PIC 9(3).
                   10 BLOCK-LIMIT PIC 9(3).
                   10 BLOCK-RECORDS PIC 9(9).
                   10 BLOCK-HASH PIC 9(15).
                   10 BLOCK-STATUS PIC X(01).
           01 BLOCK-OPEN-SWITCH PIC 1(1) VALUE 0.
           01 UNBRACKETED-SWITCH PIC 1(1) VALUE 0.
           01 BLOCKS-COMPLETE PIC 9(4) VALUE 0.
           01 BLOCKS-UNBRACKETED PIC 9(4) VALUE 0.
           01 BLOCKS-REFUSED PIC 9(4) VALUE 0.
           01 ORPHAN-TRAILERS PIC 9(4) VALUE 0.
           01 RECORDS-SKIPPED PIC 9(9) VALUE 0.

      *    a header or trailer written before the four-digit-year
      *    layout - the type, a YYMMDD run date, then everything
      *    else two bytes further up - and the fixed-window
      *    widening the housekeeping uses for its date
           01 OLD-CONTROL-RECORD.
               05 OLD-CONTROL-TYPE PIC X(07).
               05 OLD-CONTROL-RUN-DATE PIC 9(6).
               05 OLD-CONTROL-DATA PIC X(45).
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).

      *    strategy and trend records written before the
      *    four-digit-year layout - a YYMMDD run date and the rest
      *    of the record two bytes further up. a record with its
      *    century flag blank is widened through these on the way
      *    in, so everything past the read sees one layout.
           01 OLD-STRATOUT-RECORD.
               05 OLD-STRATOUT-RUN-DATE PIC 9(6).
               05 OLD-STRATOUT-DATA PIC X(57).
           01 OLD-HISTORY-RECORD.
               05 OLD-HISTORY-RUN-DATE PIC 9(6).
               05 OLD-HISTORY-DATA PIC X(33).

      *    every STRATOUT record is held for the trend section
           01 RUN-ROW-COUNT PIC 9(4) VALUE 0.
           01 RUN-ROW-I PIC 9(4).
           01 RUN-ROW-TABLE.
               05 RUN-ROW OCCURS 2000 TIMES.
                   10 ROW-RUN-DATE PIC 9(8).
                   10 ROW-RUN-TIME PIC 9(8).
                   10 ROW-STRATEGY-ID PIC X(08).
                   10 ROW-PRISONERS PIC 9(3).
                   10 ROW-LIMIT PIC 9(3).
                   10 ROW-VARIANT PIC X(01).
                   10 ROW-TRIALS PIC 9(7).
                   10 ROW-WINS PIC 9(7).
                   10 ROW-WIN-PERCENT PIC 999V99.

      *    one board entry per strategy per prisoners/limit/variant
      *    pairing - the same strategy at two parameter sets, or
      *    under two problem variants, is two entries, because the
      *    rates are not comparable across them
           01 BOARD-COUNT PIC 9(3) VALUE 0.
           01 BOARD-I PIC 9(3).
           01 BOARD-J PIC 9(3).
                   10 BOARD-STRATEGY-ID PIC X(08).
                   10 BOARD-PRISONERS PIC 9(3).
                   10 BOARD-LIMIT PIC 9(3).
                   10 BOARD-VARIANT PIC X(01).
                   10 BOARD-RUNS PIC 9(4).
                   10 BOARD-TRIALS PIC 9(9).
                   10 BOARD-WINS PIC 9(9).
                   10 BOARD-WIN-PERCENT PIC 999V99.
      *    one swap slot for the ranking pass
           01 BOARD-HOLD-ENTRY PIC X(42).

      *    the loop strategy's weighted figure per parameter set,
      *    rolled up from the whole HISTORY file
               05 BASELINE-ENTRY OCCURS 100 TIMES.
                   10 BASE-PRISONERS PIC 9(3).
                   10 BASE-LIMIT PIC 9(3).
                   10 BASE-VARIANT PIC X(01).
                   10 BASE-TRIALS PIC 9(10).
                   10 BASE-WINS PIC 9(10).
           01 BASELINE-WIN-PERCENT PIC 999V99.
               05 DETAIL-PRISONERS PIC 9(3).
               05 FILLER PIC X(01) VALUE "/".
               05 DETAIL-LIMIT PIC 9(3).
               05 FILLER PIC X(01) VALUE "/".
               05 DETAIL-VARIANT PIC X(01).
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-RUNS PIC ZZZ9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-BASELINE PIC X(06).
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-DELTA PIC +ZZ9.99.
               05 FILLER PIC X(22) VALUE SPACES.

           01 TREND-DETAIL-LINE.
               05 FILLER PIC X(04) VALUE SPACES.
               05 TREND-RUN-DATE PIC 9(8).
               05 FILLER PIC X(01) VALUE "/".
               05 TREND-RUN-TIME PIC 9(8).
               05 FILLER PIC X(02) VALUE SPACES.
               05 TREND-WIN-PERCENT PIC ZZ9.99.
               05 FILLER PIC X(02) VALUE SPACES.
               05 TREND-DIRECTION PIC X(04).
               05 FILLER PIC X(36) VALUE SPACES.

           01 BLOCK-DETAIL-LINE.
               05 FILLER PIC X(02) VALUE SPACES.
               05 BLOCK-DATE-OUT PIC 9(8).
               05 FILLER PIC X(01) VALUE "/".
               05 BLOCK-TIME-OUT PIC 9(8).
               05 FILLER PIC X(01) VALUE "/".
               05 BLOCK-SEED-OUT PIC 9(9).
               05 FILLER PIC X(01) VALUE SPACES.
               05 BLOCK-SCENARIO-OUT PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 BLOCK-PRISONERS-OUT PIC ZZ9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 BLOCK-LIMIT-OUT PIC ZZ9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 BLOCK-RECORDS-OUT PIC ZZZZZZZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 BLOCK-STATUS-OUT PIC X(20).
               05 FILLER PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT REPORT-FILE

      *    first pass - every run's block is found and checked
      *    against its trailer before a single record is ranked
           PERFORM UNTIL STRATOUT-EOF = 1
               READ STRATOUT-FILE
                   AT END
                       MOVE 1 TO STRATOUT-EOF
                   NOT AT END
                       PERFORM VERIFY-STRATOUT-RECORD
               END-READ
           END-PERFORM

           CLOSE STRATOUT-FILE

           PERFORM WRITE-RUN-BLOCK-SECTION

      *    second pass - the records of the blocks that arrived
      *    whole, and of any written before the control records
      *    existed, go on the board
           OPEN INPUT STRATOUT-FILE
           MOVE 0 TO STRATOUT-EOF
           MOVE 0 TO RUN-BLOCK-I
           MOVE 0 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH

           PERFORM UNTIL STRATOUT-EOF = 1
               READ STRATOUT-FILE
                   AT END
                       MOVE 1 TO STRATOUT-EOF
                   NOT AT END
                       PERFORM PLACE-STRATOUT-RECORD
               END-READ
           END-PERFORM


           CLOSE REPORT-FILE

      *    a block left off means the board is short of what was
      *    written - the operator hears about it
           IF BLOCKS-REFUSED > 0 OR ORPHAN-TRAILERS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    one STRATOUT record on the verification pass - a header
      *    opens a block, a trailer closes it, and a strategy
      *    record is counted and its trial count hashed into the
      *    block it falls in
       VERIFY-STRATOUT-RECORD.
           IF STRATOUT-HEADER-TYPE = "HEADER"
               AND STRATOUT-HEADER-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-CONTROL-RECORD
           END-IF

           IF STRATOUT-TRAILER-TYPE = "TRAILER"
               AND STRATOUT-TRAILER-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-CONTROL-RECORD
           END-IF

           IF STRATOUT-HEADER-TYPE = "HEADER"
               PERFORM START-RUN-BLOCK
           ELSE
           IF STRATOUT-TRAILER-TYPE = "TRAILER"
               PERFORM END-RUN-BLOCK
           ELSE
      *        records outside any header and trailer were written
      *        before the control records existed - they are
      *        gathered into a block of their own
               IF BLOCK-OPEN-SWITCH = 0 AND UNBRACKETED-SWITCH = 0
                   PERFORM START-UNBRACKETED-BLOCK
               END-IF

               IF STRATOUT-CENTURY-FLAG NOT = "Y"
                   PERFORM WIDEN-STRATOUT-RECORD
               END-IF

               ADD 1 TO BLOCK-RECORDS(RUN-BLOCK-COUNT)

               IF STRATOUT-NUMBER-OF-TESTS NUMERIC
                   ADD STRATOUT-NUMBER-OF-TESTS
                       TO BLOCK-HASH(RUN-BLOCK-COUNT)
               END-IF
           END-IF
           END-IF.

      *    a header or trailer written before the four-digit-year
      *    layout, moved into the current one - the run date
      *    widened on the fixed window and everything after it
      *    moved up two bytes - so its run key compares like any
      *    other
       WIDEN-CONTROL-RECORD.
           MOVE STRATOUT-RECORD TO OLD-CONTROL-RECORD
           MOVE OLD-CONTROL-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO STRATOUT-HEADER-RUN-DATE
           MOVE OLD-CONTROL-DATA TO STRATOUT-RECORD(16:45).

      *    a strategy record written before the four-digit-year
      *    layout, moved into the current one
       WIDEN-STRATOUT-RECORD.
           MOVE STRATOUT-RECORD TO OLD-STRATOUT-RECORD
           MOVE OLD-STRATOUT-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO STRATOUT-RUN-DATE
           MOVE OLD-STRATOUT-DATA TO STRATOUT-RECORD(9:57).

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

      *    a header opens a new block. it stays incomplete until a
      *    matching trailer closes it - a second header arriving
      *    first means the earlier run never finished its block.
       START-RUN-BLOCK.
           PERFORM ADD-RUN-BLOCK

           MOVE STRATOUT-HEADER-RUN-DATE
               TO BLOCK-RUN-DATE(RUN-BLOCK-COUNT)
           MOVE STRATOUT-HEADER-RUN-TIME
               TO BLOCK-RUN-TIME(RUN-BLOCK-COUNT)
           MOVE STRATOUT-HEADER-RANDOM-SEED
               TO BLOCK-RANDOM-SEED(RUN-BLOCK-COUNT)
           MOVE STRATOUT-HEADER-SCENARIO-ID
               TO BLOCK-SCENARIO-ID(RUN-BLOCK-COUNT)
           MOVE STRATOUT-HEADER-PRISONERS
               TO BLOCK-PRISONERS(RUN-BLOCK-COUNT)
           MOVE STRATOUT-HEADER-BOX-OPEN-LIMIT
               TO BLOCK-LIMIT(RUN-BLOCK-COUNT)
           MOVE "I" TO BLOCK-STATUS(RUN-BLOCK-COUNT)

           MOVE 1 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH.

      *    a trailer closes the open block - complete when it names
      *    the same run and its count and hash total agree with the
      *    records actually read. a trailer with no open block is
      *    counted and otherwise ignored.
       END-RUN-BLOCK.
           IF BLOCK-OPEN-SWITCH = 0
               ADD 1 TO ORPHAN-TRAILERS
           ELSE
               IF STRATOUT-TRAILER-RUN-DATE
                       = BLOCK-RUN-DATE(RUN-BLOCK-COUNT)
                   AND STRATOUT-TRAILER-RUN-TIME
                       = BLOCK-RUN-TIME(RUN-BLOCK-COUNT)
                   AND STRATOUT-TRAILER-RANDOM-SEED
                       = BLOCK-RANDOM-SEED(RUN-BLOCK-COUNT)
                   AND STRATOUT-TRAILER-RECORD-COUNT
                       = BLOCK-RECORDS(RUN-BLOCK-COUNT)
                   AND STRATOUT-TRAILER-HASH-TOTAL
                       = BLOCK-HASH(RUN-BLOCK-COUNT)
                   MOVE "C" TO BLOCK-STATUS(RUN-BLOCK-COUNT)
               ELSE
                   MOVE "T" TO BLOCK-STATUS(RUN-BLOCK-COUNT)
               END-IF
           END-IF

           MOVE 0 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH.

      *    a run of strategy records with no header ahead of them
       START-UNBRACKETED-BLOCK.
           PERFORM ADD-RUN-BLOCK

           MOVE 0 TO BLOCK-RUN-DATE(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-RUN-TIME(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-RANDOM-SEED(RUN-BLOCK-COUNT)
           MOVE SPACES TO BLOCK-SCENARIO-ID(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-PRISONERS(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-LIMIT(RUN-BLOCK-COUNT)
           MOVE "U" TO BLOCK-STATUS(RUN-BLOCK-COUNT)

           MOVE 1 TO UNBRACKETED-SWITCH.

      *    claims the next block-table slot
       ADD-RUN-BLOCK.
           IF RUN-BLOCK-COUNT >= 999
               DISPLAY "ABEND: MORE THAN 999 RUN BLOCKS ON THE "
                   "STRATOUT DATASET - ARCHIVE IT BEFORE REPORTING "
                   "ON IT"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ADD 1 TO RUN-BLOCK-COUNT
           MOVE 0 TO BLOCK-RECORDS(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-HASH(RUN-BLOCK-COUNT).

      *    follows the verification pass's blocks down the file on
      *    the second pass - control records only move the block
      *    along, and a record is filed only from a block the
      *    verification found complete or unbracketed
       PLACE-STRATOUT-RECORD.
           IF STRATOUT-HEADER-TYPE = "HEADER"
               ADD 1 TO RUN-BLOCK-I
               MOVE 1 TO BLOCK-OPEN-SWITCH
               MOVE 0 TO UNBRACKETED-SWITCH
           ELSE
           IF STRATOUT-TRAILER-TYPE = "TRAILER"
               MOVE 0 TO BLOCK-OPEN-SWITCH
               MOVE 0 TO UNBRACKETED-SWITCH
           ELSE
               IF BLOCK-OPEN-SWITCH = 0 AND UNBRACKETED-SWITCH = 0
                   ADD 1 TO RUN-BLOCK-I
                   MOVE 1 TO UNBRACKETED-SWITCH
               END-IF

               IF STRATOUT-CENTURY-FLAG NOT = "Y"
                   PERFORM WIDEN-STRATOUT-RECORD
               END-IF

               IF BLOCK-STATUS(RUN-BLOCK-I) = "C"
                   OR BLOCK-STATUS(RUN-BLOCK-I) = "U"
                   PERFORM FILE-ONE-STRATOUT-RECORD
               END-IF
           END-IF
           END-IF.

      *    the runs the report consumed - one line per block found,
      *    with what was done with it - and the block totals
       WRITE-RUN-BLOCK-SECTION.
           MOVE "RUNS ON THE STRATOUT DATASET" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  RUN KEY (DATE/TIME/SEED)    SCENARIO   N   K"
               "   RECORDS  BLOCK"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING RUN-BLOCK-I FROM 1 BY 1
           UNTIL RUN-BLOCK-I > RUN-BLOCK-COUNT
               PERFORM WRITE-ONE-RUN-BLOCK
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RUNS ON FILE: " RUN-BLOCK-COUNT
               "  COMPLETE: " BLOCKS-COMPLETE
               "  NO HEADER: " BLOCKS-UNBRACKETED
               "  SKIPPED: " BLOCKS-REFUSED
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF BLOCKS-REFUSED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING: " BLOCKS-REFUSED
                   " INCOMPLETE OR MISMATCHED RUNS (" RECORDS-SKIPPED
                   " RECORDS) LEFT OFF"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF ORPHAN-TRAILERS > 0
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING: " ORPHAN-TRAILERS
                   " TRAILER RECORDS WITH NO HEADER AHEAD OF THEM"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    one block's line on the run list
       WRITE-ONE-RUN-BLOCK.
           MOVE BLOCK-RUN-DATE(RUN-BLOCK-I) TO BLOCK-DATE-OUT
           MOVE BLOCK-RUN-TIME(RUN-BLOCK-I) TO BLOCK-TIME-OUT
           MOVE BLOCK-RANDOM-SEED(RUN-BLOCK-I) TO BLOCK-SEED-OUT
           MOVE BLOCK-SCENARIO-ID(RUN-BLOCK-I) TO BLOCK-SCENARIO-OUT
           MOVE BLOCK-PRISONERS(RUN-BLOCK-I) TO BLOCK-PRISONERS-OUT
           MOVE BLOCK-LIMIT(RUN-BLOCK-I) TO BLOCK-LIMIT-OUT
           MOVE BLOCK-RECORDS(RUN-BLOCK-I) TO BLOCK-RECORDS-OUT

           IF BLOCK-STATUS(RUN-BLOCK-I) = "C"
               ADD 1 TO BLOCKS-COMPLETE
               MOVE "COMPLETE" TO BLOCK-STATUS-OUT
           ELSE
           IF BLOCK-STATUS(RUN-BLOCK-I) = "U"
               ADD 1 TO BLOCKS-UNBRACKETED
               MOVE "NO HEADER - LEGACY" TO BLOCK-STATUS-OUT
           ELSE
               ADD 1 TO BLOCKS-REFUSED
               ADD BLOCK-RECORDS(RUN-BLOCK-I) TO RECORDS-SKIPPED

               IF BLOCK-STATUS(RUN-BLOCK-I) = "T"
                   MOVE "TOTALS OFF - SKIPPED" TO BLOCK-STATUS-OUT
               ELSE
                   MOVE "INCOMPLETE - SKIPPED" TO BLOCK-STATUS-OUT
               END-IF
           END-IF
           END-IF

           MOVE BLOCK-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    holds one per-run record for the trend section and folds
      *    it into its strategy's board entry. a record filed before
      *    the problem variants existed carries a blank variant,
      *    which was the classic problem
       FILE-ONE-STRATOUT-RECORD.
           IF STRATOUT-VARIANT-CODE = SPACE
               MOVE "C" TO STRATOUT-VARIANT-CODE
           END-IF

           IF RUN-ROW-COUNT >= 2000
               DISPLAY "ABEND: MORE THAN 2000 STRATOUT RECORDS - "
                   "ARCHIVE THE DATASET BEFORE REPORTING ON IT"
           MOVE STRATOUT-NUMBER-OF-PRISONERS
               TO ROW-PRISONERS(RUN-ROW-COUNT)
           MOVE STRATOUT-BOX-OPEN-LIMIT TO ROW-LIMIT(RUN-ROW-COUNT)
           MOVE STRATOUT-VARIANT-CODE TO ROW-VARIANT(RUN-ROW-COUNT)
           MOVE STRATOUT-NUMBER-OF-TESTS TO ROW-TRIALS(RUN-ROW-COUNT)
           MOVE STRATOUT-TOTAL-WINS TO ROW-WINS(RUN-ROW-COUNT)
           MOVE STRATOUT-WIN-PERCENT
                       = STRATOUT-NUMBER-OF-PRISONERS
                   AND BOARD-LIMIT(BOARD-I)
                       = STRATOUT-BOX-OPEN-LIMIT
                   AND BOARD-VARIANT(BOARD-I) = STRATOUT-VARIANT-CODE
                   MOVE 1 TO MATCH-FOUND

                   EXIT PERFORM
               MOVE STRATOUT-NUMBER-OF-PRISONERS
                   TO BOARD-PRISONERS(BOARD-I)
               MOVE STRATOUT-BOX-OPEN-LIMIT TO BOARD-LIMIT(BOARD-I)
               MOVE STRATOUT-VARIANT-CODE TO BOARD-VARIANT(BOARD-I)
               MOVE 0 TO BOARD-RUNS(BOARD-I)
               MOVE 0 TO BOARD-TRIALS(BOARD-I)
               MOVE 0 TO BOARD-WINS(BOARD-I)
           ADD STRATOUT-TOTAL-WINS TO BOARD-WINS(BOARD-I).

      *    rolls the whole HISTORY file up into the loop strategy's
      *    weighted win-percent per prisoners/limit/variant pairing
       LOAD-LOOP-BASELINES.
           OPEN INPUT HISTORY-FILE

      *    folds one HISTORY record into its parameter set's
      *    baseline tallies
       FILE-ONE-BASELINE-RECORD.
           IF HISTORY-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-HISTORY-RECORD
           END-IF

           IF HISTORY-VARIANT-CODE = SPACE
               MOVE "C" TO HISTORY-VARIANT-CODE
           END-IF

           MOVE 0 TO MATCH-FOUND

           PERFORM VARYING BASELINE-I FROM 1 BY 1
                   = HISTORY-NUMBER-OF-PRISONERS
                   AND BASE-LIMIT(BASELINE-I)
                       = HISTORY-BOX-OPEN-LIMIT
                   AND BASE-VARIANT(BASELINE-I) = HISTORY-VARIANT-CODE
                   MOVE 1 TO MATCH-FOUND

                   EXIT PERFORM
                   TO BASE-PRISONERS(BASELINE-I)
               MOVE HISTORY-BOX-OPEN-LIMIT
                   TO BASE-LIMIT(BASELINE-I)
               MOVE HISTORY-VARIANT-CODE TO BASE-VARIANT(BASELINE-I)
               MOVE 0 TO BASE-TRIALS(BASELINE-I)
               MOVE 0 TO BASE-WINS(BASELINE-I)
           END-IF
               IF BASE-PRISONERS(BASELINE-I)
                   = BOARD-PRISONERS(BOARD-I)
                   AND BASE-LIMIT(BASELINE-I) = BOARD-LIMIT(BOARD-I)
                   AND BASE-VARIANT(BASELINE-I)
                       = BOARD-VARIANT(BOARD-I)
                   AND BASE-TRIALS(BASELINE-I) > 0
                   COMPUTE BASELINE-WIN-PERCENT ROUNDED =
                       (BASE-WINS(BASELINE-I)
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING " RNK  STRATEGY    N/K/V   RUNS    TRIALS  WIN "
               "PCT  LOOP    DELTA"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE BOARD-STRATEGY-ID(BOARD-I) TO DETAIL-STRATEGY-ID
           MOVE BOARD-PRISONERS(BOARD-I) TO DETAIL-PRISONERS
           MOVE BOARD-LIMIT(BOARD-I) TO DETAIL-LIMIT
           MOVE BOARD-VARIANT(BOARD-I) TO DETAIL-VARIANT
           MOVE BOARD-RUNS(BOARD-I) TO DETAIL-RUNS
           MOVE BOARD-TRIALS(BOARD-I) TO DETAIL-TRIALS
           MOVE BOARD-WIN-PERCENT(BOARD-I) TO DETAIL-WIN-PERCENT
           MOVE SPACES TO REPORT-LINE
           STRING "  " BOARD-STRATEGY-ID(BOARD-I) " AT N="
               BOARD-PRISONERS(BOARD-I) " K=" BOARD-LIMIT(BOARD-I)
               " VARIANT " BOARD-VARIANT(BOARD-I) ":"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

                   AND ROW-PRISONERS(RUN-ROW-I)
                       = BOARD-PRISONERS(BOARD-I)
                   AND ROW-LIMIT(RUN-ROW-I) = BOARD-LIMIT(BOARD-I)
                   AND ROW-VARIANT(RUN-ROW-I) = BOARD-VARIANT(BOARD-I)
                   PERFORM WRITE-ONE-TREND-RUN
               END-IF
           END-PERFORM.
