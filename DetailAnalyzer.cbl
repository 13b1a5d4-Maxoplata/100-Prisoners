      *          the spread of prisoners through before the first
      *          failure on losing trials, and an agreement table
      *          showing how often the loop and random strategies
      *          won or lost the same trial. Each run's block on the
      *          dataset is checked against its header and trailer
      *          first, the runs consumed are listed, and a block
      *          that did not arrive whole is left out of the
      *          analysis rather than analysed as if it had.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 SYSIN-BOX-OPEN-LIMIT PIC 9(3).

      *    the per-trial research detail - the layout must stay in
      *    step with WRITE-DETAIL-RECORD in 100-PRISONERS, and the
      *    header and trailer that bracket each run's block with
      *    BLOCK-HEADER-RECORD and BLOCK-TRAILER-RECORD there
           FD DETAIL-FILE
               RECORD CONTAINS 61 CHARACTERS.
           01 DETAIL-RECORD.
               05 DETAIL-TRIAL-NUMBER PIC 9(7).
               05 DETAIL-LOOP-RESULT PIC X(01).
               05 DETAIL-RANDOM-RESULT PIC X(01).
               05 DETAIL-PRISONERS-BEFORE-FAIL PIC 9(3).
               05 DETAIL-LONGEST-CYCLE PIC 9(3).
               05 FILLER PIC X(46).
           01 DETAIL-HEADER-RECORD.
               05 DETAIL-HEADER-TYPE PIC X(07).
               05 DETAIL-HEADER-RUN-DATE PIC 9(8).
               05 DETAIL-HEADER-RUN-TIME PIC 9(8).
               05 DETAIL-HEADER-RANDOM-SEED PIC 9(9).
               05 DETAIL-HEADER-SCENARIO-ID PIC X(08).
               05 DETAIL-HEADER-NUMBER-OF-TESTS PIC 9(7).
               05 DETAIL-HEADER-PRISONERS PIC 9(3).
               05 DETAIL-HEADER-BOX-OPEN-LIMIT PIC 9(3).
               05 DETAIL-HEADER-PARTITION-NUMBER PIC 9(2).
               05 DETAIL-HEADER-PARTITION-COUNT PIC 9(2).
               05 DETAIL-HEADER-SHUFFLE-METHOD PIC X(01).
               05 DETAIL-HEADER-VARIANT-CODE PIC X(01).
               05 DETAIL-HEADER-REPLAY-FLAG PIC X(01).
               05 DETAIL-HEADER-CENTURY-FLAG PIC X(01).
           01 DETAIL-TRAILER-RECORD.
               05 DETAIL-TRAILER-TYPE PIC X(07).
               05 DETAIL-TRAILER-RUN-DATE PIC 9(8).
               05 DETAIL-TRAILER-RUN-TIME PIC 9(8).
               05 DETAIL-TRAILER-RANDOM-SEED PIC 9(9).
               05 DETAIL-TRAILER-RECORD-COUNT PIC 9(9).
               05 DETAIL-TRAILER-HASH-TOTAL PIC 9(15).
               05 DETAIL-TRAILER-CENTURY-FLAG PIC X(01).
               05 FILLER PIC X(04).

      *    the analysis report, to print and to sysout both
           FD REPORT-FILE
           01 REPORT-STATUS PIC X(02).
           01 DETAIL-EOF PIC 1(1) VALUE 0.

      *    the run blocks found on the file by the verification
      *    pass, in file order. a block's status is C (complete -
      *    header, trials and a trailer that agrees with them), I
      *    (incomplete - no trailer, the tail an abended run
      *    leaves), T (totals off - the trailer disagrees with the
      *    trials) or U (unbracketed - trials written before the
      *    control records existed). C and U blocks are analysed;
      *    I and T blocks are listed and skipped.
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
           01 BLOCKS-OTHER-LIMIT PIC 9(4) VALUE 0.
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

      *    the box-opening limit the histogram is cut against. the
      *    detail record does not carry K, so the card supplies the
      *    one the run used - left at zero it defaults to half the
               05 BUCKET-CUTOFF-MARK PIC X(12).
               05 FILLER PIC X(41) VALUE SPACES.

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
           PERFORM READ-ANALYSIS-CARD

           OPEN OUTPUT REPORT-FILE

      *    first pass - every run's block is found and checked
      *    against its trailer before a single trial is tallied
           PERFORM UNTIL DETAIL-EOF = 1
               READ DETAIL-FILE
                   AT END
                       MOVE 1 TO DETAIL-EOF
                   NOT AT END
                       PERFORM VERIFY-DETAIL-RECORD
               END-READ
           END-PERFORM

           CLOSE DETAIL-FILE

           PERFORM WRITE-RUN-BLOCK-SECTION

      *    second pass - the trials of the blocks that arrived
      *    whole, and of any written before the control records
      *    existed, are analysed; the rest are only counted
           OPEN INPUT DETAIL-FILE
           MOVE 0 TO DETAIL-EOF
           MOVE 0 TO RUN-BLOCK-I
           MOVE 0 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH

           PERFORM UNTIL DETAIL-EOF = 1
               READ DETAIL-FILE
                   AT END
                       MOVE 1 TO DETAIL-EOF
                   NOT AT END
                       PERFORM PLACE-DETAIL-RECORD
               END-READ
           END-PERFORM


           CLOSE REPORT-FILE

      *    a skipped block means the figures above are short of
      *    what was written - the operator hears about it
           IF BLOCKS-REFUSED > 0 OR ORPHAN-TRAILERS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

               MOVE 50 TO BOX-OPEN-LIMIT
           END-IF.

      *    one DETAIL record on the verification pass - a header
      *    opens a block, a trailer closes it, and a trial record
      *    is counted and hashed into the block it falls in
       VERIFY-DETAIL-RECORD.
           IF DETAIL-HEADER-TYPE = "HEADER"
               AND DETAIL-HEADER-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-CONTROL-RECORD
           END-IF

           IF DETAIL-TRAILER-TYPE = "TRAILER"
               AND DETAIL-TRAILER-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-CONTROL-RECORD
           END-IF

           IF DETAIL-HEADER-TYPE = "HEADER"
               PERFORM START-RUN-BLOCK
           ELSE
           IF DETAIL-TRAILER-TYPE = "TRAILER"
               PERFORM END-RUN-BLOCK
           ELSE
      *        trials outside any header and trailer were written
      *        before the control records existed - they are
      *        gathered into a block of their own
               IF BLOCK-OPEN-SWITCH = 0 AND UNBRACKETED-SWITCH = 0
                   PERFORM START-UNBRACKETED-BLOCK
               END-IF

               ADD 1 TO BLOCK-RECORDS(RUN-BLOCK-COUNT)

               IF DETAIL-TRIAL-NUMBER NUMERIC
                   ADD DETAIL-TRIAL-NUMBER
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
           MOVE DETAIL-RECORD TO OLD-CONTROL-RECORD
           MOVE OLD-CONTROL-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO DETAIL-HEADER-RUN-DATE
           MOVE OLD-CONTROL-DATA TO DETAIL-RECORD(16:45).

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

           MOVE DETAIL-HEADER-RUN-DATE
               TO BLOCK-RUN-DATE(RUN-BLOCK-COUNT)
           MOVE DETAIL-HEADER-RUN-TIME
               TO BLOCK-RUN-TIME(RUN-BLOCK-COUNT)
           MOVE DETAIL-HEADER-RANDOM-SEED
               TO BLOCK-RANDOM-SEED(RUN-BLOCK-COUNT)
           MOVE DETAIL-HEADER-SCENARIO-ID
               TO BLOCK-SCENARIO-ID(RUN-BLOCK-COUNT)
           MOVE DETAIL-HEADER-PRISONERS
               TO BLOCK-PRISONERS(RUN-BLOCK-COUNT)
           MOVE DETAIL-HEADER-BOX-OPEN-LIMIT
               TO BLOCK-LIMIT(RUN-BLOCK-COUNT)
           MOVE "I" TO BLOCK-STATUS(RUN-BLOCK-COUNT)

           MOVE 1 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH.

      *    a trailer closes the open block - complete when it names
      *    the same run and its count and hash total agree with the
      *    trials actually read. a trailer with no open block is
      *    counted and otherwise ignored.
       END-RUN-BLOCK.
           IF BLOCK-OPEN-SWITCH = 0
               ADD 1 TO ORPHAN-TRAILERS
           ELSE
               IF DETAIL-TRAILER-RUN-DATE
                       = BLOCK-RUN-DATE(RUN-BLOCK-COUNT)
                   AND DETAIL-TRAILER-RUN-TIME
                       = BLOCK-RUN-TIME(RUN-BLOCK-COUNT)
                   AND DETAIL-TRAILER-RANDOM-SEED
                       = BLOCK-RANDOM-SEED(RUN-BLOCK-COUNT)
                   AND DETAIL-TRAILER-RECORD-COUNT
                       = BLOCK-RECORDS(RUN-BLOCK-COUNT)
                   AND DETAIL-TRAILER-HASH-TOTAL
                       = BLOCK-HASH(RUN-BLOCK-COUNT)
                   MOVE "C" TO BLOCK-STATUS(RUN-BLOCK-COUNT)
               ELSE
                   MOVE "T" TO BLOCK-STATUS(RUN-BLOCK-COUNT)
               END-IF
           END-IF

           MOVE 0 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH.

      *    a run of trials with no header ahead of them
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
                   "DETAIL DATASET - ARCHIVE IT BEFORE ANALYSING IT"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ADD 1 TO RUN-BLOCK-COUNT
           MOVE 0 TO BLOCK-RECORDS(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-HASH(RUN-BLOCK-COUNT).

      *    follows the verification pass's blocks down the file on
      *    the analysis pass - control records only move the block
      *    along, and a trial is tallied only from a block the
      *    verification found complete or unbracketed
       PLACE-DETAIL-RECORD.
           IF DETAIL-HEADER-TYPE = "HEADER"
               ADD 1 TO RUN-BLOCK-I
               MOVE 1 TO BLOCK-OPEN-SWITCH
               MOVE 0 TO UNBRACKETED-SWITCH
           ELSE
           IF DETAIL-TRAILER-TYPE = "TRAILER"
               MOVE 0 TO BLOCK-OPEN-SWITCH
               MOVE 0 TO UNBRACKETED-SWITCH
           ELSE
               IF BLOCK-OPEN-SWITCH = 0 AND UNBRACKETED-SWITCH = 0
                   ADD 1 TO RUN-BLOCK-I
                   MOVE 1 TO UNBRACKETED-SWITCH
               END-IF

               IF BLOCK-STATUS(RUN-BLOCK-I) = "C"
                   OR BLOCK-STATUS(RUN-BLOCK-I) = "U"
                   PERFORM TALLY-DETAIL-RECORD
               END-IF
           END-IF
           END-IF.

      *    the runs the report consumed - one line per block found,
      *    with what was done with it - and the block totals
       WRITE-RUN-BLOCK-SECTION.
           MOVE "RUNS ON THE DETAIL DATASET" TO REPORT-LINE
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
                   " TRIALS) LEFT OUT"
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

           IF BLOCKS-OTHER-LIMIT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "NOTE: " BLOCKS-OTHER-LIMIT
                   " RUNS WERE TAKEN AT A K OTHER THAN THE CUTOFF "
                   BOX-OPEN-LIMIT
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

               IF BLOCK-LIMIT(RUN-BLOCK-I) NOT = BOX-OPEN-LIMIT
                   ADD 1 TO BLOCKS-OTHER-LIMIT
               END-IF
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

      *    folds one trial's detail record into every tally the
      *    report sections draw from
       TALLY-DETAIL-RECORD.
