      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Cycle-structure report over the LOSSPERM dataset of
      *          losing box arrangements written by 100-PRISONERS.
      *          Every arrangement is broken into its full set of
      *          permutation cycles and, for each prisoner count on
      *          file, the report prints the distribution of the
      *          offending long cycle's length, how many cycles each
      *          losing arrangement had, how many prisoners would
      *          have failed (everyone on a cycle longer than K, not
      *          just the first) and the minimum number of box swaps
      *          that would have turned the loss into a win. A
      *          summary by prisoner count closes the report, and any
      *          arrangement found on file more than once is flagged
      *          - a repeated losing arrangement points at a seed or
      *          shuffle problem. Each run's block on the dataset is
      *          checked against its header and trailer first, the
      *          runs consumed are listed, and a block that did not
      *          arrive whole is left out of the analysis.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSPERM-ANALYZER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

           SELECT LOSSPERM-FILE ASSIGN TO "LOSSPERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOSSPERM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CYCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
      *    analysis parameter card - see READ-ANALYSIS-CARD
           FD SYSIN-FILE
               RECORD CONTAINS 3 CHARACTERS.
           01 SYSIN-RECORD.
               05 SYSIN-BOX-OPEN-LIMIT PIC 9(3).

      *    the losing box arrangements - the layout must stay in
      *    step with WRITE-LOSS-PERMUTATION in 100-PRISONERS, and
      *    the header and trailer that bracket each run's block
      *    with BLOCK-HEADER-RECORD and BLOCK-TRAILER-RECORD there
           FD LOSSPERM-FILE
               RECORD CONTAINS 3007 CHARACTERS.
           01 LOSSPERM-RECORD.
               05 LOSSPERM-TRIAL-NUMBER PIC 9(7).
               05 LOSSPERM-PRISONERS PIC 9(3).
               05 LOSSPERM-BOX-TABLE.
                   10 LOSSPERM-BOX OCCURS 999 TIMES PIC 9(3).
           01 LOSSPERM-HEADER-RECORD.
               05 LOSSPERM-HEADER-TYPE PIC X(07).
               05 LOSSPERM-HEADER-RUN-DATE PIC 9(8).
               05 LOSSPERM-HEADER-RUN-TIME PIC 9(8).
               05 LOSSPERM-HEADER-RANDOM-SEED PIC 9(9).
               05 LOSSPERM-HEADER-SCENARIO-ID PIC X(08).
               05 LOSSPERM-HEADER-NUMBER-OF-TESTS PIC 9(7).
               05 LOSSPERM-HEADER-PRISONERS PIC 9(3).
               05 LOSSPERM-HEADER-BOX-OPEN-LIMIT PIC 9(3).
               05 LOSSPERM-HEADER-PARTITION-NUMBER PIC 9(2).
               05 LOSSPERM-HEADER-PARTITION-COUNT PIC 9(2).
               05 LOSSPERM-HEADER-SHUFFLE-METHOD PIC X(01).
               05 LOSSPERM-HEADER-VARIANT-CODE PIC X(01).
               05 LOSSPERM-HEADER-REPLAY-FLAG PIC X(01).
               05 LOSSPERM-HEADER-CENTURY-FLAG PIC X(01).
               05 FILLER PIC X(2946).
           01 LOSSPERM-TRAILER-RECORD.
               05 LOSSPERM-TRAILER-TYPE PIC X(07).
               05 LOSSPERM-TRAILER-RUN-DATE PIC 9(8).
               05 LOSSPERM-TRAILER-RUN-TIME PIC 9(8).
               05 LOSSPERM-TRAILER-RANDOM-SEED PIC 9(9).
               05 LOSSPERM-TRAILER-RECORD-COUNT PIC 9(9).
               05 LOSSPERM-TRAILER-HASH-TOTAL PIC 9(15).
               05 LOSSPERM-TRAILER-CENTURY-FLAG PIC X(01).
               05 FILLER PIC X(2950).

      *    the cycle-structure report, to print and to sysout both
           FD REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 REPORT-RECORD PIC X(80).

      *    arrangements resequenced by prisoner count and then by
      *    the boxes themselves, so that a repeated arrangement
      *    lands next to its twin
           SD SORT-FILE.
           01 SORT-RECORD.
               05 SORT-PRISONERS PIC 9(3).
               05 SORT-BOX-TABLE.
                   10 SORT-BOX OCCURS 999 TIMES PIC 9(3).
               05 SORT-RECORD-NUMBER PIC 9(9).
               05 SORT-TRIAL-NUMBER PIC 9(7).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 SYSIN-STATUS PIC X(02).
           01 LOSSPERM-STATUS PIC X(02).
           01 REPORT-STATUS PIC X(02).
           01 LOSSPERM-EOF PIC 1(1) VALUE 0.
           01 SORT-EOF PIC 1(1) VALUE 0.
           01 FIRST-RECORD-SWITCH PIC 1(1) VALUE 1.

      *    the run blocks found on the file by the verification
      *    pass, in file order. a block's status is C (complete -
      *    header, arrangements and a trailer that agrees with
      *    them), I (incomplete - no trailer, the tail an abended
      *    run leaves), T (totals off - the trailer disagrees with
      *    the arrangements) or U (unbracketed - arrangements
      *    written before the control records existed). C and U
      *    blocks are analysed; I and T blocks are listed and
      *    skipped.
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

      *    the box-opening limit the losses are measured against.
      *    the LOSSPERM record does not carry K, so the card
      *    supplies the one the capture run used - left at zero
      *    each arrangement is measured against half its own
      *    prisoner count, the same fallback the simulation applies
           01 CARD-BOX-OPEN-LIMIT PIC 9(3) VALUE 0.
           01 BOX-OPEN-LIMIT PIC 9(3) VALUE 0.

      *    input counts
           01 RECORDS-READ PIC 9(9) VALUE 0.
           01 RECORDS-REJECTED PIC 9(7) VALUE 0.
           01 RECORDS-SORTED PIC 9(9) VALUE 0.
           01 RECORDS-NOT-LOST PIC 9(7) VALUE 0.
           01 DUPLICATE-COUNT PIC 9(7) VALUE 0.
           01 REJECT-SWITCH PIC 1(1) VALUE 0.

      *    permutation check and cycle walk work fields
           01 BOX-SEEN-TABLE.
               05 BOX-SEEN OCCURS 999 TIMES PIC X(01).
           01 CYCLE-I PIC 9(4).
           01 CYCLE-J PIC 9(4).
           01 CYCLE-LENGTH PIC 9(4).

      *    one arrangement's cycle structure
           01 ARRANGEMENT-CYCLES PIC 9(4).
           01 ARRANGEMENT-LONGEST PIC 9(4).
           01 ARRANGEMENT-FAILED PIC 9(4).
           01 ARRANGEMENT-SWAPS PIC 9(4).
           01 ARRANGEMENT-LONG-CYCLES PIC 9(4).
           01 CYCLE-SWAPS PIC 9(4).
           01 CYCLE-REMAINDER PIC 9(4).

      *    the previous sorted arrangement, for the duplicate check
           01 PRIOR-PRISONERS PIC 9(3) VALUE 0.
           01 PRIOR-BOX-TABLE PIC X(2997) VALUE SPACES.
           01 PRIOR-RECORD-NUMBER PIC 9(9) VALUE 0.
           01 PRIOR-TRIAL-NUMBER PIC 9(7) VALUE 0.
           01 ORIGINAL-RECORD-NUMBER PIC 9(9) VALUE 0.
           01 ORIGINAL-TRIAL-NUMBER PIC 9(7) VALUE 0.

      *    distributions for the prisoner count being printed -
      *    indexed straight by cycle length, cycle count, prisoners
      *    failed and swaps plus one, so no search is needed
           01 GROUP-DISTRIBUTIONS.
               05 LONGEST-DIST OCCURS 999 TIMES PIC 9(7).
               05 CYCLES-DIST OCCURS 999 TIMES PIC 9(7).
               05 FAILED-DIST OCCURS 999 TIMES PIC 9(7).
               05 SWAPS-DIST OCCURS 999 TIMES PIC 9(7).

      *    running totals for the prisoner count being printed
           01 GROUP-ARRANGEMENTS PIC 9(7) VALUE 0.
           01 GROUP-LONGEST-SUM PIC 9(10) VALUE 0.
           01 GROUP-CYCLES-SUM PIC 9(10) VALUE 0.
           01 GROUP-FAILED-SUM PIC 9(10) VALUE 0.
           01 GROUP-SWAPS-SUM PIC 9(10) VALUE 0.
           01 GROUP-SWAPS-MAX PIC 9(4) VALUE 0.
           01 GROUP-MULTI-LONG PIC 9(7) VALUE 0.
           01 GROUP-NOT-LOST PIC 9(7) VALUE 0.
           01 GROUP-DUPLICATES PIC 9(7) VALUE 0.

      *    the closing summary, one entry per prisoner count -
      *    indexed straight by the count, so it cannot overflow
           01 SUMMARY-TABLE.
               05 SUMMARY-ENTRY OCCURS 999 TIMES.
                   10 SUMMARY-USED PIC 1(1) VALUE 0.
                   10 SUMMARY-LIMIT PIC 9(3).
                   10 SUMMARY-ARRANGEMENTS PIC 9(7).
                   10 SUMMARY-AVG-LONGEST PIC 999V99.
                   10 SUMMARY-AVG-CYCLES PIC 999V99.
                   10 SUMMARY-AVG-FAILED PIC 999V99.
                   10 SUMMARY-AVG-SWAPS PIC 999V99.
                   10 SUMMARY-MAX-SWAPS PIC 9(4).
                   10 SUMMARY-DUPLICATES PIC 9(7).
           01 SUMMARY-I PIC 9(4).
           01 TOTAL-ARRANGEMENTS PIC 9(9) VALUE 0.

      *    distribution print work fields
           01 DIST-I PIC 9(4).
           01 DIST-VALUE PIC 9(4).
           01 DIST-COUNT PIC 9(7).
           01 DIST-PERCENT PIC 999V99.

           01 REPORT-LINE PIC X(80).

      *    print lines
           01 DIST-DETAIL-LINE.
               05 FILLER PIC X(04) VALUE SPACES.
               05 DIST-VALUE-OUT PIC ZZZ9.
               05 FILLER PIC X(04) VALUE SPACES.
               05 DIST-COUNT-OUT PIC ZZZZZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 DIST-PERCENT-OUT PIC ZZ9.99.
               05 FILLER PIC X(53) VALUE SPACES.

           01 DUPLICATE-DETAIL-LINE.
               05 FILLER PIC X(18) VALUE "  DUPLICATE TRIAL ".
               05 DUP-TRIAL-OUT PIC 9(7).
               05 FILLER PIC X(08) VALUE " RECORD ".
               05 DUP-RECORD-OUT PIC 9(9).
               05 FILLER PIC X(09) VALUE " = TRIAL ".
               05 DUP-ORIGINAL-TRIAL-OUT PIC 9(7).
               05 FILLER PIC X(08) VALUE " RECORD ".
               05 DUP-ORIGINAL-RECORD-OUT PIC 9(9).
               05 FILLER PIC X(05) VALUE SPACES.

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

           01 SUMMARY-DETAIL-LINE.
               05 FILLER PIC X(02) VALUE SPACES.
               05 SUMMARY-PRISONERS-OUT PIC ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 SUMMARY-LIMIT-OUT PIC ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 SUMMARY-ARRANGEMENTS-OUT PIC ZZZZZZ9.
               05 FILLER PIC X(03) VALUE SPACES.
               05 SUMMARY-AVG-LONGEST-OUT PIC ZZ9.99.
               05 FILLER PIC X(03) VALUE SPACES.
               05 SUMMARY-AVG-CYCLES-OUT PIC ZZ9.99.
               05 FILLER PIC X(03) VALUE SPACES.
               05 SUMMARY-AVG-FAILED-OUT PIC ZZ9.99.
               05 FILLER PIC X(03) VALUE SPACES.
               05 SUMMARY-AVG-SWAPS-OUT PIC ZZ9.99.
               05 FILLER PIC X(02) VALUE SPACES.
               05 SUMMARY-MAX-SWAPS-OUT PIC ZZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 SUMMARY-DUPLICATES-OUT PIC ZZZZZZ9.
               05 FILLER PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-ANALYSIS-CARD

      *    confirm the LOSSPERM dataset is actually there before
      *    starting the sort - a missing capture file is a setup
      *    problem the operator should hear about
           OPEN INPUT LOSSPERM-FILE

           IF LOSSPERM-STATUS NOT = "00"
               DISPLAY "ABEND: LOSSPERM DATASET COULD NOT BE OPENED - "
                   "FILE STATUS " LOSSPERM-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

      *    verification pass - every run's block is found and
      *    checked against its trailer before the sort takes a
      *    single arrangement
           PERFORM UNTIL LOSSPERM-EOF = 1
               READ LOSSPERM-FILE
                   AT END
                       MOVE 1 TO LOSSPERM-EOF
                   NOT AT END
                       PERFORM VERIFY-LOSSPERM-RECORD
               END-READ
           END-PERFORM

           CLOSE LOSSPERM-FILE

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           IF CARD-BOX-OPEN-LIMIT = 0
               STRING "LOSSPERM CYCLE-STRUCTURE REPORT - K IS HALF OF "
                   "EACH PRISONER COUNT"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "LOSSPERM CYCLE-STRUCTURE REPORT - K "
                   CARD-BOX-OPEN-LIMIT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-RUN-BLOCK-SECTION

      *    resequence the arrangements by prisoner count for the
      *    control break, and by the boxes within it so that a
      *    repeated arrangement sorts next to its twin
           SORT SORT-FILE
               ON ASCENDING KEY SORT-PRISONERS
               ON ASCENDING KEY SORT-BOX-TABLE
               ON ASCENDING KEY SORT-RECORD-NUMBER
               INPUT PROCEDURE IS RELEASE-LOSSPERM-RECORDS
               OUTPUT PROCEDURE IS PROCESS-SORTED-ARRANGEMENTS

           IF TOTAL-ARRANGEMENTS > 0
               PERFORM WRITE-PRISONER-SUMMARY
           END-IF

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE REPORT-FILE

           IF RECORDS-REJECTED > 0 OR DUPLICATE-COUNT > 0
               OR TOTAL-ARRANGEMENTS = 0
               OR BLOCKS-REFUSED > 0 OR ORPHAN-TRAILERS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    reads the box-opening limit the capture run used - no
      *    card, or a zero, measures each arrangement against half
      *    its own prisoner count
       READ-ANALYSIS-CARD.
           OPEN INPUT SYSIN-FILE

           IF SYSIN-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-BOX-OPEN-LIMIT NUMERIC
                           MOVE SYSIN-BOX-OPEN-LIMIT
                               TO CARD-BOX-OPEN-LIMIT
                       END-IF
               END-READ

               CLOSE SYSIN-FILE
           END-IF.

      *    one LOSSPERM record on the verification pass - a header
      *    opens a block, a trailer closes it, and an arrangement is
      *    counted and hashed into the block it falls in
       VERIFY-LOSSPERM-RECORD.
           IF LOSSPERM-HEADER-TYPE = "HEADER"
               AND LOSSPERM-HEADER-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-CONTROL-RECORD
           END-IF

           IF LOSSPERM-TRAILER-TYPE = "TRAILER"
               AND LOSSPERM-TRAILER-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-CONTROL-RECORD
           END-IF

           IF LOSSPERM-HEADER-TYPE = "HEADER"
               PERFORM START-RUN-BLOCK
           ELSE
           IF LOSSPERM-TRAILER-TYPE = "TRAILER"
               PERFORM END-RUN-BLOCK
           ELSE
      *        arrangements outside any header and trailer were
      *        written before the control records existed - they
      *        are gathered into a block of their own
               IF BLOCK-OPEN-SWITCH = 0 AND UNBRACKETED-SWITCH = 0
                   PERFORM START-UNBRACKETED-BLOCK
               END-IF

               ADD 1 TO BLOCK-RECORDS(RUN-BLOCK-COUNT)

               IF LOSSPERM-TRIAL-NUMBER NUMERIC
                   ADD LOSSPERM-TRIAL-NUMBER
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
           MOVE LOSSPERM-RECORD TO OLD-CONTROL-RECORD
           MOVE OLD-CONTROL-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO LOSSPERM-HEADER-RUN-DATE
           MOVE OLD-CONTROL-DATA TO LOSSPERM-RECORD(16:45).

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

           MOVE LOSSPERM-HEADER-RUN-DATE
               TO BLOCK-RUN-DATE(RUN-BLOCK-COUNT)
           MOVE LOSSPERM-HEADER-RUN-TIME
               TO BLOCK-RUN-TIME(RUN-BLOCK-COUNT)
           MOVE LOSSPERM-HEADER-RANDOM-SEED
               TO BLOCK-RANDOM-SEED(RUN-BLOCK-COUNT)
           MOVE LOSSPERM-HEADER-SCENARIO-ID
               TO BLOCK-SCENARIO-ID(RUN-BLOCK-COUNT)
           MOVE LOSSPERM-HEADER-PRISONERS
               TO BLOCK-PRISONERS(RUN-BLOCK-COUNT)
           MOVE LOSSPERM-HEADER-BOX-OPEN-LIMIT
               TO BLOCK-LIMIT(RUN-BLOCK-COUNT)
           MOVE "I" TO BLOCK-STATUS(RUN-BLOCK-COUNT)

           MOVE 1 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH.

      *    a trailer closes the open block - complete when it names
      *    the same run and its count and hash total agree with the
      *    arrangements actually read. a trailer with no open block
      *    is counted and otherwise ignored.
       END-RUN-BLOCK.
           IF BLOCK-OPEN-SWITCH = 0
               ADD 1 TO ORPHAN-TRAILERS
           ELSE
               IF LOSSPERM-TRAILER-RUN-DATE
                       = BLOCK-RUN-DATE(RUN-BLOCK-COUNT)
                   AND LOSSPERM-TRAILER-RUN-TIME
                       = BLOCK-RUN-TIME(RUN-BLOCK-COUNT)
                   AND LOSSPERM-TRAILER-RANDOM-SEED
                       = BLOCK-RANDOM-SEED(RUN-BLOCK-COUNT)
                   AND LOSSPERM-TRAILER-RECORD-COUNT
                       = BLOCK-RECORDS(RUN-BLOCK-COUNT)
                   AND LOSSPERM-TRAILER-HASH-TOTAL
                       = BLOCK-HASH(RUN-BLOCK-COUNT)
                   MOVE "C" TO BLOCK-STATUS(RUN-BLOCK-COUNT)
               ELSE
                   MOVE "T" TO BLOCK-STATUS(RUN-BLOCK-COUNT)
               END-IF
           END-IF

           MOVE 0 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH.

      *    a run of arrangements with no header ahead of them
       START-UNBRACKETED-BLOCK.
           PERFORM ADD-RUN-BLOCK

           MOVE 0 TO BLOCK-RUN-DATE(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-RUN-TIME(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-RANDOM-SEED(RUN-BLOCK-COUNT)
           MOVE SPACES TO BLOCK-SCENARIO-ID(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-PRISONERS(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-LIMIT(RUN-BLOCK-COUNT)
           MOVE "U" TO BLOCK-STATUS(RUN-BLOCK-COUNT)

           IF LOSSPERM-PRISONERS NUMERIC
               MOVE LOSSPERM-PRISONERS
                   TO BLOCK-PRISONERS(RUN-BLOCK-COUNT)
           END-IF

           MOVE 1 TO UNBRACKETED-SWITCH.

      *    claims the next block-table slot
       ADD-RUN-BLOCK.
           IF RUN-BLOCK-COUNT >= 999
               DISPLAY "ABEND: MORE THAN 999 RUN BLOCKS ON THE "
                   "LOSSPERM DATASET - ARCHIVE IT BEFORE ANALYSING IT"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ADD 1 TO RUN-BLOCK-COUNT
           MOVE 0 TO BLOCK-RECORDS(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-HASH(RUN-BLOCK-COUNT).

      *    the runs the report consumed - one line per block found,
      *    with what was done with it - and the block totals
       WRITE-RUN-BLOCK-SECTION.
           MOVE "RUNS ON THE LOSSPERM DATASET" TO REPORT-LINE
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
                   " ARRANGEMENTS) LEFT OUT"
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

      *    the capture run's own K is on its header - say so when a
      *    card K measures a block against some other limit
           IF BLOCKS-OTHER-LIMIT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "NOTE: " BLOCKS-OTHER-LIMIT
                   " RUNS WERE CAPTURED AT A K OTHER THAN THE CARD'S "
                   CARD-BOX-OPEN-LIMIT
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

               IF CARD-BOX-OPEN-LIMIT > 0
                   AND BLOCK-LIMIT(RUN-BLOCK-I)
                       NOT = CARD-BOX-OPEN-LIMIT
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

      *    sort input - every LOSSPERM record of a complete or
      *    unbracketed block that holds a proper arrangement of its
      *    prisoners' numbers is released, tagged with its position
      *    on the dataset so a duplicate can be found again.
      *    control records only move the verification pass's
      *    blocks along.
       RELEASE-LOSSPERM-RECORDS.
           OPEN INPUT LOSSPERM-FILE
           MOVE 0 TO LOSSPERM-EOF
           MOVE 0 TO RUN-BLOCK-I
           MOVE 0 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH

           PERFORM UNTIL LOSSPERM-EOF = 1
               READ LOSSPERM-FILE
                   AT END
                       MOVE 1 TO LOSSPERM-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM PLACE-LOSSPERM-RECORD
               END-READ
           END-PERFORM

           CLOSE LOSSPERM-FILE.

      *    follows the verification pass's blocks down the file and
      *    releases the arrangements of the blocks it accepted
       PLACE-LOSSPERM-RECORD.
           IF LOSSPERM-HEADER-TYPE = "HEADER"
               ADD 1 TO RUN-BLOCK-I
               MOVE 1 TO BLOCK-OPEN-SWITCH
               MOVE 0 TO UNBRACKETED-SWITCH
           ELSE
           IF LOSSPERM-TRAILER-TYPE = "TRAILER"
               MOVE 0 TO BLOCK-OPEN-SWITCH
               MOVE 0 TO UNBRACKETED-SWITCH
           ELSE
               IF BLOCK-OPEN-SWITCH = 0 AND UNBRACKETED-SWITCH = 0
                   ADD 1 TO RUN-BLOCK-I
                   MOVE 1 TO UNBRACKETED-SWITCH
               END-IF

               IF BLOCK-STATUS(RUN-BLOCK-I) = "C"
                   OR BLOCK-STATUS(RUN-BLOCK-I) = "U"
                   PERFORM CHECK-LOSSPERM-RECORD

                   IF REJECT-SWITCH = 0
                       MOVE LOSSPERM-PRISONERS TO SORT-PRISONERS
                       MOVE LOSSPERM-BOX-TABLE TO SORT-BOX-TABLE
                       MOVE RECORDS-READ TO SORT-RECORD-NUMBER
                       MOVE LOSSPERM-TRIAL-NUMBER
                           TO SORT-TRIAL-NUMBER
                       RELEASE SORT-RECORD
                       ADD 1 TO RECORDS-SORTED
                   END-IF
               END-IF
           END-IF
           END-IF.

      *    a record is only analysed if its prisoner count is in
      *    range and its boxes hold each of 1..N exactly once - a
      *    damaged record would walk a cycle that does not exist
       CHECK-LOSSPERM-RECORD.
           MOVE 0 TO REJECT-SWITCH

           IF LOSSPERM-PRISONERS NOT NUMERIC
               OR LOSSPERM-PRISONERS = 0
               OR LOSSPERM-TRIAL-NUMBER NOT NUMERIC
               MOVE 1 TO REJECT-SWITCH
           ELSE
               MOVE ALL "N" TO BOX-SEEN-TABLE

               PERFORM VARYING CYCLE-I FROM 1 BY 1
               UNTIL CYCLE-I > LOSSPERM-PRISONERS
                   OR REJECT-SWITCH = 1
                   IF LOSSPERM-BOX(CYCLE-I) NOT NUMERIC
                       MOVE 1 TO REJECT-SWITCH
                   ELSE
                       IF LOSSPERM-BOX(CYCLE-I) = 0
                           OR LOSSPERM-BOX(CYCLE-I) > LOSSPERM-PRISONERS
                           MOVE 1 TO REJECT-SWITCH
                       ELSE
                           IF BOX-SEEN(LOSSPERM-BOX(CYCLE-I)) = "Y"
                               MOVE 1 TO REJECT-SWITCH
                           ELSE
                               MOVE "Y"
                                   TO BOX-SEEN(LOSSPERM-BOX(CYCLE-I))
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF REJECT-SWITCH = 1
               ADD 1 TO RECORDS-REJECTED
               DISPLAY "WARNING: LOSSPERM RECORD " RECORDS-READ
                   " IS NOT A VALID ARRANGEMENT - SKIPPED"
           END-IF.

      *    sort output - drains the sorted arrangements, breaking
      *    on each change of prisoner count
       PROCESS-SORTED-ARRANGEMENTS.
           MOVE 0 TO SORT-EOF
           MOVE 1 TO FIRST-RECORD-SWITCH

           PERFORM UNTIL SORT-EOF = 1
               RETURN SORT-FILE
                   AT END
                       MOVE 1 TO SORT-EOF
                   NOT AT END
                       PERFORM ANALYZE-SORTED-ARRANGEMENT
               END-RETURN
           END-PERFORM

      *    flush the last prisoner count, unless nothing sorted
           IF FIRST-RECORD-SWITCH = 0
               PERFORM WRITE-GROUP-SECTION
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "NO LOSING ARRANGEMENTS ON FILE - "
                   "NOTHING TO ANALYZE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    one sorted arrangement - the prisoner-count break, the
      *    duplicate check against the arrangement sorted just
      *    before it, then the cycle walk
       ANALYZE-SORTED-ARRANGEMENT.
           IF FIRST-RECORD-SWITCH = 1
               MOVE 0 TO FIRST-RECORD-SWITCH
               PERFORM START-GROUP
           ELSE
               IF SORT-PRISONERS NOT = PRIOR-PRISONERS
                   PERFORM WRITE-GROUP-SECTION
                   PERFORM START-GROUP
               ELSE
                   IF SORT-BOX-TABLE = PRIOR-BOX-TABLE
                       PERFORM FLAG-DUPLICATE-ARRANGEMENT
                   ELSE
                       MOVE SORT-RECORD-NUMBER
                           TO ORIGINAL-RECORD-NUMBER
                       MOVE SORT-TRIAL-NUMBER
                           TO ORIGINAL-TRIAL-NUMBER
                   END-IF
               END-IF
           END-IF

           MOVE SORT-PRISONERS TO PRIOR-PRISONERS
           MOVE SORT-BOX-TABLE TO PRIOR-BOX-TABLE
           MOVE SORT-RECORD-NUMBER TO PRIOR-RECORD-NUMBER
           MOVE SORT-TRIAL-NUMBER TO PRIOR-TRIAL-NUMBER

           PERFORM WALK-ARRANGEMENT-CYCLES

      *    an arrangement with no cycle longer than K was not a loss
      *    at the K this report is measuring against - counted, but
      *    kept out of the loss distributions
           IF ARRANGEMENT-LONGEST NOT > BOX-OPEN-LIMIT
               ADD 1 TO GROUP-NOT-LOST
               ADD 1 TO RECORDS-NOT-LOST
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO GROUP-ARRANGEMENTS
           ADD ARRANGEMENT-LONGEST TO GROUP-LONGEST-SUM
           ADD ARRANGEMENT-CYCLES TO GROUP-CYCLES-SUM
           ADD ARRANGEMENT-FAILED TO GROUP-FAILED-SUM
           ADD ARRANGEMENT-SWAPS TO GROUP-SWAPS-SUM

           IF ARRANGEMENT-SWAPS > GROUP-SWAPS-MAX
               MOVE ARRANGEMENT-SWAPS TO GROUP-SWAPS-MAX
           END-IF

           IF ARRANGEMENT-LONG-CYCLES > 1
               ADD 1 TO GROUP-MULTI-LONG
           END-IF

           ADD 1 TO LONGEST-DIST(ARRANGEMENT-LONGEST)
           ADD 1 TO CYCLES-DIST(ARRANGEMENT-CYCLES)
           ADD 1 TO FAILED-DIST(ARRANGEMENT-FAILED)
           ADD 1 TO SWAPS-DIST(ARRANGEMENT-SWAPS + 1).

      *    opens a new prisoner-count group and works out the K its
      *    arrangements are measured against
       START-GROUP.
           MOVE ZEROS TO GROUP-DISTRIBUTIONS
           MOVE 0 TO GROUP-ARRANGEMENTS
           MOVE 0 TO GROUP-LONGEST-SUM
           MOVE 0 TO GROUP-CYCLES-SUM
           MOVE 0 TO GROUP-FAILED-SUM
           MOVE 0 TO GROUP-SWAPS-SUM
           MOVE 0 TO GROUP-SWAPS-MAX
           MOVE 0 TO GROUP-MULTI-LONG
           MOVE 0 TO GROUP-NOT-LOST
           MOVE 0 TO GROUP-DUPLICATES

           MOVE SORT-RECORD-NUMBER TO ORIGINAL-RECORD-NUMBER
           MOVE SORT-TRIAL-NUMBER TO ORIGINAL-TRIAL-NUMBER

           MOVE CARD-BOX-OPEN-LIMIT TO BOX-OPEN-LIMIT
           IF BOX-OPEN-LIMIT = 0
               COMPUTE BOX-OPEN-LIMIT = SORT-PRISONERS / 2
           END-IF
           IF BOX-OPEN-LIMIT = 0
               MOVE 1 TO BOX-OPEN-LIMIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "PRISONERS " SORT-PRISONERS "  K " BOX-OPEN-LIMIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    the same boxes as the arrangement sorted before it - the
      *    duplicate is listed against the first copy of the
      *    arrangement on file
       FLAG-DUPLICATE-ARRANGEMENT.
           ADD 1 TO GROUP-DUPLICATES
           ADD 1 TO DUPLICATE-COUNT

           MOVE SORT-TRIAL-NUMBER TO DUP-TRIAL-OUT
           MOVE SORT-RECORD-NUMBER TO DUP-RECORD-OUT
           MOVE ORIGINAL-TRIAL-NUMBER TO DUP-ORIGINAL-TRIAL-OUT
           MOVE ORIGINAL-RECORD-NUMBER TO DUP-ORIGINAL-RECORD-OUT

           MOVE DUPLICATE-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    breaks the arrangement into its cycles. each cycle longer
      *    than K fails every prisoner on it, and one swap inside a
      *    cycle splits it in two, so a cycle of length L needs
      *    (L - 1) / K swaps (whole) to leave no piece longer than K
       WALK-ARRANGEMENT-CYCLES.
           MOVE 0 TO ARRANGEMENT-CYCLES
           MOVE 0 TO ARRANGEMENT-LONGEST
           MOVE 0 TO ARRANGEMENT-FAILED
           MOVE 0 TO ARRANGEMENT-SWAPS
           MOVE 0 TO ARRANGEMENT-LONG-CYCLES
           MOVE ALL "N" TO BOX-SEEN-TABLE

           PERFORM VARYING CYCLE-I FROM 1 BY 1
           UNTIL CYCLE-I > SORT-PRISONERS
               IF BOX-SEEN(CYCLE-I) = "N"
                   PERFORM WALK-ONE-CYCLE
               END-IF
           END-PERFORM.

      *    follows one cycle from its lowest-numbered box back round
      *    to the start, the way a prisoner on it would
       WALK-ONE-CYCLE.
           MOVE 0 TO CYCLE-LENGTH
           MOVE CYCLE-I TO CYCLE-J

           PERFORM UNTIL BOX-SEEN(CYCLE-J) = "Y"
               MOVE "Y" TO BOX-SEEN(CYCLE-J)
               ADD 1 TO CYCLE-LENGTH
               MOVE SORT-BOX(CYCLE-J) TO CYCLE-J
           END-PERFORM

           ADD 1 TO ARRANGEMENT-CYCLES

           IF CYCLE-LENGTH > ARRANGEMENT-LONGEST
               MOVE CYCLE-LENGTH TO ARRANGEMENT-LONGEST
           END-IF

           IF CYCLE-LENGTH > BOX-OPEN-LIMIT
               ADD 1 TO ARRANGEMENT-LONG-CYCLES
               ADD CYCLE-LENGTH TO ARRANGEMENT-FAILED
               DIVIDE BOX-OPEN-LIMIT INTO CYCLE-LENGTH
                   GIVING CYCLE-SWAPS REMAINDER CYCLE-REMAINDER
               IF CYCLE-REMAINDER = 0
                   SUBTRACT 1 FROM CYCLE-SWAPS
               END-IF
               ADD CYCLE-SWAPS TO ARRANGEMENT-SWAPS
           END-IF.

      *    the finished prisoner count's four distributions and its
      *    closing line, saved for the summary by prisoner count
       WRITE-GROUP-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "  LOSING ARRANGEMENTS: " GROUP-ARRANGEMENTS
               "   DUPLICATES: " GROUP-DUPLICATES
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF GROUP-NOT-LOST > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NOT A LOSS AT THIS K (LONGEST CYCLE AT OR "
                   "UNDER K): " GROUP-NOT-LOST
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF GROUP-MULTI-LONG > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  ARRANGEMENTS WITH MORE THAN ONE CYCLE OVER K: "
                   GROUP-MULTI-LONG
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF GROUP-ARRANGEMENTS > 0
               MOVE "  LONGEST CYCLE  ARRANGEMENTS     PCT"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING DIST-I FROM 1 BY 1 UNTIL DIST-I > 999
                   IF LONGEST-DIST(DIST-I) > 0
                       MOVE DIST-I TO DIST-VALUE
                       MOVE LONGEST-DIST(DIST-I) TO DIST-COUNT
                       PERFORM WRITE-ONE-DISTRIBUTION-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  CYCLES IN ARRANGEMENT  ARRANGEMENTS     PCT"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING DIST-I FROM 1 BY 1 UNTIL DIST-I > 999
                   IF CYCLES-DIST(DIST-I) > 0
                       MOVE DIST-I TO DIST-VALUE
                       MOVE CYCLES-DIST(DIST-I) TO DIST-COUNT
                       PERFORM WRITE-ONE-DISTRIBUTION-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  PRISONERS FAILED  ARRANGEMENTS     PCT"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING DIST-I FROM 1 BY 1 UNTIL DIST-I > 999
                   IF FAILED-DIST(DIST-I) > 0
                       MOVE DIST-I TO DIST-VALUE
                       MOVE FAILED-DIST(DIST-I) TO DIST-COUNT
                       PERFORM WRITE-ONE-DISTRIBUTION-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  SWAPS TO WIN  ARRANGEMENTS     PCT"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING DIST-I FROM 1 BY 1 UNTIL DIST-I > 999
                   IF SWAPS-DIST(DIST-I) > 0
                       COMPUTE DIST-VALUE = DIST-I - 1
                       MOVE SWAPS-DIST(DIST-I) TO DIST-COUNT
                       PERFORM WRITE-ONE-DISTRIBUTION-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM SAVE-GROUP-SUMMARY.

      *    one non-empty distribution line, as a share of the
      *    prisoner count's losing arrangements
       WRITE-ONE-DISTRIBUTION-LINE.
           MOVE DIST-VALUE TO DIST-VALUE-OUT
           MOVE DIST-COUNT TO DIST-COUNT-OUT

           COMPUTE DIST-PERCENT ROUNDED =
               (DIST-COUNT / GROUP-ARRANGEMENTS) * 100
           MOVE DIST-PERCENT TO DIST-PERCENT-OUT

           MOVE DIST-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    keeps the finished prisoner count's averages for the
      *    closing summary
       SAVE-GROUP-SUMMARY.
           MOVE 1 TO SUMMARY-USED(PRIOR-PRISONERS)
           MOVE BOX-OPEN-LIMIT TO SUMMARY-LIMIT(PRIOR-PRISONERS)
           MOVE GROUP-ARRANGEMENTS
               TO SUMMARY-ARRANGEMENTS(PRIOR-PRISONERS)
           MOVE GROUP-SWAPS-MAX TO SUMMARY-MAX-SWAPS(PRIOR-PRISONERS)
           MOVE GROUP-DUPLICATES
               TO SUMMARY-DUPLICATES(PRIOR-PRISONERS)

           MOVE 0 TO SUMMARY-AVG-LONGEST(PRIOR-PRISONERS)
           MOVE 0 TO SUMMARY-AVG-CYCLES(PRIOR-PRISONERS)
           MOVE 0 TO SUMMARY-AVG-FAILED(PRIOR-PRISONERS)
           MOVE 0 TO SUMMARY-AVG-SWAPS(PRIOR-PRISONERS)

           IF GROUP-ARRANGEMENTS > 0
               COMPUTE SUMMARY-AVG-LONGEST(PRIOR-PRISONERS) ROUNDED =
                   GROUP-LONGEST-SUM / GROUP-ARRANGEMENTS
               COMPUTE SUMMARY-AVG-CYCLES(PRIOR-PRISONERS) ROUNDED =
                   GROUP-CYCLES-SUM / GROUP-ARRANGEMENTS
               COMPUTE SUMMARY-AVG-FAILED(PRIOR-PRISONERS) ROUNDED =
                   GROUP-FAILED-SUM / GROUP-ARRANGEMENTS
               COMPUTE SUMMARY-AVG-SWAPS(PRIOR-PRISONERS) ROUNDED =
                   GROUP-SWAPS-SUM / GROUP-ARRANGEMENTS
           END-IF

           ADD GROUP-ARRANGEMENTS TO TOTAL-ARRANGEMENTS.

      *    the closing summary, one line per prisoner count on file
       WRITE-PRISONER-SUMMARY.
           MOVE "SUMMARY BY PRISONER COUNT" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  PRS    K   LOSSES  AVG LONG  AVG CYCS  AVG FAIL"
               "  AVG SWAP MAXSW   DUPS"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING SUMMARY-I FROM 1 BY 1
           UNTIL SUMMARY-I > 999
               IF SUMMARY-USED(SUMMARY-I) = 1
                   MOVE SUMMARY-I TO SUMMARY-PRISONERS-OUT
                   MOVE SUMMARY-LIMIT(SUMMARY-I) TO SUMMARY-LIMIT-OUT
                   MOVE SUMMARY-ARRANGEMENTS(SUMMARY-I)
                       TO SUMMARY-ARRANGEMENTS-OUT
                   MOVE SUMMARY-AVG-LONGEST(SUMMARY-I)
                       TO SUMMARY-AVG-LONGEST-OUT
                   MOVE SUMMARY-AVG-CYCLES(SUMMARY-I)
                       TO SUMMARY-AVG-CYCLES-OUT
                   MOVE SUMMARY-AVG-FAILED(SUMMARY-I)
                       TO SUMMARY-AVG-FAILED-OUT
                   MOVE SUMMARY-AVG-SWAPS(SUMMARY-I)
                       TO SUMMARY-AVG-SWAPS-OUT
                   MOVE SUMMARY-MAX-SWAPS(SUMMARY-I)
                       TO SUMMARY-MAX-SWAPS-OUT
                   MOVE SUMMARY-DUPLICATES(SUMMARY-I)
                       TO SUMMARY-DUPLICATES-OUT
                   MOVE SUMMARY-DETAIL-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    what was read, what was skipped and why, and the warning
      *    the operator must not miss if an arrangement repeated
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           STRING "LOSSPERM RECORDS READ: " RECORDS-READ
               "   REJECTED: " RECORDS-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ARRANGEMENTS ANALYZED: " RECORDS-SORTED
               "   NOT A LOSS AT K: " RECORDS-NOT-LOST
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF DUPLICATE-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING: " DUPLICATE-COUNT
                   " REPEATED ARRANGEMENTS - CHECK SEEDS AND SHUFFLE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    one line to the cycle-structure report and the job log
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM LOSSPERM-ANALYZER.
