      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Monthly compute chargeback by research cost center.
      *          Pairs each RUNLOG STARTUP with the COMPLETE (or
      *          PERMFAIL abort) that closes it for the elapsed time
      *          of every run started in the month, spreads that
      *          time over the RESULTS rows the run filed by their
      *          trial counts, and charges each row to the cost
      *          center that owns its SCENARIO-ID prefix - or, when
      *          the row ran catalog strategies, to the strategies'
      *          owners in proportion to the trials each settled on
      *          STRATOUT. A run that filed no RESULTS row (a shuffle
      *          certification, a partition slice, an abort) is
      *          charged whole by the SCEN= tag on its STARTUP. The
      *          report prints one invoice per cost center with its
      *          runs, trials, elapsed minutes and the charge at the
      *          rate on the control card, a suspense section for
      *          whatever could not be attributed, and a summary
      *          that reconciles the invoiced and suspense time back
      *          to the log. The invoice totals also go to finance as
      *          a delimited extract. Each run's block on STRATOUT is
      *          checked against its header and trailer before any
      *          row is split over its strategies, the month's runs
      *          are listed, and a row whose block did not arrive
      *          whole is held in suspense rather than split.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

      *    the cost-center table maintained by COSTCTR-MAINTAIN,
      *    read front to back into storage
           SELECT COSTCTR-FILE ASSIGN TO "COSTCTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COSTCTR-KEY
               FILE STATUS IS COSTCTR-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

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

           SELECT STRATOUT-FILE ASSIGN TO "STRATOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STRATOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "CHGEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
      *    the control card - the month to charge (CCYYMM, zeros or
      *    blank for the month before this one) and the charge per
      *    elapsed minute, 9(5)V99
           FD SYSIN-FILE
               RECORD CONTAINS 13 CHARACTERS.
           01 SYSIN-RECORD.
               05 SYSIN-MONTH PIC X(06).
               05 SYSIN-RATE PIC 9(5)V99.

      *    the cost-center record - the layout must stay in step
      *    with COSTCTR-MAINTAIN
           FD COSTCTR-FILE
               RECORD CONTAINS 71 CHARACTERS.
           01 COSTCTR-RECORD.
               05 COSTCTR-KEY.
                   10 COSTCTR-ENTRY-TYPE PIC X(01).
                   10 COSTCTR-ENTRY-VALUE PIC X(08).
               05 COSTCTR-COST-CENTER PIC X(08).
               05 COSTCTR-COST-CENTER-NAME PIC X(30).
               05 COSTCTR-CHANGE-DATE PIC 9(8).
               05 COSTCTR-CHANGE-TIME PIC 9(8).
               05 COSTCTR-CHANGE-USER PIC X(08).

      *    the run log 100-PRISONERS appends to - the layout must
      *    stay in step with WRITE-RUN-LOG-EVENT there
           FD RUNLOG-FILE
               RECORD CONTAINS 83 CHARACTERS.
           01 RUNLOG-RECORD.
               05 RUNLOG-DATE PIC 9(8).
               05 RUNLOG-TIME PIC 9(8).
               05 RUNLOG-EVENT PIC X(08).
               05 RUNLOG-TEXT PIC X(58).
               05 RUNLOG-CENTURY-FLAG PIC X(01).

      *    the keyed results repository - the layout must stay in
      *    step with WRITE-RESULTS-RECORD in 100-PRISONERS
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
               05 RESULTS-TOTAL-WINS-RANDOM PIC 9(7).
               05 RESULTS-TOTAL-LOSSES-RANDOM PIC 9(7).
               05 RESULTS-MIN-CHAIN-LENGTH PIC 9(3).
               05 RESULTS-MAX-CHAIN-LENGTH PIC 9(3).
               05 RESULTS-SUM-CHAIN-LENGTH PIC 9(10).
               05 RESULTS-SUCCESS-COUNT PIC 9(9).
               05 RESULTS-THEORY-WIN-PERCENT PIC 999V99.
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
               05 STRATOUT-NUMBER-OF-TESTS PIC 9(7).
               05 STRATOUT-NUMBER-OF-PRISONERS PIC 9(3).
               05 STRATOUT-BOX-OPEN-LIMIT PIC 9(3).
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

      *    the invoices, to print and to sysout both
           FD REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 REPORT-RECORD PIC X(80).

      *    delimited invoice totals for finance
           FD EXTRACT-FILE
               RECORD CONTAINS 100 CHARACTERS.
           01 EXTRACT-RECORD PIC X(100).

      *    one charge item - a run's time on one scenario or one
      *    catalog strategy - in invoice order: the cost centers'
      *    items first, then the suspense items
           SD SORT-FILE
               RECORD CONTAINS 121 CHARACTERS.
           01 SORT-RECORD.
               05 SORT-SECTION PIC 9(1).
               05 SORT-COST-CENTER PIC X(08).
               05 SORT-RUN-DATE PIC 9(8).
               05 SORT-RUN-TIME PIC 9(8).
               05 SORT-SCENARIO-ID PIC X(08).
               05 SORT-STRATEGY-ID PIC X(08).
               05 SORT-REASON PIC X(20).
               05 SORT-COST-CENTER-NAME PIC X(30).
               05 SORT-TRIALS PIC 9(9).
               05 SORT-SECONDS PIC 9(9)V99.
               05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 SYSIN-STATUS PIC X(02).
           01 COSTCTR-STATUS PIC X(02).
           01 RUNLOG-STATUS PIC X(02).
           01 RESULTS-STATUS PIC X(02).
           01 OLD-RESULTS-SWITCH PIC 1(1) VALUE 0.
           01 STRATOUT-STATUS PIC X(02).
           01 STRATOUT-ON-FILE-SWITCH PIC 1(1) VALUE 0.
           01 REPORT-STATUS PIC X(02).
           01 EXTRACT-STATUS PIC X(02).
           01 COSTCTR-EOF PIC 1(1) VALUE 0.
           01 RUNLOG-EOF PIC 1(1) VALUE 0.
           01 RESULTS-EOF PIC 1(1) VALUE 0.
           01 STRATOUT-EOF PIC 1(1) VALUE 0.
           01 SORT-EOF PIC 1(1) VALUE 0.

      *    the month being charged and its bounds - a run belongs
      *    to the month its STARTUP was logged in
           01 CHARGE-MONTH.
               05 CHARGE-YEAR PIC 9(4).
               05 CHARGE-MONTH-NUMBER PIC 9(2).
           01 MONTH-FIRST-DATE PIC 9(8).
           01 NEXT-MONTH-FIRST-DATE PIC 9(8).
           01 TODAY-DATE.
               05 TODAY-YEAR PIC 9(4).
               05 TODAY-MONTH PIC 9(2).
               05 TODAY-DAY PIC 9(2).
           01 CHARGE-RATE PIC 9(5)V99.

      *    the cost-center table. an S entry owns every SCENARIO-ID
      *    that starts with its prefix (the longest prefix wins), a
      *    C entry owns one catalog strategy-id.
           01 OWNER-COUNT PIC 9(4) VALUE 0.
           01 OWNER-I PIC 9(4).
           01 OWNER-TABLE.
               05 OWNER-ENTRY OCCURS 999 TIMES.
                   10 OWNER-ENTRY-TYPE PIC X(01).
                   10 OWNER-VALUE PIC X(08).
                   10 OWNER-VALUE-LENGTH PIC 9(1).
                   10 OWNER-COST-CENTER PIC X(08).
                   10 OWNER-COST-CENTER-NAME PIC X(30).
           01 FOUND-OWNER-I PIC 9(4).
           01 FOUND-LENGTH PIC 9(1).

      *    one slot per STARTUP logged in the month. the state is
      *    O (open - no COMPLETE or PERMFAIL followed it), C (closed
      *    with its elapsed time) or B (closed before it started -
      *    the clock was set back). the trials and SCEN= tag off the
      *    STARTUP charge a run that filed no RESULTS row.
           01 RUN-COUNT PIC 9(4) VALUE 0.
           01 RUN-I PIC 9(4).
           01 OPEN-RUN-I PIC 9(4) VALUE 0.
           01 RUN-TABLE.
               05 RUN-ENTRY OCCURS 1000 TIMES.
                   10 RUN-START-DATE PIC 9(8).
                   10 RUN-START-TIME PIC 9(8).
                   10 RUN-START-STAMP PIC 9(16).
                   10 RUN-END-STAMP PIC 9(16).
                   10 RUN-STATE PIC X(01).
                   10 RUN-SECONDS PIC 9(9).
                   10 RUN-TAG-SCENARIO-ID PIC X(08).
                   10 RUN-TAG-TRIALS PIC 9(7).
                   10 RUN-ROW-COUNT PIC 9(4).
                   10 RUN-ROW-TRIALS PIC 9(11).
                   10 RUN-ROWS-LEFT PIC 9(4).
                   10 RUN-SECONDS-LEFT PIC 9(9)V99.
           01 LATEST-END-DATE PIC 9(8) VALUE 0.
           01 TAG-PARTITION-COUNT PIC 9(2).

      *    one slot per RESULTS row filed inside a run's STARTUP to
      *    COMPLETE window - a deck or a sweep files several. a row
      *    that ran catalog strategies has them counted off STRATOUT
      *    with the trials each settled, which weight its split. a
      *    row whose strategy records sit in a block the
      *    verification refused is flagged and not split.
           01 ROW-COUNT PIC 9(4) VALUE 0.
           01 ROW-I PIC 9(4).
           01 ROW-TABLE.
               05 ROW-ENTRY OCCURS 5000 TIMES.
                   10 ROW-RUN-DATE PIC 9(8).
                   10 ROW-RUN-TIME PIC 9(8).
                   10 ROW-RUN-I PIC 9(4).
                   10 ROW-SCENARIO-ID PIC X(08).
                   10 ROW-TRIALS PIC 9(7).
                   10 ROW-SECONDS PIC 9(9)V99.
                   10 ROW-STRATEGY-COUNT PIC 9(3).
                   10 ROW-STRATEGY-WEIGHT PIC 9(11).
                   10 ROW-STRATEGIES-LEFT PIC 9(3).
                   10 ROW-SECONDS-LEFT PIC 9(9)V99.
                   10 ROW-TRIALS-LEFT PIC 9(7).
                   10 ROW-REFUSED-SWITCH PIC 1(1).
           01 ROW-STAMP PIC 9(16).
           01 FOUND-RUN-I PIC 9(4).
           01 FOUND-ROW-I PIC 9(4).
           01 ROWS-OUTSIDE-RUNS PIC 9(7) VALUE 0.

      *    the run blocks found on STRATOUT by the verification
      *    pass, in file order. a block's status is C (complete -
      *    header, strategy records and a trailer that agrees with
      *    them), I (incomplete - no trailer, the tail an abended
      *    run leaves), T (totals off - the trailer disagrees with
      *    the records) or U (unbracketed - records written before
      *    the control records existed). rows are split only over
      *    C and U blocks. a block is in the month when its run
      *    date is, taken as the RESULTS rows are; only those are
      *    listed and counted.
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
                   10 BLOCK-IN-MONTH PIC 1(1).
           01 BLOCK-OPEN-SWITCH PIC 1(1) VALUE 0.
           01 UNBRACKETED-SWITCH PIC 1(1) VALUE 0.
           01 BLOCKS-IN-MONTH PIC 9(4) VALUE 0.
           01 BLOCKS-COMPLETE PIC 9(4) VALUE 0.
           01 BLOCKS-UNBRACKETED PIC 9(4) VALUE 0.
           01 BLOCKS-REFUSED PIC 9(4) VALUE 0.
           01 ORPHAN-TRAILERS PIC 9(4) VALUE 0.
           01 RECORDS-SKIPPED PIC 9(9) VALUE 0.
           01 CHECK-DATE PIC 9(8).
           01 DATE-IN-MONTH-SWITCH PIC 1(1).

      *    a header or trailer written before the four-digit-year
      *    layout - the type, a YYMMDD run date, then everything
      *    else two bytes further up
           01 OLD-CONTROL-RECORD.
               05 OLD-CONTROL-TYPE PIC X(07).
               05 OLD-CONTROL-RUN-DATE PIC 9(6).
               05 OLD-CONTROL-DATA PIC X(45).

      *    event-clock arithmetic, as RUNLOG-REPORT keeps it. an
      *    event written before the four-digit-year layout has its
      *    century flag blank and is widened on the way in, and so
      *    is an old-layout strategy record.
           01 OLD-RUNLOG-RECORD.
               05 OLD-RUNLOG-DATE PIC 9(6).
               05 OLD-RUNLOG-DATA PIC X(74).
           01 OLD-STRATOUT-RECORD.
               05 OLD-STRATOUT-RUN-DATE PIC 9(6).
               05 OLD-STRATOUT-DATA PIC X(57).
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

      *    the charge item being attributed and released to the
      *    sort
           01 ITEM-RUN-I PIC 9(4).
           01 ITEM-SCENARIO-ID PIC X(08).
           01 ITEM-STRATEGY-ID PIC X(08).
           01 ITEM-TRIALS PIC 9(9).
           01 ITEM-SECONDS PIC 9(9)V99.
           01 ITEM-REASON PIC X(20).

      *    control-break hold fields. a detail line is one run's
      *    time on one scenario or strategy; the group is a cost
      *    center's invoice, or the suspense section.
           01 FIRST-ITEM-SWITCH PIC 1(1) VALUE 1.
           01 PRIOR-SECTION PIC 9(1).
           01 PRIOR-COST-CENTER PIC X(08).
           01 PRIOR-COST-CENTER-NAME PIC X(30).
           01 PRIOR-RUN-STAMP PIC 9(16).
           01 CURRENT-RUN-STAMP PIC 9(16).
           01 PRIOR-LINE-KEY.
               05 PRIOR-LINE-RUN-DATE PIC 9(8).
               05 PRIOR-LINE-RUN-TIME PIC 9(8).
               05 PRIOR-LINE-SCENARIO-ID PIC X(08).
               05 PRIOR-LINE-STRATEGY-ID PIC X(08).
               05 PRIOR-LINE-REASON PIC X(20).
           01 CURRENT-LINE-KEY.
               05 CURRENT-LINE-RUN-DATE PIC 9(8).
               05 CURRENT-LINE-RUN-TIME PIC 9(8).
               05 CURRENT-LINE-SCENARIO-ID PIC X(08).
               05 CURRENT-LINE-STRATEGY-ID PIC X(08).
               05 CURRENT-LINE-REASON PIC X(20).

      *    accumulators. minutes are taken from the summed seconds
      *    at each level, and a cost center's charge from its
      *    minutes, so rounding never compounds line by line.
           01 LINE-TRIALS PIC 9(9) VALUE 0.
           01 LINE-SECONDS PIC 9(9)V99 VALUE 0.
           01 GROUP-RUNS PIC 9(5) VALUE 0.
           01 GROUP-TRIALS PIC 9(11) VALUE 0.
           01 GROUP-SECONDS PIC 9(9)V99 VALUE 0.
           01 GROUP-MINUTES PIC 9(7)V99.
           01 GROUP-CHARGE PIC 9(9)V99.
           01 WORK-MINUTES PIC 9(7)V99.
           01 PAIRED-RUN-COUNT PIC 9(5) VALUE 0.
           01 OPEN-RUN-COUNT PIC 9(5) VALUE 0.
           01 PAIRED-SECONDS PIC 9(11) VALUE 0.
           01 INVOICED-SECONDS PIC 9(9)V99 VALUE 0.
           01 SUSPENSE-SECONDS PIC 9(9)V99 VALUE 0.
           01 SUSPENSE-ITEM-COUNT PIC 9(5) VALUE 0.

      *    one line per cost center invoiced, for the summary
           01 SUMMARY-COUNT PIC 9(4) VALUE 0.
           01 SUMMARY-I PIC 9(4).
           01 SUMMARY-TABLE.
               05 SUMMARY-ENTRY OCCURS 999 TIMES.
                   10 SUMMARY-COST-CENTER PIC X(08).
                   10 SUMMARY-COST-CENTER-NAME PIC X(30).
                   10 SUMMARY-RUNS PIC 9(5).
                   10 SUMMARY-TRIALS PIC 9(11).
                   10 SUMMARY-MINUTES PIC 9(7)V99.
                   10 SUMMARY-CHARGE PIC 9(9)V99.
           01 GRAND-RUNS PIC 9(5) VALUE 0.
           01 GRAND-TRIALS PIC 9(11) VALUE 0.
           01 GRAND-MINUTES PIC 9(7)V99 VALUE 0.
           01 GRAND-CHARGE PIC 9(9)V99 VALUE 0.

      *    page control
           01 PAGE-NUMBER PIC 9(4) VALUE 0.
           01 LINE-COUNT PIC 9(2) VALUE 99.
           01 LINES-PER-PAGE PIC 9(2) VALUE 55.

      *    print lines
           01 PRINT-LINE PIC X(80).

           01 PAGE-HEADING-LINE.
               05 FILLER PIC X(35)
                   VALUE "MONTHLY COMPUTE CHARGEBACK - MONTH ".
               05 HEADING-MONTH PIC 9(6).
               05 FILLER PIC X(06) VALUE SPACES.
               05 FILLER PIC X(05) VALUE "PAGE ".
               05 HEADING-PAGE-NUMBER PIC ZZZ9.
               05 FILLER PIC X(24) VALUE SPACES.

           01 GROUP-HEADING-LINE.
               05 FILLER PIC X(22) VALUE "INVOICE - COST CENTER ".
               05 GROUP-HEADING-COST-CENTER PIC X(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 GROUP-HEADING-NAME PIC X(30).
               05 FILLER PIC X(18) VALUE SPACES.

           01 DETAIL-COLUMN-LINE.
               05 FILLER PIC X(40) VALUE
                   "  RUN DATE TIME     SCENARIO STRATEGY   ".
               05 FILLER PIC X(26) VALUE
                   " TRIALS    MINUTES REASON".
               05 FILLER PIC X(14) VALUE SPACES.

           01 DETAIL-LINE.
               05 FILLER PIC X(02) VALUE SPACES.
               05 DETAIL-RUN-DATE PIC 9(8).
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-RUN-TIME PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-SCENARIO-ID PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-STRATEGY-ID PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-TRIALS PIC Z(8)9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-MINUTES PIC Z(6)9.99.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DETAIL-REASON PIC X(20).
               05 FILLER PIC X(01) VALUE SPACES.

           01 TOTAL-LINE.
               05 FILLER PIC X(02) VALUE SPACES.
               05 TOTAL-LABEL PIC X(20).
               05 TOTAL-RUNS PIC ZZZZ9.
               05 FILLER PIC X(05) VALUE " RUNS".
               05 FILLER PIC X(06) VALUE SPACES.
               05 TOTAL-TRIALS PIC Z(8)9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 TOTAL-MINUTES PIC Z(6)9.99.
               05 FILLER PIC X(22) VALUE SPACES.

           01 CHARGE-LINE.
               05 FILLER PIC X(12) VALUE "  CHARGE AT ".
               05 CHARGE-RATE-OUT PIC ZZZZ9.99.
               05 FILLER PIC X(19) VALUE " PER ELAPSED MINUTE".
               05 FILLER PIC X(05) VALUE SPACES.
               05 CHARGE-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(22) VALUE SPACES.

           01 SUMMARY-COLUMN-LINE.
               05 FILLER PIC X(40) VALUE
                   "  CENTER   NAME                  RUNS   ".
               05 FILLER PIC X(35) VALUE
                   "   TRIALS    MINUTES         CHARGE".
               05 FILLER PIC X(05) VALUE SPACES.

           01 SUMMARY-LINE.
               05 FILLER PIC X(02) VALUE SPACES.
               05 SUMMARY-LINE-COST-CENTER PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 SUMMARY-LINE-NAME PIC X(20).
               05 FILLER PIC X(01) VALUE SPACES.
               05 SUMMARY-LINE-RUNS PIC ZZZZ9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 SUMMARY-LINE-TRIALS PIC Z(9)9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 SUMMARY-LINE-MINUTES PIC Z(6)9.99.
               05 FILLER PIC X(01) VALUE SPACES.
               05 SUMMARY-LINE-CHARGE PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(06) VALUE SPACES.

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

      *    edited figures for the closing lines
           01 RATE-EDIT PIC ZZZZ9.99.
           01 MINUTES-EDIT PIC Z(6)9.99.
           01 COUNT-EDIT PIC ZZZZ9.
           01 ROW-COUNT-EDIT PIC Z(6)9.

      *    delimited extract staging - display versions of the
      *    invoice totals so STRING can place them without the
      *    print lines' blank padding
           01 EXTRACT-MONTH PIC 9(6).
           01 EXTRACT-RUNS PIC 9(5).
           01 EXTRACT-TRIALS PIC 9(11).
           01 EXTRACT-MINUTES PIC 9(7).99.
           01 EXTRACT-RATE PIC 9(5).99.
           01 EXTRACT-CHARGE PIC 9(9).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-CARD

           PERFORM LOAD-COST-CENTER-TABLE

           PERFORM PAIR-LOGGED-RUNS

           PERFORM MATCH-RESULTS-ROWS

           PERFORM APPORTION-RUN-TIME

           PERFORM VERIFY-STRATOUT-BLOCKS

           PERFORM COUNT-ROW-STRATEGIES

           OPEN OUTPUT REPORT-FILE

           IF REPORT-STATUS NOT = "00"
               DISPLAY "ABEND: CHARGEBACK REPORT COULD NOT BE "
                   "OPENED - FILE STATUS " REPORT-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           OPEN OUTPUT EXTRACT-FILE

           IF EXTRACT-STATUS NOT = "00"
               DISPLAY "ABEND: FINANCE EXTRACT COULD NOT BE "
                   "OPENED - FILE STATUS " EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

      *    every run's time released as charge items, then drawn
      *    back in cost-center order for the invoices - the
      *    unattributed items sort after the last cost center
           SORT SORT-FILE
               ON ASCENDING KEY SORT-SECTION
               ON ASCENDING KEY SORT-COST-CENTER
               ON ASCENDING KEY SORT-RUN-DATE
               ON ASCENDING KEY SORT-RUN-TIME
               ON ASCENDING KEY SORT-SCENARIO-ID
               ON ASCENDING KEY SORT-STRATEGY-ID
               ON ASCENDING KEY SORT-REASON
               INPUT PROCEDURE IS RELEASE-CHARGE-ITEMS
               OUTPUT PROCEDURE IS PRINT-CHARGE-ITEMS

           PERFORM WRITE-CHARGEBACK-SUMMARY

           PERFORM WRITE-RUN-BLOCK-SECTION

           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE

      *    anything in suspense wants a cost-center entry before
      *    next month's run, and a run block that did not arrive
      *    whole wants looking into - the operator sees either in
      *    the return code rather than finance finding it short
           IF SUSPENSE-ITEM-COUNT > 0
               OR BLOCKS-REFUSED > 0
               OR ORPHAN-TRAILERS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    the month to charge and the rate. a blank or zero month
      *    is the month before today's, so the scheduled job needs
      *    no card change from one month to the next; the rate has
      *    no default - an invoice at a guessed rate is worse than
      *    none.
       READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE

           IF SYSIN-STATUS NOT = "00"
               DISPLAY "ABEND: NO CONTROL CARD - SYSIN FILE STATUS "
                   SYSIN-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           READ SYSIN-FILE
               AT END
                   DISPLAY "ABEND: NO CONTROL CARD ON SYSIN"
                   MOVE 16 TO RETURN-CODE

                   STOP RUN
           END-READ

           CLOSE SYSIN-FILE

           IF SYSIN-RATE NOT NUMERIC OR SYSIN-RATE = 0
               DISPLAY "ABEND: NO CHARGE RATE IN COLUMNS 7-13 OF "
                   "THE CONTROL CARD"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           MOVE SYSIN-RATE TO CHARGE-RATE

           IF SYSIN-MONTH = SPACES OR SYSIN-MONTH = "000000"
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               IF TODAY-MONTH = 1
                   COMPUTE CHARGE-YEAR = TODAY-YEAR - 1
                   MOVE 12 TO CHARGE-MONTH-NUMBER
               ELSE
                   MOVE TODAY-YEAR TO CHARGE-YEAR
                   COMPUTE CHARGE-MONTH-NUMBER = TODAY-MONTH - 1
               END-IF
           ELSE
               IF SYSIN-MONTH NOT NUMERIC
                   DISPLAY "ABEND: CHARGE MONTH " SYSIN-MONTH
                       " IS NOT CCYYMM"
                   MOVE 16 TO RETURN-CODE

                   STOP RUN
               END-IF

               MOVE SYSIN-MONTH TO CHARGE-MONTH

               IF CHARGE-MONTH-NUMBER < 1
                   OR CHARGE-MONTH-NUMBER > 12
                   DISPLAY "ABEND: CHARGE MONTH " SYSIN-MONTH
                       " IS NOT CCYYMM"
                   MOVE 16 TO RETURN-CODE

                   STOP RUN
               END-IF
           END-IF

           COMPUTE MONTH-FIRST-DATE = CHARGE-YEAR * 10000
               + CHARGE-MONTH-NUMBER * 100 + 1

           IF CHARGE-MONTH-NUMBER = 12
               COMPUTE NEXT-MONTH-FIRST-DATE =
                   (CHARGE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-FIRST-DATE =
                   MONTH-FIRST-DATE + 100
           END-IF.

      *    the whole cost-center table into storage, with each
      *    entry's significant length for the prefix match
       LOAD-COST-CENTER-TABLE.
           OPEN INPUT COSTCTR-FILE

           IF COSTCTR-STATUS NOT = "00"
               DISPLAY "ABEND: COST-CENTER TABLE COULD NOT BE "
                   "OPENED - FILE STATUS " COSTCTR-STATUS
                   " - LOAD IT WITH COSTCTR-MAINTAIN FIRST"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           PERFORM UNTIL COSTCTR-EOF = 1
               READ COSTCTR-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO COSTCTR-EOF
                   NOT AT END
                       PERFORM FILE-ONE-OWNER-ENTRY
               END-READ
           END-PERFORM

           CLOSE COSTCTR-FILE.

       FILE-ONE-OWNER-ENTRY.
           IF OWNER-COUNT >= 999
               DISPLAY "ABEND: MORE THAN 999 COST-CENTER ENTRIES - "
                   "RAISE THE OWNER TABLE"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ADD 1 TO OWNER-COUNT
           MOVE COSTCTR-ENTRY-TYPE TO OWNER-ENTRY-TYPE(OWNER-COUNT)
           MOVE COSTCTR-ENTRY-VALUE TO OWNER-VALUE(OWNER-COUNT)
           MOVE COSTCTR-COST-CENTER
               TO OWNER-COST-CENTER(OWNER-COUNT)
           MOVE COSTCTR-COST-CENTER-NAME
               TO OWNER-COST-CENTER-NAME(OWNER-COUNT)

           MOVE 8 TO OWNER-VALUE-LENGTH(OWNER-COUNT)
           PERFORM UNTIL OWNER-VALUE-LENGTH(OWNER-COUNT) = 1
               OR COSTCTR-ENTRY-VALUE
                   (OWNER-VALUE-LENGTH(OWNER-COUNT):1) NOT = SPACE
               SUBTRACT 1 FROM OWNER-VALUE-LENGTH(OWNER-COUNT)
           END-PERFORM.

      *    every STARTUP logged in the month, closed off by the
      *    COMPLETE or PERMFAIL that follows it - an aborted run
      *    still used the machine up to its abort. several logs may
      *    be concatenated on the RUNLOG DD; each one's runs pair up
      *    within it.
       PAIR-LOGGED-RUNS.
           OPEN INPUT RUNLOG-FILE

           IF RUNLOG-STATUS NOT = "00"
               DISPLAY "ABEND: RUNLOG DATASET COULD NOT BE OPENED - "
                   "FILE STATUS " RUNLOG-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
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

           CLOSE RUNLOG-FILE.

      *    a STARTUP in the month opens a run slot; one outside it
      *    leaves no run open, so its COMPLETE is passed over
       FILE-ONE-LOG-EVENT.
           EVALUATE RUNLOG-EVENT
               WHEN "STARTUP "
                   MOVE 0 TO OPEN-RUN-I

                   IF RUNLOG-DATE NOT < MONTH-FIRST-DATE
                       AND RUNLOG-DATE < NEXT-MONTH-FIRST-DATE
                       PERFORM OPEN-ONE-RUN
                   END-IF
               WHEN "COMPLETE"
               WHEN "PERMFAIL"
                   IF OPEN-RUN-I > 0
                       PERFORM CLOSE-ONE-RUN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    a new run slot from the STARTUP's stamp and parameters
       OPEN-ONE-RUN.
           IF RUN-COUNT >= 1000
               DISPLAY "ABEND: MORE THAN 1000 STARTUPS IN THE MONTH "
                   "- RAISE THE RUN TABLE"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ADD 1 TO RUN-COUNT
           MOVE RUN-COUNT TO OPEN-RUN-I

           MOVE RUNLOG-DATE TO RUN-START-DATE(OPEN-RUN-I)
           MOVE RUNLOG-TIME TO RUN-START-TIME(OPEN-RUN-I)
           COMPUTE RUN-START-STAMP(OPEN-RUN-I) =
               RUNLOG-DATE * 100000000 + RUNLOG-TIME
           MOVE 0 TO RUN-END-STAMP(OPEN-RUN-I)
           MOVE "O" TO RUN-STATE(OPEN-RUN-I)
           MOVE 0 TO RUN-SECONDS(OPEN-RUN-I)
           MOVE 0 TO RUN-ROW-COUNT(OPEN-RUN-I)
           MOVE 0 TO RUN-ROW-TRIALS(OPEN-RUN-I)
           MOVE 0 TO RUN-ROWS-LEFT(OPEN-RUN-I)
           MOVE 0 TO RUN-SECONDS-LEFT(OPEN-RUN-I)

      *    the STARTUP text is T=ttttttt N=nnn K=kkk SEED=sssssssss
      *    P=pp/cc SCEN=xxxxxxxx - a partition copy ran only its
      *    slice of T
           MOVE RUNLOG-TEXT(51:8) TO RUN-TAG-SCENARIO-ID(OPEN-RUN-I)
           MOVE 0 TO RUN-TAG-TRIALS(OPEN-RUN-I)

           IF RUNLOG-TEXT(3:7) NUMERIC
               MOVE RUNLOG-TEXT(3:7) TO RUN-TAG-TRIALS(OPEN-RUN-I)

               IF RUNLOG-TEXT(43:2) NUMERIC
                   MOVE RUNLOG-TEXT(43:2) TO TAG-PARTITION-COUNT
                   IF TAG-PARTITION-COUNT > 1
                       COMPUTE RUN-TAG-TRIALS(OPEN-RUN-I) =
                           RUN-TAG-TRIALS(OPEN-RUN-I)
                               / TAG-PARTITION-COUNT
                   END-IF
               END-IF
           END-IF

           PERFORM COMPUTE-EVENT-CLOCK
           MOVE EVENT-DAY-NUMBER TO START-DAY-NUMBER
           MOVE EVENT-SECONDS TO START-SECONDS.

      *    stamps the open run's end and elapsed time
       CLOSE-ONE-RUN.
           PERFORM COMPUTE-EVENT-CLOCK

           COMPUTE ELAPSED-SECONDS =
               (EVENT-DAY-NUMBER - START-DAY-NUMBER) * 86400
                   + EVENT-SECONDS - START-SECONDS

           COMPUTE RUN-END-STAMP(OPEN-RUN-I) =
               RUNLOG-DATE * 100000000 + RUNLOG-TIME

           IF ELAPSED-SECONDS < 0
               MOVE "B" TO RUN-STATE(OPEN-RUN-I)
           ELSE
               MOVE "C" TO RUN-STATE(OPEN-RUN-I)
               MOVE ELAPSED-SECONDS TO RUN-SECONDS(OPEN-RUN-I)
               ADD 1 TO PAIRED-RUN-COUNT
               ADD ELAPSED-SECONDS TO PAIRED-SECONDS

               IF RUNLOG-DATE > LATEST-END-DATE
                   MOVE RUNLOG-DATE TO LATEST-END-DATE
               END-IF
           END-IF

           MOVE 0 TO OPEN-RUN-I.

      *    the RESULTS rows each run filed between its STARTUP and
      *    its COMPLETE. the pass keys every row with its own start
      *    stamp, so a deck or a sweep has one row per pass inside
      *    the one window.
       MATCH-RESULTS-ROWS.
           IF PAIRED-RUN-COUNT = 0
               EXIT PARAGRAPH
           END-IF

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
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

      *    an old-layout cluster keeps its 19xx keys after its 20xx
      *    ones, so the month's rows are found by reading it all
           IF OLD-RESULTS-SWITCH = 1
               PERFORM UNTIL RESULTS-EOF = 1
                   READ OLD-RESULTS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RESULTS-EOF
                       NOT AT END
                           PERFORM WIDEN-RESULTS-RECORD
                           IF RESULTS-RUN-DATE
                                   NOT < MONTH-FIRST-DATE
                               AND RESULTS-RUN-DATE
                                   NOT > LATEST-END-DATE
                               PERFORM FILE-ONE-RESULTS-ROW
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE OLD-RESULTS-FILE

               EXIT PARAGRAPH
           END-IF

           MOVE MONTH-FIRST-DATE TO RESULTS-RUN-DATE
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
                           PERFORM FILE-ONE-RESULTS-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESULTS-FILE.

      *    files one row against the closed run whose window holds
      *    its stamp. when two jobs overlapped, the run whose SCEN=
      *    tag names the row's scenario is taken over the other. a
      *    row inside no logged run - a consolidated partition set,
      *    a reload - is not compute time on this log and is only
      *    counted.
       FILE-ONE-RESULTS-ROW.
           COMPUTE ROW-STAMP =
               RESULTS-RUN-DATE * 100000000 + RESULTS-RUN-TIME

           MOVE 0 TO FOUND-RUN-I

           PERFORM VARYING RUN-I FROM 1 BY 1
           UNTIL RUN-I > RUN-COUNT
               IF RUN-STATE(RUN-I) = "C"
                   AND ROW-STAMP NOT < RUN-START-STAMP(RUN-I)
                   AND ROW-STAMP NOT > RUN-END-STAMP(RUN-I)
                   IF FOUND-RUN-I = 0
                       MOVE RUN-I TO FOUND-RUN-I
                   END-IF

                   IF RUN-TAG-SCENARIO-ID(RUN-I)
                           = RESULTS-SCENARIO-ID
                       MOVE RUN-I TO FOUND-RUN-I

                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           IF FOUND-RUN-I = 0
               ADD 1 TO ROWS-OUTSIDE-RUNS

               EXIT PARAGRAPH
           END-IF

           IF ROW-COUNT >= 5000
               DISPLAY "ABEND: MORE THAN 5000 RESULTS ROWS IN THE "
                   "MONTH - RAISE THE ROW TABLE"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ADD 1 TO ROW-COUNT
           MOVE RESULTS-RUN-DATE TO ROW-RUN-DATE(ROW-COUNT)
           MOVE RESULTS-RUN-TIME TO ROW-RUN-TIME(ROW-COUNT)
           MOVE FOUND-RUN-I TO ROW-RUN-I(ROW-COUNT)
           MOVE RESULTS-SCENARIO-ID TO ROW-SCENARIO-ID(ROW-COUNT)
           MOVE RESULTS-NUMBER-OF-TESTS TO ROW-TRIALS(ROW-COUNT)
           MOVE 0 TO ROW-SECONDS(ROW-COUNT)
           MOVE 0 TO ROW-STRATEGY-COUNT(ROW-COUNT)
           MOVE 0 TO ROW-STRATEGY-WEIGHT(ROW-COUNT)
           MOVE 0 TO ROW-REFUSED-SWITCH(ROW-COUNT)

           ADD 1 TO RUN-ROW-COUNT(FOUND-RUN-I)
           ADD RESULTS-NUMBER-OF-TESTS TO RUN-ROW-TRIALS(FOUND-RUN-I).

      *    spreads each run's elapsed time over its rows by their
      *    trial counts. the run's last row takes whatever is left,
      *    so the rows always add back to the run exactly.
       APPORTION-RUN-TIME.
           PERFORM VARYING RUN-I FROM 1 BY 1
           UNTIL RUN-I > RUN-COUNT
               MOVE RUN-ROW-COUNT(RUN-I) TO RUN-ROWS-LEFT(RUN-I)
               MOVE RUN-SECONDS(RUN-I) TO RUN-SECONDS-LEFT(RUN-I)
           END-PERFORM

           PERFORM VARYING ROW-I FROM 1 BY 1
           UNTIL ROW-I > ROW-COUNT
               MOVE ROW-RUN-I(ROW-I) TO RUN-I

               IF RUN-ROW-TRIALS(RUN-I) > 0
                   IF RUN-ROWS-LEFT(RUN-I) = 1
                       MOVE RUN-SECONDS-LEFT(RUN-I)
                           TO ROW-SECONDS(ROW-I)
                   ELSE
                       COMPUTE ROW-SECONDS(ROW-I) ROUNDED =
                           RUN-SECONDS(RUN-I) * ROW-TRIALS(ROW-I)
                               / RUN-ROW-TRIALS(RUN-I)
                   END-IF

                   SUBTRACT ROW-SECONDS(ROW-I)
                       FROM RUN-SECONDS-LEFT(RUN-I)
                   SUBTRACT 1 FROM RUN-ROWS-LEFT(RUN-I)
               END-IF

               MOVE ROW-SECONDS(ROW-I) TO ROW-SECONDS-LEFT(ROW-I)
               MOVE ROW-TRIALS(ROW-I) TO ROW-TRIALS-LEFT(ROW-I)
           END-PERFORM.

      *    first pass of STRATOUT - every run's block is found and
      *    checked against its trailer before a single row is split
      *    over its strategies. no STRATOUT only means every row is
      *    charged by scenario.
       VERIFY-STRATOUT-BLOCKS.
           OPEN INPUT STRATOUT-FILE

           IF STRATOUT-STATUS NOT = "00"
               DISPLAY "NOTE: NO STRATOUT DATASET - FILE STATUS "
                   STRATOUT-STATUS " - EVERY RUN IS CHARGED BY "
                   "SCENARIO"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO STRATOUT-ON-FILE-SWITCH
           MOVE 0 TO STRATOUT-EOF

           PERFORM UNTIL STRATOUT-EOF = 1
               READ STRATOUT-FILE
                   AT END
                       MOVE 1 TO STRATOUT-EOF
                   NOT AT END
                       PERFORM VERIFY-STRATOUT-RECORD
               END-READ
           END-PERFORM

           CLOSE STRATOUT-FILE.

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

      *        an unbracketed block is in the month when any of
      *        its records is
               IF STRATOUT-RUN-DATE NUMERIC
                   MOVE STRATOUT-RUN-DATE TO CHECK-DATE
                   PERFORM CHECK-DATE-IN-MONTH
                   IF DATE-IN-MONTH-SWITCH = 1
                       MOVE 1 TO BLOCK-IN-MONTH(RUN-BLOCK-COUNT)
                   END-IF
               END-IF
           END-IF
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

           MOVE STRATOUT-HEADER-RUN-DATE TO CHECK-DATE
           PERFORM CHECK-DATE-IN-MONTH
           MOVE DATE-IN-MONTH-SWITCH
               TO BLOCK-IN-MONTH(RUN-BLOCK-COUNT)

           MOVE 1 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH.

      *    a trailer closes the open block - complete when it names
      *    the same run and its count and hash total agree with the
      *    records actually read. a trailer in the month with no
      *    open block is counted and otherwise ignored.
       END-RUN-BLOCK.
           IF BLOCK-OPEN-SWITCH = 0
               MOVE STRATOUT-TRAILER-RUN-DATE TO CHECK-DATE
               PERFORM CHECK-DATE-IN-MONTH
               IF DATE-IN-MONTH-SWITCH = 1
                   ADD 1 TO ORPHAN-TRAILERS
               END-IF
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
                   "STRATOUT DATASET - ARCHIVE IT BEFORE CHARGING "
                   "FROM IT"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ADD 1 TO RUN-BLOCK-COUNT
           MOVE 0 TO BLOCK-RECORDS(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-HASH(RUN-BLOCK-COUNT)
           MOVE 0 TO BLOCK-IN-MONTH(RUN-BLOCK-COUNT).

      *    whether the run date in CHECK-DATE belongs to the month
      *    charged - in the month, or past it but no later than the
      *    last run the month's log closed, as the RESULTS rows are
      *    taken
       CHECK-DATE-IN-MONTH.
           MOVE 0 TO DATE-IN-MONTH-SWITCH

           IF CHECK-DATE NOT < MONTH-FIRST-DATE
               AND (CHECK-DATE < NEXT-MONTH-FIRST-DATE
                   OR CHECK-DATE NOT > LATEST-END-DATE)
               MOVE 1 TO DATE-IN-MONTH-SWITCH
           END-IF.

      *    second pass of STRATOUT: how many catalog strategies each
      *    row ran and the trials they settled between them, from
      *    the blocks the verification accepted
       COUNT-ROW-STRATEGIES.
           IF ROW-COUNT = 0 OR STRATOUT-ON-FILE-SWITCH = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT STRATOUT-FILE

           IF STRATOUT-STATUS NOT = "00"
               DISPLAY "ABEND: STRATOUT COULD NOT BE REOPENED - "
                   "FILE STATUS " STRATOUT-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           MOVE 0 TO STRATOUT-EOF
           MOVE 0 TO RUN-BLOCK-I
           MOVE 0 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH

           PERFORM UNTIL STRATOUT-EOF = 1
               PERFORM READ-STRATEGY-RECORD

               IF STRATOUT-EOF = 0 AND FOUND-ROW-I > 0
                   ADD 1 TO ROW-STRATEGY-COUNT(FOUND-ROW-I)
                   ADD STRATOUT-NUMBER-OF-TESTS
                       TO ROW-STRATEGY-WEIGHT(FOUND-ROW-I)
               END-IF
           END-PERFORM

           CLOSE STRATOUT-FILE

           PERFORM VARYING ROW-I FROM 1 BY 1
           UNTIL ROW-I > ROW-COUNT
               MOVE ROW-STRATEGY-COUNT(ROW-I)
                   TO ROW-STRATEGIES-LEFT(ROW-I)
           END-PERFORM.

      *    the next strategy record belonging to one of the month's
      *    rows, FOUND-ROW-I naming the row - zero for a header, a
      *    trailer, or a record from some other run. it follows the
      *    verification pass's blocks down the file: control
      *    records only move the block along, and a record from a
      *    block the verification did not find complete or
      *    unbracketed flags its row instead of naming it.
       READ-STRATEGY-RECORD.
           MOVE 0 TO FOUND-ROW-I

           READ STRATOUT-FILE
               AT END
                   MOVE 1 TO STRATOUT-EOF
           END-READ

           IF STRATOUT-EOF = 1
               EXIT PARAGRAPH
           END-IF

           IF STRATOUT-HEADER-TYPE = "HEADER"
               ADD 1 TO RUN-BLOCK-I
               MOVE 1 TO BLOCK-OPEN-SWITCH
               MOVE 0 TO UNBRACKETED-SWITCH

               EXIT PARAGRAPH
           END-IF

           IF STRATOUT-TRAILER-TYPE = "TRAILER"
               MOVE 0 TO BLOCK-OPEN-SWITCH
               MOVE 0 TO UNBRACKETED-SWITCH

               EXIT PARAGRAPH
           END-IF

           IF BLOCK-OPEN-SWITCH = 0 AND UNBRACKETED-SWITCH = 0
               ADD 1 TO RUN-BLOCK-I
               MOVE 1 TO UNBRACKETED-SWITCH
           END-IF

           IF STRATOUT-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-STRATOUT-RECORD
           END-IF

           IF STRATOUT-RUN-DATE < MONTH-FIRST-DATE
               OR STRATOUT-RUN-DATE > LATEST-END-DATE
               EXIT PARAGRAPH
           END-IF

           IF STRATOUT-NUMBER-OF-TESTS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING ROW-I FROM 1 BY 1
           UNTIL ROW-I > ROW-COUNT
               IF ROW-RUN-DATE(ROW-I) = STRATOUT-RUN-DATE
                   AND ROW-RUN-TIME(ROW-I) = STRATOUT-RUN-TIME
                   AND ROW-SCENARIO-ID(ROW-I) = STRATOUT-SCENARIO-ID
                   MOVE ROW-I TO FOUND-ROW-I

                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF FOUND-ROW-I > 0
               AND BLOCK-STATUS(RUN-BLOCK-I) NOT = "C"
               AND BLOCK-STATUS(RUN-BLOCK-I) NOT = "U"
               MOVE 1 TO ROW-REFUSED-SWITCH(FOUND-ROW-I)
               MOVE 0 TO FOUND-ROW-I
           END-IF.

      *    the sort's input: every run's time as charge items.
      *    a run that never closed goes to suspense untimed, a run
      *    with no RESULTS rows is charged whole by its SCEN= tag,
      *    a row whose STRATOUT block was refused goes to suspense
      *    whole, a row without catalog strategies is charged by
      *    its scenario, and a row with them is split over the
      *    strategies on the last STRATOUT pass
       RELEASE-CHARGE-ITEMS.
           PERFORM VARYING RUN-I FROM 1 BY 1
           UNTIL RUN-I > RUN-COUNT
               PERFORM RELEASE-ONE-RUN
           END-PERFORM

           PERFORM VARYING ROW-I FROM 1 BY 1
           UNTIL ROW-I > ROW-COUNT
               MOVE ROW-RUN-I(ROW-I) TO RUN-I

               IF RUN-ROW-TRIALS(RUN-I) > 0
                   AND (ROW-STRATEGY-COUNT(ROW-I) = 0
                       OR ROW-REFUSED-SWITCH(ROW-I) = 1)
                   MOVE RUN-I TO ITEM-RUN-I
                   MOVE ROW-SCENARIO-ID(ROW-I) TO ITEM-SCENARIO-ID
                   IF ITEM-SCENARIO-ID = SPACES
                       MOVE RUN-TAG-SCENARIO-ID(RUN-I)
                           TO ITEM-SCENARIO-ID
                   END-IF
                   MOVE SPACES TO ITEM-STRATEGY-ID
                   MOVE ROW-TRIALS(ROW-I) TO ITEM-TRIALS
                   MOVE ROW-SECONDS(ROW-I) TO ITEM-SECONDS

                   IF ROW-REFUSED-SWITCH(ROW-I) = 1
                       MOVE "STRATOUT REFUSED" TO ITEM-REASON
                       PERFORM RELEASE-SUSPENSE-ITEM
                   ELSE
                       PERFORM ATTRIBUTE-CHARGE-ITEM
                   END-IF
               END-IF
           END-PERFORM

           IF STRATOUT-ON-FILE-SWITCH = 1
               PERFORM RELEASE-STRATEGY-ITEMS
           END-IF.

      *    a run's own item, when it is not charged row by row
       RELEASE-ONE-RUN.
           MOVE RUN-I TO ITEM-RUN-I
           MOVE RUN-TAG-SCENARIO-ID(RUN-I) TO ITEM-SCENARIO-ID
           MOVE SPACES TO ITEM-STRATEGY-ID
           MOVE RUN-TAG-TRIALS(RUN-I) TO ITEM-TRIALS
           MOVE RUN-SECONDS(RUN-I) TO ITEM-SECONDS

           EVALUATE TRUE
               WHEN RUN-STATE(RUN-I) = "O"
                   ADD 1 TO OPEN-RUN-COUNT
                   MOVE "NO COMPLETE ON LOG" TO ITEM-REASON
                   PERFORM RELEASE-SUSPENSE-ITEM
               WHEN RUN-STATE(RUN-I) = "B"
                   MOVE "CLOCK WENT BACKWARD" TO ITEM-REASON
                   PERFORM RELEASE-SUSPENSE-ITEM
               WHEN RUN-ROW-TRIALS(RUN-I) = 0
                   PERFORM ATTRIBUTE-CHARGE-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    last pass of STRATOUT: each catalog strategy's share of
      *    its row, weighted by the trials it settled. the row's
      *    last strategy takes whatever is left, so the shares
      *    always add back to the row exactly.
       RELEASE-STRATEGY-ITEMS.
           OPEN INPUT STRATOUT-FILE

           IF STRATOUT-STATUS NOT = "00"
               DISPLAY "ABEND: STRATOUT COULD NOT BE REOPENED - "
                   "FILE STATUS " STRATOUT-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           MOVE 0 TO STRATOUT-EOF
           MOVE 0 TO RUN-BLOCK-I
           MOVE 0 TO BLOCK-OPEN-SWITCH
           MOVE 0 TO UNBRACKETED-SWITCH

           PERFORM UNTIL STRATOUT-EOF = 1
               PERFORM READ-STRATEGY-RECORD

               IF STRATOUT-EOF = 0 AND FOUND-ROW-I > 0
                   PERFORM RELEASE-ONE-STRATEGY-SHARE
               END-IF
           END-PERFORM

           CLOSE STRATOUT-FILE.

       RELEASE-ONE-STRATEGY-SHARE.
           MOVE FOUND-ROW-I TO ROW-I
           MOVE ROW-RUN-I(ROW-I) TO RUN-I

           IF RUN-ROW-TRIALS(RUN-I) = 0
               OR ROW-STRATEGIES-LEFT(ROW-I) = 0
               OR ROW-REFUSED-SWITCH(ROW-I) = 1
               EXIT PARAGRAPH
           END-IF

           IF ROW-STRATEGIES-LEFT(ROW-I) = 1
               MOVE ROW-SECONDS-LEFT(ROW-I) TO ITEM-SECONDS
               MOVE ROW-TRIALS-LEFT(ROW-I) TO ITEM-TRIALS
           ELSE
               IF ROW-STRATEGY-WEIGHT(ROW-I) > 0
                   COMPUTE ITEM-SECONDS ROUNDED =
                       ROW-SECONDS(ROW-I) * STRATOUT-NUMBER-OF-TESTS
                           / ROW-STRATEGY-WEIGHT(ROW-I)
                   COMPUTE ITEM-TRIALS ROUNDED =
                       ROW-TRIALS(ROW-I) * STRATOUT-NUMBER-OF-TESTS
                           / ROW-STRATEGY-WEIGHT(ROW-I)
               ELSE
                   COMPUTE ITEM-SECONDS ROUNDED =
                       ROW-SECONDS(ROW-I) / ROW-STRATEGY-COUNT(ROW-I)
                   COMPUTE ITEM-TRIALS ROUNDED =
                       ROW-TRIALS(ROW-I) / ROW-STRATEGY-COUNT(ROW-I)
               END-IF
           END-IF

      *    a share can never exceed what the row has left
           IF ITEM-SECONDS > ROW-SECONDS-LEFT(ROW-I)
               MOVE ROW-SECONDS-LEFT(ROW-I) TO ITEM-SECONDS
           END-IF
           IF ITEM-TRIALS > ROW-TRIALS-LEFT(ROW-I)
               MOVE ROW-TRIALS-LEFT(ROW-I) TO ITEM-TRIALS
           END-IF

           SUBTRACT ITEM-SECONDS FROM ROW-SECONDS-LEFT(ROW-I)
           SUBTRACT ITEM-TRIALS FROM ROW-TRIALS-LEFT(ROW-I)
           SUBTRACT 1 FROM ROW-STRATEGIES-LEFT(ROW-I)

           MOVE RUN-I TO ITEM-RUN-I
           MOVE ROW-SCENARIO-ID(ROW-I) TO ITEM-SCENARIO-ID
           MOVE STRATOUT-STRATEGY-ID TO ITEM-STRATEGY-ID
           PERFORM ATTRIBUTE-CHARGE-ITEM.

      *    finds the item's cost center - the strategy's owner for
      *    a strategy share, else the longest prefix of the
      *    scenario - and releases it to that invoice or, owner-
      *    less, to suspense
       ATTRIBUTE-CHARGE-ITEM.
           MOVE 0 TO FOUND-OWNER-I
           MOVE 0 TO FOUND-LENGTH

           IF ITEM-STRATEGY-ID NOT = SPACES
               PERFORM VARYING OWNER-I FROM 1 BY 1
               UNTIL OWNER-I > OWNER-COUNT
                   IF OWNER-ENTRY-TYPE(OWNER-I) = "C"
                       AND OWNER-VALUE(OWNER-I) = ITEM-STRATEGY-ID
                       MOVE OWNER-I TO FOUND-OWNER-I

                       EXIT PERFORM
                   END-IF
               END-PERFORM

               IF FOUND-OWNER-I = 0
                   MOVE "STRATEGY UNOWNED" TO ITEM-REASON
                   PERFORM RELEASE-SUSPENSE-ITEM

                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF ITEM-SCENARIO-ID = SPACES
                   MOVE "NO SCENARIO-ID" TO ITEM-REASON
                   PERFORM RELEASE-SUSPENSE-ITEM

                   EXIT PARAGRAPH
               END-IF

               PERFORM VARYING OWNER-I FROM 1 BY 1
               UNTIL OWNER-I > OWNER-COUNT
                   IF OWNER-ENTRY-TYPE(OWNER-I) = "S"
                       AND OWNER-VALUE-LENGTH(OWNER-I) > FOUND-LENGTH
                       AND ITEM-SCENARIO-ID
                           (1:OWNER-VALUE-LENGTH(OWNER-I))
                         = OWNER-VALUE(OWNER-I)
                           (1:OWNER-VALUE-LENGTH(OWNER-I))
                       MOVE OWNER-I TO FOUND-OWNER-I
                       MOVE OWNER-VALUE-LENGTH(OWNER-I)
                           TO FOUND-LENGTH
                   END-IF
               END-PERFORM

               IF FOUND-OWNER-I = 0
                   MOVE "SCENARIO UNOWNED" TO ITEM-REASON
                   PERFORM RELEASE-SUSPENSE-ITEM

                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 1 TO SORT-SECTION
           MOVE OWNER-COST-CENTER(FOUND-OWNER-I) TO SORT-COST-CENTER
           MOVE OWNER-COST-CENTER-NAME(FOUND-OWNER-I)
               TO SORT-COST-CENTER-NAME
           MOVE SPACES TO SORT-REASON
           PERFORM RELEASE-SORT-ITEM.

      *    an item no cost center can be charged for
       RELEASE-SUSPENSE-ITEM.
           MOVE 2 TO SORT-SECTION
           MOVE SPACES TO SORT-COST-CENTER
           MOVE SPACES TO SORT-COST-CENTER-NAME
           MOVE ITEM-REASON TO SORT-REASON
           PERFORM RELEASE-SORT-ITEM.

       RELEASE-SORT-ITEM.
           MOVE RUN-START-DATE(ITEM-RUN-I) TO SORT-RUN-DATE
           MOVE RUN-START-TIME(ITEM-RUN-I) TO SORT-RUN-TIME
           MOVE ITEM-SCENARIO-ID TO SORT-SCENARIO-ID
           MOVE ITEM-STRATEGY-ID TO SORT-STRATEGY-ID
           MOVE ITEM-TRIALS TO SORT-TRIALS
           MOVE ITEM-SECONDS TO SORT-SECONDS

           RELEASE SORT-RECORD.

      *    drains the sorted items into the invoices and the
      *    suspense section, breaking on the cost center and on
      *    the detail line as the keys change
       PRINT-CHARGE-ITEMS.
           MOVE 0 TO SORT-EOF
           MOVE 1 TO FIRST-ITEM-SWITCH

           PERFORM UNTIL SORT-EOF = 1
               RETURN SORT-FILE
                   AT END
                       MOVE 1 TO SORT-EOF
                   NOT AT END
                       PERFORM ROLL-UP-CHARGE-ITEM
               END-RETURN
           END-PERFORM

           IF FIRST-ITEM-SWITCH = 0
               PERFORM PRINT-DETAIL-LINE
               PERFORM CLOSE-CHARGE-GROUP
           ELSE
               MOVE 99 TO LINE-COUNT
               MOVE "NO RUNS STARTED IN THE MONTH" TO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    accumulates one sorted item, breaking on a change of
      *    section or cost center, or of the detail line, first
       ROLL-UP-CHARGE-ITEM.
           MOVE SORT-RUN-DATE TO CURRENT-LINE-RUN-DATE
           MOVE SORT-RUN-TIME TO CURRENT-LINE-RUN-TIME
           MOVE SORT-SCENARIO-ID TO CURRENT-LINE-SCENARIO-ID
           MOVE SORT-STRATEGY-ID TO CURRENT-LINE-STRATEGY-ID
           MOVE SORT-REASON TO CURRENT-LINE-REASON
           COMPUTE CURRENT-RUN-STAMP =
               SORT-RUN-DATE * 100000000 + SORT-RUN-TIME

           IF FIRST-ITEM-SWITCH = 1
               MOVE 0 TO FIRST-ITEM-SWITCH
               PERFORM OPEN-CHARGE-GROUP
           ELSE
               IF SORT-SECTION NOT = PRIOR-SECTION
                   OR SORT-COST-CENTER NOT = PRIOR-COST-CENTER
                   PERFORM PRINT-DETAIL-LINE
                   PERFORM CLOSE-CHARGE-GROUP
                   PERFORM OPEN-CHARGE-GROUP
               ELSE
                   IF CURRENT-LINE-KEY NOT = PRIOR-LINE-KEY
                       PERFORM PRINT-DETAIL-LINE
                       MOVE CURRENT-LINE-KEY TO PRIOR-LINE-KEY
                   END-IF
               END-IF
           END-IF

           IF CURRENT-RUN-STAMP NOT = PRIOR-RUN-STAMP
               ADD 1 TO GROUP-RUNS
               MOVE CURRENT-RUN-STAMP TO PRIOR-RUN-STAMP
           END-IF

           ADD SORT-TRIALS TO LINE-TRIALS
           ADD SORT-SECONDS TO LINE-SECONDS

           IF SORT-SECTION = 1
               ADD SORT-SECONDS TO INVOICED-SECONDS
           ELSE
               ADD 1 TO SUSPENSE-ITEM-COUNT
               ADD SORT-SECONDS TO SUSPENSE-SECONDS
           END-IF.

      *    starts a cost center's invoice, or the suspense section,
      *    on a fresh page
       OPEN-CHARGE-GROUP.
           MOVE SORT-SECTION TO PRIOR-SECTION
           MOVE SORT-COST-CENTER TO PRIOR-COST-CENTER
           MOVE SORT-COST-CENTER-NAME TO PRIOR-COST-CENTER-NAME
           MOVE CURRENT-LINE-KEY TO PRIOR-LINE-KEY
           MOVE 0 TO PRIOR-RUN-STAMP

           MOVE 0 TO GROUP-RUNS
           MOVE 0 TO GROUP-TRIALS
           MOVE 0 TO GROUP-SECONDS

           MOVE 99 TO LINE-COUNT

           IF SORT-SECTION = 1
               MOVE SORT-COST-CENTER TO GROUP-HEADING-COST-CENTER
               MOVE SORT-COST-CENTER-NAME TO GROUP-HEADING-NAME
               MOVE GROUP-HEADING-LINE TO PRINT-LINE
           ELSE
               MOVE "SUSPENSE - TIME NOT ATTRIBUTED TO A COST CENTER"
                   TO PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE DETAIL-COLUMN-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    prints the finished detail line and folds it into the
      *    group
       PRINT-DETAIL-LINE.
           MOVE PRIOR-LINE-RUN-DATE TO DETAIL-RUN-DATE
           MOVE SPACES TO DETAIL-RUN-TIME
           STRING PRIOR-LINE-RUN-TIME(1:2) ":"
               PRIOR-LINE-RUN-TIME(3:2) ":"
               PRIOR-LINE-RUN-TIME(5:2)
               DELIMITED BY SIZE INTO DETAIL-RUN-TIME
           MOVE PRIOR-LINE-SCENARIO-ID TO DETAIL-SCENARIO-ID
           MOVE PRIOR-LINE-STRATEGY-ID TO DETAIL-STRATEGY-ID
           MOVE LINE-TRIALS TO DETAIL-TRIALS
           COMPUTE WORK-MINUTES ROUNDED = LINE-SECONDS / 60
           MOVE WORK-MINUTES TO DETAIL-MINUTES
           MOVE PRIOR-LINE-REASON TO DETAIL-REASON

           MOVE DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD LINE-TRIALS TO GROUP-TRIALS
           ADD LINE-SECONDS TO GROUP-SECONDS

           MOVE 0 TO LINE-TRIALS
           MOVE 0 TO LINE-SECONDS.

      *    closes a cost center's invoice with its totals and its
      *    charge, writes its extract record and files it for the
      *    summary - or closes the suspense section with its totals
       CLOSE-CHARGE-GROUP.
           COMPUTE GROUP-MINUTES ROUNDED = GROUP-SECONDS / 60

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF PRIOR-SECTION = 1
               MOVE "TOTAL" TO TOTAL-LABEL
           ELSE
               MOVE "TOTAL IN SUSPENSE" TO TOTAL-LABEL
           END-IF
           MOVE GROUP-RUNS TO TOTAL-RUNS
           MOVE GROUP-TRIALS TO TOTAL-TRIALS
           MOVE GROUP-MINUTES TO TOTAL-MINUTES
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF PRIOR-SECTION NOT = 1
               EXIT PARAGRAPH
           END-IF

           COMPUTE GROUP-CHARGE ROUNDED = GROUP-MINUTES * CHARGE-RATE

           MOVE CHARGE-RATE TO CHARGE-RATE-OUT
           MOVE GROUP-CHARGE TO CHARGE-AMOUNT
           MOVE CHARGE-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-EXTRACT-RECORD

           IF SUMMARY-COUNT < 999
               ADD 1 TO SUMMARY-COUNT
               MOVE PRIOR-COST-CENTER
                   TO SUMMARY-COST-CENTER(SUMMARY-COUNT)
               MOVE PRIOR-COST-CENTER-NAME
                   TO SUMMARY-COST-CENTER-NAME(SUMMARY-COUNT)
               MOVE GROUP-RUNS TO SUMMARY-RUNS(SUMMARY-COUNT)
               MOVE GROUP-TRIALS TO SUMMARY-TRIALS(SUMMARY-COUNT)
               MOVE GROUP-MINUTES TO SUMMARY-MINUTES(SUMMARY-COUNT)
               MOVE GROUP-CHARGE TO SUMMARY-CHARGE(SUMMARY-COUNT)
           END-IF

           ADD GROUP-RUNS TO GRAND-RUNS
           ADD GROUP-TRIALS TO GRAND-TRIALS
           ADD GROUP-MINUTES TO GRAND-MINUTES
           ADD GROUP-CHARGE TO GRAND-CHARGE.

      *    one delimited record per cost center invoiced, for the
      *    finance ledger feed
       WRITE-EXTRACT-RECORD.
           MOVE CHARGE-MONTH TO EXTRACT-MONTH
           MOVE GROUP-RUNS TO EXTRACT-RUNS
           MOVE GROUP-TRIALS TO EXTRACT-TRIALS
           MOVE GROUP-MINUTES TO EXTRACT-MINUTES
           MOVE CHARGE-RATE TO EXTRACT-RATE
           MOVE GROUP-CHARGE TO EXTRACT-CHARGE

           MOVE SPACES TO EXTRACT-RECORD
           STRING EXTRACT-MONTH ";"
               PRIOR-COST-CENTER DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               PRIOR-COST-CENTER-NAME DELIMITED BY "  "
               ";" EXTRACT-RUNS ";" EXTRACT-TRIALS ";"
               EXTRACT-MINUTES ";" EXTRACT-RATE ";"
               EXTRACT-CHARGE
               DELIMITED BY SIZE
               INTO EXTRACT-RECORD

           WRITE EXTRACT-RECORD.

      *    the closing page: one line per cost center with the
      *    grand total, then the month's time reconciled back to
      *    the log - paired time is exactly what was invoiced plus
      *    what sits in suspense
       WRITE-CHARGEBACK-SUMMARY.
           MOVE 99 TO LINE-COUNT

           MOVE CHARGE-RATE TO RATE-EDIT
           MOVE SPACES TO PRINT-LINE
           STRING "CHARGEBACK SUMMARY - MONTH " CHARGE-MONTH
               " AT " RATE-EDIT " PER ELAPSED MINUTE"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SUMMARY-COLUMN-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING SUMMARY-I FROM 1 BY 1
           UNTIL SUMMARY-I > SUMMARY-COUNT
               MOVE SUMMARY-COST-CENTER(SUMMARY-I)
                   TO SUMMARY-LINE-COST-CENTER
               MOVE SUMMARY-COST-CENTER-NAME(SUMMARY-I)
                   TO SUMMARY-LINE-NAME
               MOVE SUMMARY-RUNS(SUMMARY-I) TO SUMMARY-LINE-RUNS
               MOVE SUMMARY-TRIALS(SUMMARY-I) TO SUMMARY-LINE-TRIALS
               MOVE SUMMARY-MINUTES(SUMMARY-I)
                   TO SUMMARY-LINE-MINUTES
               MOVE SUMMARY-CHARGE(SUMMARY-I) TO SUMMARY-LINE-CHARGE
               MOVE SUMMARY-LINE TO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO SUMMARY-LINE-COST-CENTER
           MOVE "ALL COST CENTERS" TO SUMMARY-LINE-NAME
           MOVE GRAND-RUNS TO SUMMARY-LINE-RUNS
           MOVE GRAND-TRIALS TO SUMMARY-LINE-TRIALS
           MOVE GRAND-MINUTES TO SUMMARY-LINE-MINUTES
           MOVE GRAND-CHARGE TO SUMMARY-LINE-CHARGE
           MOVE SUMMARY-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE RUN-COUNT TO COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           STRING "RUNS STARTED IN THE MONTH      " COUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE PAIRED-RUN-COUNT TO COUNT-EDIT
           COMPUTE WORK-MINUTES ROUNDED = PAIRED-SECONDS / 60
           MOVE WORK-MINUTES TO MINUTES-EDIT
           MOVE SPACES TO PRINT-LINE
           STRING "  PAIRED WITH A COMPLETE       " COUNT-EDIT
               "  ELAPSED MINUTES " MINUTES-EDIT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE OPEN-RUN-COUNT TO COUNT-EDIT
           MOVE SPACES TO PRINT-LINE
           STRING "  NEVER COMPLETED - UNTIMED    " COUNT-EDIT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           COMPUTE WORK-MINUTES ROUNDED = INVOICED-SECONDS / 60
           MOVE WORK-MINUTES TO MINUTES-EDIT
           MOVE SPACES TO PRINT-LINE
           STRING "ELAPSED MINUTES INVOICED       "
               "                  " MINUTES-EDIT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           COMPUTE WORK-MINUTES ROUNDED = SUSPENSE-SECONDS / 60
           MOVE WORK-MINUTES TO MINUTES-EDIT
           MOVE SPACES TO PRINT-LINE
           STRING "ELAPSED MINUTES IN SUSPENSE    "
               "                  " MINUTES-EDIT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF ROWS-OUTSIDE-RUNS > 0
               MOVE ROWS-OUTSIDE-RUNS TO ROW-COUNT-EDIT
               MOVE SPACES TO PRINT-LINE
               STRING "NOTE: " ROW-COUNT-EDIT " RESULTS ROWS FILED "
                   "OUTSIDE ANY RUN ON THIS LOG - NOT CHARGED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    the STRATOUT runs the month's charges drew on - one line
      *    per block in the month, with what was done with it - and
      *    the block totals, on a page of their own
       WRITE-RUN-BLOCK-SECTION.
           MOVE 99 TO LINE-COUNT

           IF STRATOUT-ON-FILE-SWITCH = 0
               MOVE SPACES TO PRINT-LINE
               STRING "NO STRATOUT DATASET - EVERY RUN CHARGED BY "
                   "SCENARIO"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               EXIT PARAGRAPH
           END-IF

           MOVE "RUNS ON THE STRATOUT DATASET IN THE MONTH"
               TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PRINT-LINE
           STRING "  RUN KEY (DATE/TIME/SEED)    SCENARIO   N   K"
               "   RECORDS  BLOCK"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING RUN-BLOCK-I FROM 1 BY 1
           UNTIL RUN-BLOCK-I > RUN-BLOCK-COUNT
               IF BLOCK-IN-MONTH(RUN-BLOCK-I) = 1
                   PERFORM WRITE-ONE-RUN-BLOCK
               END-IF
           END-PERFORM

           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO PRINT-LINE
           STRING "RUNS IN THE MONTH: " BLOCKS-IN-MONTH
               "  COMPLETE: " BLOCKS-COMPLETE
               "  NO HEADER: " BLOCKS-UNBRACKETED
               "  SKIPPED: " BLOCKS-REFUSED
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           IF BLOCKS-REFUSED > 0
               MOVE SPACES TO PRINT-LINE
               STRING "WARNING: " BLOCKS-REFUSED
                   " INCOMPLETE OR MISMATCHED RUNS (" RECORDS-SKIPPED
                   " RECORDS) NOT SPLIT"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF ORPHAN-TRAILERS > 0
               MOVE SPACES TO PRINT-LINE
               STRING "WARNING: " ORPHAN-TRAILERS
                   " TRAILER RECORDS WITH NO HEADER AHEAD OF THEM"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    one block's line on the run list
       WRITE-ONE-RUN-BLOCK.
           ADD 1 TO BLOCKS-IN-MONTH

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

           MOVE BLOCK-DETAIL-LINE TO PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

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

      *    a log event written before the four-digit-year layout,
      *    moved into the current one
       WIDEN-RUNLOG-RECORD.
           MOVE RUNLOG-RECORD TO OLD-RUNLOG-RECORD
           MOVE OLD-RUNLOG-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO RUNLOG-DATE
           MOVE OLD-RUNLOG-DATA TO RUNLOG-RECORD(9:74).

      *    an old-layout run record moved into the current layout
       WIDEN-RESULTS-RECORD.
           MOVE OLD-RESULTS-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO RESULTS-RUN-DATE
           MOVE OLD-RESULTS-RUN-TIME TO RESULTS-RUN-TIME
           MOVE OLD-RESULTS-RANDOM-SEED TO RESULTS-RANDOM-SEED
           MOVE OLD-RESULTS-DATA TO RESULTS-RECORD(26:112).

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

      *    writes PRINT-LINE to the report and the job log,
      *    starting a fresh page with its heading whenever the
      *    current one fills up
       WRITE-REPORT-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               ADD 1 TO PAGE-NUMBER
               MOVE CHARGE-MONTH TO HEADING-MONTH
               MOVE PAGE-NUMBER TO HEADING-PAGE-NUMBER
               WRITE REPORT-RECORD FROM PAGE-HEADING-LINE
               DISPLAY PAGE-HEADING-LINE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 2 TO LINE-COUNT
           END-IF

           WRITE REPORT-RECORD FROM PRINT-LINE
           DISPLAY PRINT-LINE
           ADD 1 TO LINE-COUNT.

       END PROGRAM CHARGEBACK-REPORT.
