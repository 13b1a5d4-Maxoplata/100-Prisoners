      *     the on-call needs in one place, so the alert step in
      *     the JCL can print or route a real message instead of
      *     firing an empty page.
      *   - The box shuffle is now selectable on the SYSIN card: the
      *     original swap-with-any-box shuffle (the default, so old
      *     seeds still reproduce their runs) or an unbiased
      *     Fisher-Yates shuffle, and the method used is recorded on
      *     the RESULTS record. A shuffle-certification mode runs
      *     many shuffles without the prisoners and tests the
      *     position-by-value frequencies, the cycle-count
      *     distribution and the longest-cycle distribution against
      *     their exact expectations with chi-square tests, printing
      *     a PASS/FAIL certification report to CERTRPT.
      *   - Each catalog strategy is now paired with the loop
      *     strategy trial by trial: the trials the strategy won and
      *     the loop lost, and the trials the loop won and the
      *     strategy lost, are counted and filed per strategy per
      *     run on the new PAIROUT dataset, so STRATEGY-PAIR-TEST
      *     can say whether a difference between them is real.
      *   - A problem-variant code on the SYSIN card applies one of
      *     the two standard variants between the shuffle and the
      *     prisoners' pass: the warden swap (one prisoner inspects
      *     every box and swaps two, splitting the longest cycle in
      *     half) or the adversarial warden (the warden lays the
      *     boxes out as one long cycle, and the prisoners counter by
      *     relabelling the boxes at random). The classic loop result
      *     on the untransformed boxes is tallied alongside, shown
      *     next to the variant's win-percent on the summary, and
      *     the variant is carried on RESULTS, HISTORY and STRATOUT
      *     so variant runs never mix into the classic trend.
      *   - Every run's block on the DETAIL, LOSSPERM and STRATOUT
      *     datasets is now bracketed by a header record (the run's
      *     RESULTS key, scenario and parameters) and a trailer
      *     record (the record count and a hash total of the trial
      *     numbers), so a reader can tell which run a block came
      *     from and whether it arrived whole. The RESULTS key is
      *     now taken as each pass starts, so the header written
      *     before the first trial names the same run as the
      *     RESULTS row filed at the end. A replay run verifies
      *     every block on PERMIN before it starts and replays only
      *     the complete ones.
      *   - Every date the program writes is now a four-digit-year
      *     CCYYMMDD date: the RESULTS key, HISTORY, RUNLOG,
      *     STRATOUT, PAIROUT and the run-block header and trailer.
      *     The sequential records carry a century flag at the end
      *     so a reader can tell them from records written before;
      *     a RESULTS or STRATDEF cluster not yet converted is still
      *     read and filed in its old layout.
      *   - PAIROUT records now carry the run's problem variant and
      *     the same run date and time as the RESULTS key they
      *     belong to, so the paired test keeps variants apart and
      *     a pair record can be tied back to its run.
      *   - HISTORY records are now dated from the RESULTS key as
      *     well, so a pass that runs past midnight files both on
      *     the same date and the reconciliation pairs them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 100-PRISONERS.
               RECORD KEY IS RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

      *    the same repository in its two-digit-year layout, used
      *    only while the cluster awaits conversion
           SELECT OLD-RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
               RECORD KEY IS STRATDEF-ID
               FILE STATUS IS STRATDEF-STATUS.

      *    the same catalog in its two-digit-year layout, used only
      *    while the cluster awaits conversion
           SELECT OLD-STRATDEF-FILE ASSIGN TO "STRATDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-STRATDEF-ID
               FILE STATUS IS STRATDEF-STATUS.

           SELECT STRATOUT-FILE ASSIGN TO "STRATOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STRATOUT-STATUS.

      *    each catalog strategy's trial-by-trial pairing with the
      *    loop strategy - see WRITE-STRATEGY-PAIR-RECORDS
           SELECT PAIROUT-FILE ASSIGN TO "PAIROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAIROUT-STATUS.

      *    losing trials' box permutations out, and permutations
      *    back in for a replay run - see WRITE-LOSS-PERMUTATION
      *    and READ-REPLAY-PERMUTATION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTOUT-STATUS.

      *    the shuffle-certification report - see CERTIFY-SHUFFLE
           SELECT CERTRPT-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    runtime parameter card - see READ-PARAMETER-CARD
           FD SYSIN-FILE
               RECORD CONTAINS 67 CHARACTERS.
           01 SYSIN-RECORD.
               05 SYSIN-NUMBER-OF-TESTS PIC 9(7).
               05 SYSIN-NUMBER-OF-PRISONERS PIC 9(3).
               05 SYSIN-LOSSPERM-MODE-FLAG PIC X(01).
               05 SYSIN-REPLAY-MODE-FLAG PIC X(01).
               05 SYSIN-TARGET-HALF-WIDTH PIC 99V99.
               05 SYSIN-CERTIFY-MODE-FLAG PIC X(01).
               05 SYSIN-SHUFFLE-METHOD PIC X(01).
               05 SYSIN-VARIANT-CODE PIC X(01).

      *    audit-trail record for each run - see WRITE-RESULTS-RECORD
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
      *        the problem variant the run played, and the classic
      *        loop strategy's wins on the same boxes before the
      *        variant was applied (the run's own wins on a classic
      *        run)
               05 RESULTS-VARIANT-CODE PIC X(01).
               05 RESULTS-CLASSIC-WINS PIC 9(7).

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

      *    restart checkpoint for the outer SIM-I loop - see
      *    READ-CHECKPOINT and WRITE-CHECKPOINT-RECORD. carries the
      *    resumed run can be checked against its own current ones
      *    before the running totals are trusted.
           FD CHECKPOINT-FILE
               RECORD CONTAINS 93 CHARACTERS.
           01 CHECKPOINT-RECORD.
               05 CHKPT-SIM-I PIC 9(7).
               05 CHKPT-TOTAL-WINS PIC 9(7).
               05 CHKPT-BOX-OPEN-LIMIT PIC 9(3).
               05 CHKPT-PARTITION-NUMBER PIC 9(2).
               05 CHKPT-PARTITION-COUNT PIC 9(2).
               05 CHKPT-SHUFFLE-METHOD PIC X(01).
               05 CHKPT-VARIANT-CODE PIC X(01).
               05 CHKPT-CLASSIC-WINS PIC 9(7).
               05 CHKPT-CLASSIC-LOSSES PIC 9(7).

      *    optional one-record-per-trial research detail - see
      *    WRITE-DETAIL-RECORD. only written when DETAIL-MODE-FLAG
      *    is Y on the SYSIN card. each run's records are bracketed
      *    by the block header and trailer (BLOCK-HEADER-RECORD and
      *    BLOCK-TRAILER-RECORD below), which is what sets the
      *    record width.
           FD DETAIL-FILE
               RECORD CONTAINS 61 CHARACTERS.
           01 DETAIL-RECORD.
               05 DETAIL-TRIAL-NUMBER PIC 9(7).
               05 DETAIL-LOOP-RESULT PIC X(01).
               05 DETAIL-RANDOM-RESULT PIC X(01).
               05 DETAIL-PRISONERS-BEFORE-FAIL PIC 9(3).
               05 DETAIL-LONGEST-CYCLE PIC 9(3).
               05 FILLER PIC X(46).

      *    timestamped operations event log - see WRITE-RUN-LOG-EVENT.
      *    the century flag is Y on every record with a CCYYMMDD
      *    date; a record logged before then has it blank.
           FD RUNLOG-FILE
               RECORD CONTAINS 83 CHARACTERS.
           01 RUNLOG-RECORD.
               05 RUNLOG-DATE PIC 9(8).
               05 RUNLOG-TIME PIC 9(8).
               05 RUNLOG-EVENT PIC X(08).
               05 RUNLOG-TEXT PIC X(58).
               05 RUNLOG-CENTURY-FLAG PIC X(01).

      *    the managed strategy catalog - one entry per researcher
      *    strategy, see READ-STRATEGY-CATALOG for the rules. the
      *    program, which owns every add, change, disable and
      *    delete and stamps the who/when columns.
           FD STRATDEF-FILE
               RECORD CONTAINS 42 CHARACTERS.
           01 STRATDEF-RECORD.
               05 STRATDEF-ID PIC X(08).
               05 STRATDEF-ENABLED PIC X(01).
               05 STRATDEF-NEXT-RULE PIC X(01).
               05 STRATDEF-NEXT-OFFSET PIC 9(3).
               05 STRATDEF-RESTART-RULE PIC X(01).
               05 STRATDEF-CHANGE-DATE PIC 9(8).
               05 STRATDEF-CHANGE-TIME PIC 9(8).
               05 STRATDEF-CHANGE-USER PIC X(08).

      *    a catalog cluster still in the two-digit-year layout -
      *    the strategy rules sit where they always did, only the
      *    who/when columns moved. see WIDEN-STRATDEF-RECORD.
           FD OLD-STRATDEF-FILE
               RECORD CONTAINS 40 CHARACTERS.
           01 OLD-STRATDEF-RECORD.
               05 OLD-STRATDEF-ID PIC X(08).
               05 OLD-STRATDEF-RULES PIC X(10).
               05 OLD-STRATDEF-CHANGE-DATE PIC 9(6).
               05 OLD-STRATDEF-CHANGE-TIME PIC 9(8).
               05 OLD-STRATDEF-CHANGE-USER PIC X(08).

      *    per-strategy tallies for the run - see
      *    WRITE-STRATEGY-RECORDS
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

      *    per-strategy paired outcomes against the loop strategy
      *    for the run, the four cells of the two-by-two table -
      *    see WRITE-ONE-STRATEGY-PAIR-RECORD
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

      *    losing trials' full box permutations, one record per
      *    lost trial, sized for the whole 999-box table - see

      *    permutations read back in for a replay run - the layout
      *    must stay in step with the LOSSPERM record above, which
      *    is what a replay normally feeds on, and the header and
      *    trailer views with BLOCK-HEADER-RECORD and
      *    BLOCK-TRAILER-RECORD in working storage
           FD PERMIN-FILE
               RECORD CONTAINS 3007 CHARACTERS.
           01 PERMIN-RECORD.
               05 PERMIN-PRISONERS PIC 9(3).
               05 PERMIN-BOX-TABLE.
                   10 PERMIN-BOX OCCURS 999 TIMES PIC 9(3).
           01 PERMIN-HEADER-RECORD.
               05 PERMIN-HEADER-TYPE PIC X(07).
               05 PERMIN-HEADER-RUN-DATE PIC 9(8).
               05 PERMIN-HEADER-RUN-TIME PIC 9(8).
               05 PERMIN-HEADER-RANDOM-SEED PIC 9(9).
               05 PERMIN-HEADER-SCENARIO-ID PIC X(08).
               05 PERMIN-HEADER-NUMBER-OF-TESTS PIC 9(7).
               05 PERMIN-HEADER-PRISONERS PIC 9(3).
               05 PERMIN-HEADER-BOX-OPEN-LIMIT PIC 9(3).
               05 FILLER PIC X(07).
               05 PERMIN-HEADER-CENTURY-FLAG PIC X(01).
               05 FILLER PIC X(2946).
           01 PERMIN-TRAILER-RECORD.
               05 PERMIN-TRAILER-TYPE PIC X(07).
               05 PERMIN-TRAILER-RUN-DATE PIC 9(8).
               05 PERMIN-TRAILER-RUN-TIME PIC 9(8).
               05 PERMIN-TRAILER-RANDOM-SEED PIC 9(9).
               05 PERMIN-TRAILER-RECORD-COUNT PIC 9(9).
               05 PERMIN-TRAILER-HASH-TOTAL PIC 9(15).
               05 PERMIN-TRAILER-CENTURY-FLAG PIC X(01).
               05 FILLER PIC X(2950).

      *    the out-of-band alert, a few readable lines per event -
      *    see WRITE-ALERT-RECORD
               RECORD CONTAINS 80 CHARACTERS.
           01 ALERTOUT-RECORD PIC X(80).

      *    the shuffle-certification report, printed a line at a
      *    time - see CERTIFY-SHUFFLE
           FD CERTRPT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 CERTRPT-RECORD PIC X(80).

      *    cumulative win-percent trend file - see WRITE-HISTORY-RECORD
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
      *    the number of times to run the simulation - 9(7) so a
           01 SCENARIO-ID PIC X(08) VALUE SPACES.
           01 SCENARIO-ALERT-SWITCH PIC 1(1) VALUE 0.
           01 SCENARIO-DECK.
               05 SCENARIO-ENTRY OCCURS 50 TIMES PIC X(67).

      *    the card currently being applied - same layout as the
      *    SYSIN record so a stored scenario can be applied with the
               05 CARD-LOSSPERM-MODE-FLAG PIC X(01).
               05 CARD-REPLAY-MODE-FLAG PIC X(01).
               05 CARD-TARGET-HALF-WIDTH PIC 99V99.
               05 CARD-CERTIFY-MODE-FLAG PIC X(01).
               05 CARD-SHUFFLE-METHOD PIC X(01).
               05 CARD-VARIANT-CODE PIC X(01).

      *    side-by-side comparison figures kept per scenario for the
      *    end-of-deck summary
                   10 COMP-LOSSES PIC 9(7).
                   10 COMP-WIN-PERCENT PIC 999V99.
                   10 COMP-WIN-PERCENT-RANDOM PIC 999V99.
                   10 COMP-VARIANT-CODE PIC X(01).
                   10 COMP-CLASSIC-WIN-PERCENT PIC 999V99.

      *    results dataset handling
           01 RESULTS-STATUS PIC X(02).
           01 CYCLE-LENGTH PIC 9(3).
           01 CYCLE-POSITION PIC 9(3).
           01 LONGEST-CYCLE-LENGTH PIC 9(3) VALUE 0.
           01 LONGEST-CYCLE-START PIC 9(3) VALUE 0.

      *    losing-permutation capture and replay handling. capture
      *    writes each lost trial's boxes to LOSSPERM; replay reads
           01 REPLAY-DONE-SWITCH PIC 1(1) VALUE 0.
           01 REPLAY-TRIAL-COUNT PIC 9(7) VALUE 0.

      *    the run blocks found on PERMIN by the verification pass,
      *    in file order. a block's status is C (complete - header,
      *    records and a trailer that agrees with them), I
      *    (incomplete - no trailer, the tail an abended run
      *    leaves), T (totals off - the trailer disagrees with the
      *    records) or U (unbracketed - records written before the
      *    control records existed). only C and U blocks replay.
           01 REPLAY-VERIFIED-SWITCH PIC 1(1) VALUE 0.
           01 REPLAY-RECORD-SWITCH PIC 1(1) VALUE 0.
           01 REPLAY-BLOCK-OPEN-SWITCH PIC 1(1) VALUE 0.
           01 REPLAY-UNBRACKETED-SWITCH PIC 1(1) VALUE 0.
           01 REPLAY-BLOCK-COUNT PIC 9(4) VALUE 0.
           01 REPLAY-BLOCK-I PIC 9(4) VALUE 0.
           01 REPLAY-BLOCK-TABLE.
               05 REPLAY-BLOCK-ENTRY OCCURS 999 TIMES.
                   10 REPLAY-BLOCK-RUN-DATE PIC 9(8).
                   10 REPLAY-BLOCK-RUN-TIME PIC 9(8).
                   10 REPLAY-BLOCK-RANDOM-SEED PIC 9(9).
                   10 REPLAY-BLOCK-SCENARIO-ID PIC X(08).
                   10 REPLAY-BLOCK-PRISONERS PIC 9(3).
                   10 REPLAY-BLOCK-LIMIT PIC 9(3).
                   10 REPLAY-BLOCK-RECORDS PIC 9(9).
                   10 REPLAY-BLOCK-HASH PIC 9(15).
                   10 REPLAY-BLOCK-STATUS PIC X(01).
           01 REPLAY-BLOCK-STATUS-TEXT PIC X(20).

      *    a header or trailer written before the four-digit-year
      *    layout - the type, a YYMMDD run date, then everything
      *    else two bytes further up. see WIDEN-PERMIN-CONTROL-RECORD.
           01 OLD-CONTROL-RECORD.
               05 OLD-CONTROL-TYPE PIC X(07).
               05 OLD-CONTROL-RUN-DATE PIC 9(6).
               05 OLD-CONTROL-DATA PIC X(45).

      *    adaptive stopping handling - a nonzero target half-width
      *    on the card runs trials until the observed 95% interval
      *    is that tight or NUMBER-OF-TESTS caps the run. the
           01 ADAPTIVE-HALF-WIDTH PIC 99V999 VALUE 0.

      *    out-of-band alert handling. the run's repository key is
      *    taken when the pass starts (see STAMP-RUN-KEY) and held
      *    here, because the control records that open the pass's
      *    blocks are written before the RESULTS row and the alert
      *    that refers to it is written after the repository is
      *    closed.
           01 ALERTOUT-STATUS PIC X(02).
           01 ALERT-LINE PIC X(80).
           01 FILED-RUN-DATE PIC 9(8) VALUE 0.
           01 FILED-RUN-TIME PIC 9(8) VALUE 0.

      *    run-block control records. every run's block on the
      *    DETAIL, LOSSPERM and STRATOUT datasets opens with this
      *    header - the run's RESULTS key, scenario and parameters
      *    - and closes with this trailer - the record count and a
      *    hash total of the trial numbers (of the trial counts, on
      *    STRATOUT) - so a reader can tell a complete block from
      *    the partial tail an abended run leaves behind. the
      *    record type sits where a data record's leading number
      *    does, so no data record can be taken for one. the
      *    readers carry the same layout under their own FDs. the
      *    century flag marks the CCYYMMDD layout - a control
      *    record written before it has the flag blank.
           01 BLOCK-HEADER-RECORD.
               05 HEADER-RECORD-TYPE PIC X(07) VALUE "HEADER".
               05 HEADER-RUN-DATE PIC 9(8).
               05 HEADER-RUN-TIME PIC 9(8).
               05 HEADER-RANDOM-SEED PIC 9(9).
               05 HEADER-SCENARIO-ID PIC X(08).
               05 HEADER-NUMBER-OF-TESTS PIC 9(7).
               05 HEADER-NUMBER-OF-PRISONERS PIC 9(3).
               05 HEADER-BOX-OPEN-LIMIT PIC 9(3).
               05 HEADER-PARTITION-NUMBER PIC 9(2).
               05 HEADER-PARTITION-COUNT PIC 9(2).
               05 HEADER-SHUFFLE-METHOD PIC X(01).
               05 HEADER-VARIANT-CODE PIC X(01).
               05 HEADER-REPLAY-MODE-FLAG PIC X(01).
               05 HEADER-CENTURY-FLAG PIC X(01) VALUE "Y".
           01 BLOCK-TRAILER-RECORD.
               05 TRAILER-RECORD-TYPE PIC X(07) VALUE "TRAILER".
               05 TRAILER-RUN-DATE PIC 9(8).
               05 TRAILER-RUN-TIME PIC 9(8).
               05 TRAILER-RANDOM-SEED PIC 9(9).
               05 TRAILER-RECORD-COUNT PIC 9(9).
               05 TRAILER-HASH-TOTAL PIC 9(15).
               05 TRAILER-CENTURY-FLAG PIC X(01) VALUE "Y".
           01 DETAIL-BLOCK-COUNT PIC 9(9) VALUE 0.
           01 DETAIL-BLOCK-HASH PIC 9(15) VALUE 0.
           01 LOSSPERM-BLOCK-COUNT PIC 9(9) VALUE 0.
           01 LOSSPERM-BLOCK-HASH PIC 9(15) VALUE 0.
           01 STRATOUT-BLOCK-HASH PIC 9(15) VALUE 0.

      *    strategy-catalog handling. each catalog entry names its
      *    building blocks: a starting-box rule (P = the prisoner's
      *    own number, R = a random box, F = the fixed box on the
      *    the built-in loop strategy, for comparison, is P/C/N.
           01 STRATDEF-STATUS PIC X(02).
           01 STRATOUT-STATUS PIC X(02).
           01 PAIROUT-STATUS PIC X(02).
           01 STRATDEF-EOF PIC 1(1) VALUE 0.
           01 OLD-STRATDEF-SWITCH PIC 1(1) VALUE 0.

      *    two-digit-year widening for records written before the
      *    four-digit-year layout, on the housekeeping's window
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).
           01 STRATEGY-COUNT PIC 9(2) VALUE 0.
           01 STRATEGY-I PIC 9(2).
           01 STRATEGY-CATALOG.
               05 STRATEGY-TALLY OCCURS 10 TIMES.
                   10 STRAT-WINS PIC 9(7).
                   10 STRAT-LOSSES PIC 9(7).
      *            the discordant trials - this strategy won and the
      *            loop lost, or the loop won and this strategy lost
                   10 STRAT-ONLY-WINS PIC 9(7).
                   10 LOOP-ONLY-WINS PIC 9(7).
           01 STRAT-WIN-PERCENT PIC 999V99.
           01 STRAT-TRIALS-SETTLED PIC 9(7).
           01 DID-PRISONERS-LOSE-STRAT PIC 1(1) VALUE 0.
           01 CONFIDENCE-DELTA USAGE COMP-2.
           01 CONFIDENCE-LOW-PERCENT PIC 999V99 VALUE 0.
           01 CONFIDENCE-HIGH-PERCENT PIC 999V99 VALUE 0.
      *    the cycle-length bound the recurrence above is built for -
      *    BOX-OPEN-LIMIT for the run's theory figure, every bound
      *    from 1 to NUMBER-OF-PRISONERS for a certification
           01 THEORY-LIMIT PIC 9(3).

      *    box-shuffle handling. L is the original shuffle - every
      *    box swapped with any box - kept as the default so a
      *    logged seed still reproduces its run; F is Fisher-Yates,
      *    each box swapped only with a box not yet settled, which
      *    makes every arrangement of the boxes equally likely
           01 SHUFFLE-METHOD PIC X(01) VALUE "L".
           01 SHUFFLE-DRAW USAGE COMP-2.

      *    problem-variant handling. C is the classic problem. S is
      *    the warden swap - one prisoner inspects every box before
      *    the line-up and swaps the contents of two, splitting the
      *    longest cycle in half, so every trial whose longest cycle
      *    is no more than twice K is won. A is the adversarial
      *    warden - the warden lays the shuffled boxes out as one
      *    long cycle, the arrangement the loop strategy always
      *    loses, and the prisoners counter by relabelling the boxes
      *    in an order of their own drawn at random. a variant run
      *    also tallies the classic loop result on the boxes as they
      *    stood before the prisoners' move, for the summary.
           01 VARIANT-CODE PIC X(01) VALUE "C".
           01 CLASSIC-WINS PIC 9(7) VALUE 0.
           01 CLASSIC-LOSSES PIC 9(7) VALUE 0.
           01 CLASSIC-WIN-PERCENT PIC 999V99 VALUE 0.
           01 VARIANT-BOXES.
               05 VARIANT-BOX-VALUE OCCURS 999 TIMES PIC 9(3).
           01 RELABEL-ORDER.
               05 RELABEL-BOX OCCURS 999 TIMES PIC 9(3).
           01 SWAP-BOX PIC 9(3).
           01 SWAP-STEPS PIC 9(3).
      *    the warden swap's theory figure adds, to the classic
      *    chance, the chance of exactly one cycle longer than K
      *    and no longer than twice K - see COMPUTE-SWAP-THEORY
           01 THEORY-LENGTH PIC 9(4).
           01 THEORY-TERM USAGE COMP-2.

      *    shuffle-certification handling. a certification run
      *    shuffles NUMBER-OF-TESTS times without the prisoners and
      *    tallies where every value landed, how many cycles each
      *    arrangement had and how long its longest cycle was, then
      *    tests each tally against its exact expectation. the
      *    position-by-value table is what bounds the box count.
           01 CERTIFY-MODE-FLAG PIC X(01) VALUE "N".
           01 CERTRPT-STATUS PIC X(02).
           01 CERTRPT-OPEN-SWITCH PIC 1(1) VALUE 0.
           01 CERTIFY-LINE PIC X(80).
           01 CERTIFY-MAX-PRISONERS PIC 9(3) VALUE 100.
           01 CYCLE-COUNT PIC 9(3) VALUE 0.
           01 CERT-MATRIX.
               05 CERT-POSITION OCCURS 100 TIMES.
                   10 CERT-CELL OCCURS 100 TIMES PIC 9(7).
           01 CERT-CYCLES-TALLY.
               05 CERT-CYCLES-SEEN OCCURS 100 TIMES PIC 9(7).
           01 CERT-LONGEST-TALLY.
               05 CERT-LONGEST-SEEN OCCURS 100 TIMES PIC 9(7).
      *    the exact chances: CERT-CYCLES-P(K) that an arrangement
      *    has exactly K cycles (the unsigned Stirling numbers of
      *    the first kind over N!, built up one box at a time), and
      *    CERT-LONGEST-P(M) that its longest cycle is exactly M
           01 CERT-CYCLES-P-TABLE.
               05 CERT-CYCLES-P OCCURS 100 TIMES USAGE COMP-2.
           01 CERT-LONGEST-P-TABLE.
               05 CERT-LONGEST-P OCCURS 100 TIMES USAGE COMP-2.
           01 CERT-I PIC 9(3).
           01 CERT-J PIC 9(3).
           01 CERT-N PIC 9(3).
           01 CERT-BOUND-BELOW USAGE COMP-2.
           01 CERT-KEEP-SHARE USAGE COMP-2.
           01 CERT-WORK USAGE COMP-2.
           01 CERT-EXPECTED USAGE COMP-2.
           01 CERT-LOW-CELL PIC 9(7).
           01 CERT-LOW-POSITION PIC 9(3).
           01 CERT-LOW-VALUE PIC 9(3).
           01 CERT-HIGH-CELL PIC 9(7).
           01 CERT-HIGH-POSITION PIC 9(3).
           01 CERT-HIGH-VALUE PIC 9(3).
      *    chi-square work. distribution cells with under 5
      *    expected are pooled with their neighbours, the usual
      *    rule for the test to hold; a tail left over at the end
      *    joins the last closed bin.
           01 CERT-TEST-NAME PIC X(26).
           01 CERT-CHI-SQUARE USAGE COMP-2.
           01 CERT-DEGREES PIC 9(5).
           01 CERT-ADD-OBSERVED PIC 9(7).
           01 CERT-ADD-EXPECTED USAGE COMP-2.
           01 CERT-BIN-OBSERVED PIC 9(9).
           01 CERT-BIN-EXPECTED USAGE COMP-2.
           01 CERT-LAST-OBSERVED PIC 9(9).
           01 CERT-LAST-EXPECTED USAGE COMP-2.
           01 CERT-TERM-OBSERVED PIC 9(9).
           01 CERT-TERM-EXPECTED USAGE COMP-2.
           01 CERT-TERM USAGE COMP-2.
           01 CERT-BIN-COUNT PIC 9(3).
      *    the chi-square statistic goes to a normal deviate by the
      *    Wilson-Hilferty cube-root transform, and the deviate to
      *    an upper-tail p-value by the Abramowitz-Stegun 26.2.17
      *    polynomial. a test fails below the 1% level.
           01 CERT-ONE-THIRD USAGE COMP-2.
           01 CERT-WH-VARIANCE USAGE COMP-2.
           01 CERT-Z USAGE COMP-2.
           01 CERT-Z-MAGNITUDE USAGE COMP-2.
           01 CERT-T USAGE COMP-2.
           01 CERT-P-VALUE USAGE COMP-2.
           01 CERT-SIGNIFICANCE PIC 9V99 VALUE 0.01.
           01 CERT-VERDICT PIC X(04).
           01 CERT-FAIL-COUNT PIC 9(1) VALUE 0.
           01 CERT-UNTESTED-COUNT PIC 9(1) VALUE 0.
           01 CERT-CHI-EDIT PIC Z(8)9.99.
           01 CERT-DEGREES-EDIT PIC Z(4)9.
           01 CERT-Z-EDIT PIC -(4)9.99.
           01 CERT-P-EDIT PIC 9.9999.
           01 CERT-EXPECTED-EDIT PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DELIMITED BY SIZE INTO RUNLOG-EVENT-TEXT
           PERFORM WRITE-RUN-LOG-EVENT

           IF CERTIFY-MODE-FLAG = "Y"
      *        a shuffle certification - no prisoners and no
      *        RESULTS row, the certification report is the output
               PERFORM CERTIFY-SHUFFLE
           ELSE
           IF SCENARIO-COUNT > 1
      *        several cards on SYSIN - run the whole deck and close
      *        with the side-by-side comparison

               PERFORM CHECK-WIN-PERCENT-THRESHOLD
           END-IF
           END-IF
           END-IF.

      *    last event on the log: the run ended normally and this
      *    runs the full NUMBER-OF-TESTS simulation, for both
      *    strategies, using the current BOX-OPEN-LIMIT (K)
       RUN-SIMULATION-FOR-K.
      *    the pass's RESULTS key is taken as it starts, so the
      *    header that opens its DETAIL and LOSSPERM blocks names
      *    the same run its RESULTS row will
           PERFORM STAMP-RUN-KEY

      *    the per-trial detail file stays open across the whole
      *    simulation - one open/close per record would swamp a
      *    research-sized run
                       EXIT PERFORM
                   END-IF
               ELSE
                   PERFORM SHUFFLE-THE-BOXES
               END-IF

      *        confirm the shuffle actually produced a valid
      *        permutation before the prisoners start opening boxes
               PERFORM VALIDATE-BOX-PERMUTATION

      *        a problem-variant run tallies the classic result on
      *        the boxes as they stand, then makes the variant's
      *        pre-trial move before any prisoner opens a box
               IF VARIANT-CODE NOT = "C"
                   PERFORM APPLY-PROBLEM-VARIANT
               END-IF

      *        the cycle walk costs a pass over the boxes, so only
      *        pay for it when the detail file is being written
               IF DETAIL-MODE-FLAG = "Y"
           END-IF

           IF DETAIL-MODE-FLAG = "Y"
               PERFORM CLOSE-DETAIL-FILE
           END-IF

           IF LOSSPERM-MODE-FLAG = "Y"
               PERFORM CLOSE-LOSSPERM-FILE
           END-IF

           IF REPLAY-MODE-FLAG = "Y"
               MOVE 0 TO REPLAY-TRIAL-COUNT
           END-IF.

      *    fills the boxes 1 through NUMBER-OF-PRISONERS and
      *    shuffles them by the card's SHUFFLE-METHOD - the one
      *    shuffle both the simulation and a certification use
       SHUFFLE-THE-BOXES.
      *    create the boxes
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > NUMBER-OF-PRISONERS
               MOVE I TO BOX-VALUE(I)
           END-PERFORM

           IF SHUFFLE-METHOD = "F"
      *        Fisher-Yates: walk down from the last box, swapping
      *        each with a box drawn from those not yet settled,
      *        itself included. the draw keeps its full precision,
      *        so every box up to 999 can come up.
               PERFORM VARYING I FROM NUMBER-OF-PRISONERS BY -1
               UNTIL I < 2
                   COMPUTE SHUFFLE-DRAW = FUNCTION RANDOM
                   COMPUTE RANDOM-INDEX = SHUFFLE-DRAW * I + 1

                   MOVE BOX-VALUE(I) TO TEMP-VALUE
                   MOVE BOX-VALUE(RANDOM-INDEX) TO BOX-VALUE(I)
                   MOVE TEMP-VALUE TO BOX-VALUE(RANDOM-INDEX)
               END-PERFORM
           ELSE
      *        the original shuffle, every box swapped with any box
      *        - kept exactly as it always ran so a logged seed
      *        still reproduces its run's shuffles
               PERFORM VARYING I FROM 1 BY 1
               UNTIL I > NUMBER-OF-PRISONERS
                   COMPUTE RANDOM-NUMBER = FUNCTION RANDOM
                   MULTIPLY NUMBER-OF-PRISONERS BY RANDOM-NUMBER
                   ADD 1 TO RANDOM-NUMBER

                   MOVE RANDOM-NUMBER TO RANDOM-INDEX

                   MOVE BOX-VALUE(I) TO TEMP-VALUE
                   MOVE BOX-VALUE(RANDOM-INDEX) TO BOX-VALUE(I)
                   MOVE TEMP-VALUE TO BOX-VALUE(RANDOM-INDEX)
               END-PERFORM
           END-IF.

      *    the variant's pre-trial move. the classic loop result is
      *    settled first on the boxes the prisoners are faced with -
      *    the shuffle for the warden swap, the warden's one long
      *    cycle for the adversarial warden - and the moved boxes
      *    then get the same integrity check a shuffle does
       APPLY-PROBLEM-VARIANT.
           IF VARIANT-CODE = "A"
               PERFORM LAY-OUT-HOSTILE-BOXES
           END-IF

           PERFORM MEASURE-LONGEST-CYCLE

           IF LONGEST-CYCLE-LENGTH > BOX-OPEN-LIMIT
               ADD 1 TO CLASSIC-LOSSES
           ELSE
               ADD 1 TO CLASSIC-WINS
           END-IF

           IF VARIANT-CODE = "S"
               PERFORM APPLY-WARDEN-SWAP
           ELSE
               PERFORM RELABEL-THE-BOXES
           END-IF

           PERFORM VALIDATE-BOX-PERMUTATION.

      *    the warden swap: the inspecting prisoner finds the
      *    longest cycle and, when it is longer than K, swaps the
      *    contents of its first box with the box half-way round.
      *    the first box then points past the half-way box, which
      *    points back to the second, so the cycle splits into two
      *    halves - both within K whenever the cycle was no more
      *    than twice K
       APPLY-WARDEN-SWAP.
           IF LONGEST-CYCLE-LENGTH > BOX-OPEN-LIMIT
               COMPUTE SWAP-STEPS = LONGEST-CYCLE-LENGTH / 2
               MOVE LONGEST-CYCLE-START TO SWAP-BOX

               PERFORM SWAP-STEPS TIMES
                   MOVE BOX-VALUE(SWAP-BOX) TO SWAP-BOX
               END-PERFORM

               MOVE BOX-VALUE(LONGEST-CYCLE-START) TO TEMP-VALUE
               MOVE BOX-VALUE(SWAP-BOX)
                   TO BOX-VALUE(LONGEST-CYCLE-START)
               MOVE TEMP-VALUE TO BOX-VALUE(SWAP-BOX)
           END-IF.

      *    the hostile warden threads every box into one cycle,
      *    taking the boxes in the order the shuffled numbers name
      *    them - each named box holds the next name, the last
      *    holds the first - so the arrangement still varies trial
      *    to trial but the loop strategy can never win it unless
      *    K covers every box
       LAY-OUT-HOSTILE-BOXES.
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I >= NUMBER-OF-PRISONERS
               MOVE BOX-VALUE(I + 1)
                   TO VARIANT-BOX-VALUE(BOX-VALUE(I))
           END-PERFORM

           MOVE BOX-VALUE(1)
               TO VARIANT-BOX-VALUE(BOX-VALUE(NUMBER-OF-PRISONERS))

           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > NUMBER-OF-PRISONERS
               MOVE VARIANT-BOX-VALUE(I) TO BOX-VALUE(I)
           END-PERFORM.

      *    the prisoners' counter to the hostile warden: before the
      *    line-up they agree an order of the boxes drawn at random
      *    (Fisher-Yates, so every order is equally likely), and a
      *    prisoner's "box I" is the I-th box in that order. the
      *    boxes are rebuilt in that order here, so the pass below
      *    runs unchanged - and whatever the warden laid out, what
      *    the prisoners face is an arrangement drawn at random
       RELABEL-THE-BOXES.
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > NUMBER-OF-PRISONERS
               MOVE BOX-VALUE(I) TO VARIANT-BOX-VALUE(I)
               MOVE I TO RELABEL-BOX(I)
           END-PERFORM

           PERFORM VARYING I FROM NUMBER-OF-PRISONERS BY -1
           UNTIL I < 2
               COMPUTE SHUFFLE-DRAW = FUNCTION RANDOM
               COMPUTE RANDOM-INDEX = SHUFFLE-DRAW * I + 1

               MOVE RELABEL-BOX(I) TO TEMP-VALUE
               MOVE RELABEL-BOX(RANDOM-INDEX) TO RELABEL-BOX(I)
               MOVE TEMP-VALUE TO RELABEL-BOX(RANDOM-INDEX)
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > NUMBER-OF-PRISONERS
               MOVE VARIANT-BOX-VALUE(RELABEL-BOX(I)) TO BOX-VALUE(I)
           END-PERFORM.

      *    the adaptive-stopping check: the 95% half-width on the
      *    observed win rate over the trials settled so far, against
      *    the card's target. the same arithmetic

           DISPLAY "Random seed used for this run: " RANDOM-SEED.

           IF SHUFFLE-METHOD = "F"
               DISPLAY "Box shuffle used for this run: F "
                   "(Fisher-Yates)"
           ELSE
               DISPLAY "Box shuffle used for this run: L (legacy)"
           END-IF.

           IF VARIANT-CODE = "S"
               DISPLAY "Problem variant used for this run: S "
                   "(warden swap)"
           ELSE
               IF VARIANT-CODE = "A"
                   DISPLAY "Problem variant used for this run: A "
                       "(adversarial warden)"
               ELSE
                   DISPLAY "Problem variant used for this run: C "
                       "(classic)"
               END-IF
           END-IF.

      *    the variant's figure beside the classic problem's on the
      *    very same boxes, so the variant's effect is read off
      *    directly rather than against the classic theory
           IF VARIANT-CODE NOT = "C"
               DISPLAY "Loop strategy on the same boxes, variant "
                   WIN-PERCENT "% vs classic " CLASSIC-WIN-PERCENT
                   "% wins (classic Wins/Losses: " CLASSIC-WINS "/"
                   CLASSIC-LOSSES ")"
           END-IF.

      *    one catalog strategy's tallies, alongside the built-in
      *    strategies' lines above
       DISPLAY-ONE-STRATEGY-RESULT.
               " Wins/Losses: " STRAT-WINS(STRATEGY-I) "/"
               STRAT-LOSSES(STRATEGY-I) " (" STRAT-WIN-PERCENT
               "% wins)".
           DISPLAY "  against the loop strategy, won alone/lost "
               "alone: " STRAT-ONLY-WINS(STRATEGY-I) "/"
               LOOP-ONLY-WINS(STRATEGY-I).

      *    computes WIN-PERCENT, WIN-PERCENT-RANDOM and
      *    AVERAGE-CHAIN-LENGTH from the current running totals
               MOVE 0 TO WIN-PERCENT-RANDOM
           END-IF

      *    on a classic run the classic figure is the run's own
           IF VARIANT-CODE = "C"
               MOVE WIN-PERCENT TO CLASSIC-WIN-PERCENT
           ELSE
               IF TRIALS-COMPLETED > 0
                   COMPUTE CLASSIC-WIN-PERCENT =
                       (CLASSIC-WINS / TRIALS-COMPLETED) * 100
               ELSE
                   MOVE 0 TO CLASSIC-WIN-PERCENT
               END-IF
           END-IF

           IF SUCCESS-COUNT > 0
               COMPUTE AVERAGE-CHAIN-LENGTH ROUNDED =
                   SUM-CHAIN-LENGTH / SUCCESS-COUNT
      *    of leaning on the ~31% folklore that only holds for
      *    K = N / 2
       COMPUTE-THEORY-STATISTICS.
           MOVE BOX-OPEN-LIMIT TO THEORY-LIMIT
           PERFORM BUILD-THEORY-TABLE

      *    the adversarial warden's relabelled boxes are a uniform
      *    arrangement again, so only the warden swap changes the
      *    theory figure
           IF VARIANT-CODE = "S"
               PERFORM COMPUTE-SWAP-THEORY
           ELSE
               MOVE THEORY-P(NUMBER-OF-PRISONERS + 1) TO THEORY-SUM
           END-IF

           COMPUTE THEORY-WIN-PERCENT ROUNDED = THEORY-SUM * 100

           IF TRIALS-COMPLETED > 0
               COMPUTE OBSERVED-PROPORTION = WIN-PERCENT / 100
               MOVE 0 TO CONFIDENCE-HIGH-PERCENT
           END-IF.

      *    the warden swap wins when no cycle is longer than K, or
      *    when exactly one is and it is no longer than twice K -
      *    the one swap only mends one cycle. the chance of a
      *    uniform arrangement holding exactly one cycle of length
      *    L > K with every other cycle within K is
      *    THEORY-P(N - L + 1) / L, summed here over L - one
      *    operation per COMPUTE, as the certification arithmetic
      *    is written
       COMPUTE-SWAP-THEORY.
           MOVE THEORY-P(NUMBER-OF-PRISONERS + 1) TO THEORY-SUM
           COMPUTE THEORY-I = BOX-OPEN-LIMIT + 1
           COMPUTE THEORY-J = BOX-OPEN-LIMIT * 2

           PERFORM VARYING THEORY-LENGTH FROM THEORY-I BY 1
           UNTIL THEORY-LENGTH > NUMBER-OF-PRISONERS
               OR THEORY-LENGTH > THEORY-J
               COMPUTE THEORY-TERM =
                   THEORY-P(NUMBER-OF-PRISONERS - THEORY-LENGTH + 1)
                       / THEORY-LENGTH
               COMPUTE THEORY-SUM = THEORY-SUM + THEORY-TERM
           END-PERFORM.

      *    builds THEORY-P up through NUMBER-OF-PRISONERS for the
      *    cycle-length bound in THEORY-LIMIT - see the note on
      *    THEORY-P-TABLE for the recurrence
       BUILD-THEORY-TABLE.
           MOVE 1 TO THEORY-P(1)

           PERFORM VARYING THEORY-I FROM 1 BY 1
           UNTIL THEORY-I > NUMBER-OF-PRISONERS
               MOVE 0 TO THEORY-SUM

               PERFORM VARYING THEORY-J FROM 1 BY 1
               UNTIL THEORY-J > THEORY-LIMIT
                   OR THEORY-J > THEORY-I
                   COMPUTE THEORY-SUM = THEORY-SUM
                       + THEORY-P(THEORY-I - THEORY-J + 1)
               END-PERFORM

               COMPUTE THEORY-P(THEORY-I + 1) =
                   THEORY-SUM / THEORY-I
           END-PERFORM.

      *    reruns the full NUMBER-OF-TESTS simulation once for every K
      *    from SWEEP-LOW to SWEEP-HIGH, reporting the win-percent at
      *    each box-opening limit so sensitivity to K can be judged
                   " Random Win%=" WIN-PERCENT-RANDOM
                   " Avg-Chain=" AVERAGE-CHAIN-LENGTH

               IF VARIANT-CODE NOT = "C"
                   DISPLAY "  variant " VARIANT-CODE
                       " - classic Win%=" CLASSIC-WIN-PERCENT
                       " on the same boxes"
               END-IF

      *        persist this K's summary the same as a single-run job
      *        does, so a sweep's results survive past the job's
      *        sysout and feed the same HISTORY trend file
               ADD 1 TO STRAT-LOSSES(STRATEGY-I)
           ELSE
               ADD 1 TO STRAT-WINS(STRATEGY-I)
           END-IF

      *    the same boxes settled the loop strategy's trial, so the
      *    two outcomes pair up - only the trials they disagree on
      *    say anything about which is better
           IF DID-PRISONERS-LOSE-STRAT = 0
               AND DID-PRISONERS-LOSE = 1
               ADD 1 TO STRAT-ONLY-WINS(STRATEGY-I)
           END-IF
           IF DID-PRISONERS-LOSE-STRAT = 1
               AND DID-PRISONERS-LOSE = 0
               ADD 1 TO LOOP-ONLY-WINS(STRATEGY-I)
           END-IF.

      *    the starting-box rule: the prisoner's own number, a
           STRING "  PARAMETERS T=" NUMBER-OF-TESTS " N="
               NUMBER-OF-PRISONERS " K=" BOX-OPEN-LIMIT
               " SEED=" RANDOM-SEED " SCEN=" SCENARIO-ID
               " V=" VARIANT-CODE
               DELIMITED BY SIZE INTO ALERT-LINE
           PERFORM WRITE-ALERT-LINE

           MOVE 0 TO MAX-CHAIN-LENGTH
           MOVE 0 TO SUM-CHAIN-LENGTH
           MOVE 0 TO SUCCESS-COUNT
           MOVE 0 TO CLASSIC-WINS
           MOVE 0 TO CLASSIC-LOSSES

           PERFORM VARYING STRATEGY-I FROM 1 BY 1
           UNTIL STRATEGY-I > STRATEGY-COUNT
               MOVE 0 TO STRAT-WINS(STRATEGY-I)
               MOVE 0 TO STRAT-LOSSES(STRATEGY-I)
               MOVE 0 TO STRAT-ONLY-WINS(STRATEGY-I)
               MOVE 0 TO LOOP-ONLY-WINS(STRATEGY-I)
           END-PERFORM.

      *    reads the whole SYSIN scenario deck into the scenario
               MOVE 0 TO TARGET-HALF-WIDTH
           END-IF

      *    a certification tests the shuffle itself, one card's
      *    worth - a deck runs its scenarios as usual, and a replay
      *    file has no shuffles in it to certify
           IF CERTIFY-MODE-FLAG = "Y" AND SCENARIO-COUNT > 1
               DISPLAY "WARNING: CERTIFICATION MODE RUNS FROM A "
                   "ONE-CARD DECK ONLY - THE FLAG IS IGNORED AND "
                   "THE SCENARIO DECK RUNS AS USUAL"
               MOVE "N" TO CERTIFY-MODE-FLAG
           END-IF
           IF CERTIFY-MODE-FLAG = "Y" AND REPLAY-MODE-FLAG = "Y"
               DISPLAY "WARNING: THE REPLAY FLAG ON THE CARD IS "
                   "IGNORED IN CERTIFICATION MODE - CERTIFYING THE "
                   "SHUFFLE, NOT A PERMUTATION FILE"
               MOVE "N" TO REPLAY-MODE-FLAG
           END-IF
           IF CERTIFY-MODE-FLAG = "Y" AND VARIANT-CODE NOT = "C"
               DISPLAY "WARNING: THE PROBLEM VARIANT ON THE CARD IS "
                   "IGNORED IN CERTIFICATION MODE - NO PRISONER "
                   "OPENS A BOX"
               MOVE "C" TO VARIANT-CODE
           END-IF

      *    when no box-opening limit was supplied, default it to the
      *    classic half-the-boxes allowance
           IF BOX-OPEN-LIMIT = 0
       READ-STRATEGY-CATALOG.
           OPEN INPUT STRATDEF-FILE

      *    a catalog still in the two-digit-year layout will not
      *    open under this one (39) and is read in its old layout
           IF STRATDEF-STATUS = "39"
               OPEN INPUT OLD-STRATDEF-FILE
               MOVE 1 TO OLD-STRATDEF-SWITCH
           END-IF

           IF STRATDEF-STATUS = "00"
               PERFORM UNTIL STRATDEF-EOF = 1
                   PERFORM READ-STRATDEF-RECORD

                   IF STRATDEF-EOF = 0
                       PERFORM FILE-ONE-STRATEGY-CARD
                   END-IF
               END-PERFORM

               IF OLD-STRATDEF-SWITCH = 1
                   CLOSE OLD-STRATDEF-FILE
               ELSE
                   CLOSE STRATDEF-FILE
               END-IF

               IF STRATEGY-COUNT > 0
                   DISPLAY "NOTE: RUNNING " STRATEGY-COUNT
               END-IF
           END-IF.

      *    the next catalog entry, in the four-digit-year layout
      *    whichever layout the cluster is in
       READ-STRATDEF-RECORD.
           IF OLD-STRATDEF-SWITCH = 1
               READ OLD-STRATDEF-FILE
                   AT END
                       MOVE 1 TO STRATDEF-EOF
                   NOT AT END
                       PERFORM WIDEN-STRATDEF-RECORD
               END-READ
           ELSE
               READ STRATDEF-FILE
                   AT END
                       MOVE 1 TO STRATDEF-EOF
               END-READ
           END-IF.

      *    an old-layout catalog entry moved into the current layout
       WIDEN-STRATDEF-RECORD.
           MOVE OLD-STRATDEF-ID TO STRATDEF-ID
           MOVE OLD-STRATDEF-RULES TO STRATDEF-RECORD(9:10)
           MOVE OLD-STRATDEF-CHANGE-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO STRATDEF-CHANGE-DATE
           MOVE OLD-STRATDEF-CHANGE-TIME TO STRATDEF-CHANGE-TIME
           MOVE OLD-STRATDEF-CHANGE-USER TO STRATDEF-CHANGE-USER.

      *    widens a two-digit-year date in WIDEN-DATE to the full
      *    CCYYMMDD form in RECORD-FULL-DATE on the fixed window the
      *    housekeeping uses - only records written before the
      *    four-digit-year layout need it
       WIDEN-RECORD-DATE.
           MOVE WIDEN-DATE(1:2) TO WIDEN-YEAR

           IF WIDEN-YEAR < 70
               COMPUTE RECORD-FULL-DATE =
                   20000000 + WIDEN-DATE
           ELSE
               COMPUTE RECORD-FULL-DATE =
                   19000000 + WIDEN-DATE
           END-IF.

      *    files one strategy card in the catalog, checking its
      *    building blocks first
       FILE-ONE-STRATEGY-CARD.
                           TO STRAT-RESTART-RULE(STRATEGY-COUNT)
                       MOVE 0 TO STRAT-WINS(STRATEGY-COUNT)
                       MOVE 0 TO STRAT-LOSSES(STRATEGY-COUNT)
                       MOVE 0 TO STRAT-ONLY-WINS(STRATEGY-COUNT)
                       MOVE 0 TO LOOP-ONLY-WINS(STRATEGY-COUNT)
                   END-IF
               END-IF
           END-IF.
      *    spaces leaves the classic fixed-count run
           IF CARD-TARGET-HALF-WIDTH NUMERIC
               MOVE CARD-TARGET-HALF-WIDTH TO TARGET-HALF-WIDTH
           END-IF

      *    the certification and shuffle-method columns come after
      *    the adaptive target. an older deck carries spaces there,
      *    which leaves certification off and the original shuffle
      *    in force - only an explicit Y or F changes either
           IF CARD-CERTIFY-MODE-FLAG = "Y"
               MOVE "Y" TO CERTIFY-MODE-FLAG
           ELSE
               MOVE "N" TO CERTIFY-MODE-FLAG
           END-IF
           IF CARD-SHUFFLE-METHOD = "F"
               MOVE "F" TO SHUFFLE-METHOD
           ELSE
               MOVE "L" TO SHUFFLE-METHOD
           END-IF

      *    the problem-variant column follows the shuffle method. an
      *    older deck carries a space there, which is the classic
      *    problem; a code this program does not know runs the
      *    classic problem as well, with a warning, rather than
      *    filing results under a variant nobody asked for
           IF CARD-VARIANT-CODE = "S" OR CARD-VARIANT-CODE = "A"
               MOVE CARD-VARIANT-CODE TO VARIANT-CODE
           ELSE
               IF CARD-VARIANT-CODE NOT = SPACE
                   AND CARD-VARIANT-CODE NOT = "C"
                   DISPLAY "WARNING: PROBLEM VARIANT "
                       CARD-VARIANT-CODE " ON CARD "
                       CARD-SCENARIO-ID " IS NOT C, S OR A - "
                       "RUNNING THE CLASSIC PROBLEM"
               END-IF
               MOVE "C" TO VARIANT-CODE
           END-IF.

      *    restores the compiled-in defaults before the next card of
           MOVE 0 TO PARTITION-COUNT
           MOVE "N" TO LOSSPERM-MODE-FLAG
           MOVE "N" TO REPLAY-MODE-FLAG
           MOVE 0 TO TARGET-HALF-WIDTH
           MOVE "N" TO CERTIFY-MODE-FLAG
           MOVE "L" TO SHUFFLE-METHOD
           MOVE "C" TO VARIANT-CODE.

      *    runs the full simulation once per scenario card, persists
      *    each scenario's tallies the same as a single run would,
               END-IF

               MOVE "N" TO SWEEP-MODE-FLAG
               MOVE "N" TO CERTIFY-MODE-FLAG

      *        the cards in a deck cannot partition either - each
      *        scenario runs its whole trial range
               MOVE WIN-PERCENT TO COMP-WIN-PERCENT(SCENARIO-I)
               MOVE WIN-PERCENT-RANDOM
                   TO COMP-WIN-PERCENT-RANDOM(SCENARIO-I)
               MOVE VARIANT-CODE TO COMP-VARIANT-CODE(SCENARIO-I)
               MOVE CLASSIC-WIN-PERCENT
                   TO COMP-CLASSIC-WIN-PERCENT(SCENARIO-I)
           END-PERFORM

           PERFORM DISPLAY-SCENARIO-COMPARISON
           DISPLAY "Scenario comparison ("
               SCENARIO-COUNT " configurations):"
           DISPLAY "SCENARIO  TESTS    N   K   WINS    LOSSES  "
               "LOOP%  RANDOM%  V  CLASSIC%"

           PERFORM VARYING SCENARIO-I FROM 1 BY 1
           UNTIL SCENARIO-I > SCENARIO-COUNT
                   COMP-WINS(SCENARIO-I) " "
                   COMP-LOSSES(SCENARIO-I) " "
                   COMP-WIN-PERCENT(SCENARIO-I) "  "
                   COMP-WIN-PERCENT-RANDOM(SCENARIO-I) "   "
                   COMP-VARIANT-CODE(SCENARIO-I) "  "
                   COMP-CLASSIC-WIN-PERCENT(SCENARIO-I)
           END-PERFORM.

      *    settles the SIM-I range this copy will run: the whole
                   AT END
                       CONTINUE
                   NOT AT END
      *                a checkpoint written before the shuffle
      *                method was recorded was taken under the
      *                original shuffle
                       IF CHKPT-SHUFFLE-METHOD = SPACE
                           MOVE "L" TO CHKPT-SHUFFLE-METHOD
                       END-IF

      *                and one written before the problem variant
      *                was recorded was taken on the classic problem
                       IF CHKPT-VARIANT-CODE = SPACE
                           MOVE "C" TO CHKPT-VARIANT-CODE
                       END-IF
                       IF CHKPT-CLASSIC-WINS NOT NUMERIC
                           MOVE 0 TO CHKPT-CLASSIC-WINS
                       END-IF
                       IF CHKPT-CLASSIC-LOSSES NOT NUMERIC
                           MOVE 0 TO CHKPT-CLASSIC-LOSSES
                       END-IF

                       IF CHKPT-NUMBER-OF-TESTS = NUMBER-OF-TESTS
                           AND CHKPT-NUMBER-OF-PRISONERS
                               = NUMBER-OF-PRISONERS
                               = PARTITION-NUMBER
                           AND CHKPT-PARTITION-COUNT
                               = PARTITION-COUNT
                           AND CHKPT-SHUFFLE-METHOD = SHUFFLE-METHOD
                           AND CHKPT-VARIANT-CODE = VARIANT-CODE
                           MOVE CHKPT-SIM-I TO CHECKPOINT-SIM-I
                           MOVE CHKPT-TOTAL-WINS TO TOTAL-WINS
                           MOVE CHKPT-TOTAL-LOSSES TO TOTAL-LOSSES
                           MOVE CHKPT-SUM-CHAIN-LENGTH
                               TO SUM-CHAIN-LENGTH
                           MOVE CHKPT-SUCCESS-COUNT TO SUCCESS-COUNT
                           MOVE CHKPT-CLASSIC-WINS TO CLASSIC-WINS
                           MOVE CHKPT-CLASSIC-LOSSES TO CLASSIC-LOSSES

      *                    every invocation restarts the seeded
      *                    sequence from the top, but a resumed run
                           DISPLAY "WARNING: CHKPOINT ON FILE WAS "
                               "TAKEN UNDER DIFFERENT "
                               "NUMBER-OF-TESTS/NUMBER-OF-PRISONERS/"
                               "BOX-OPEN-LIMIT/PARTITION/SHUFFLE/"
                               "VARIANT VALUES - "
                               "IGNORING IT AND STARTING THIS RUN "
                               "FROM SCRATCH"

           MOVE MAX-CHAIN-LENGTH TO CHKPT-MAX-CHAIN-LENGTH
           MOVE SUM-CHAIN-LENGTH TO CHKPT-SUM-CHAIN-LENGTH
           MOVE SUCCESS-COUNT TO CHKPT-SUCCESS-COUNT
           MOVE CLASSIC-WINS TO CHKPT-CLASSIC-WINS
           MOVE CLASSIC-LOSSES TO CHKPT-CLASSIC-LOSSES

      *    record the parameters this checkpoint was taken under, so
      *    a later run with different parameters knows not to trust it
           MOVE BOX-OPEN-LIMIT TO CHKPT-BOX-OPEN-LIMIT
           MOVE PARTITION-NUMBER TO CHKPT-PARTITION-NUMBER
           MOVE PARTITION-COUNT TO CHKPT-PARTITION-COUNT
           MOVE SHUFFLE-METHOD TO CHKPT-SHUFFLE-METHOD
           MOVE VARIANT-CODE TO CHKPT-VARIANT-CODE

           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
                   "STATUS " RUNLOG-STATUS " - EVENT "
                   RUNLOG-EVENT-CODE " NOT LOGGED"
           ELSE
               ACCEPT RUNLOG-DATE FROM DATE YYYYMMDD
               ACCEPT RUNLOG-TIME FROM TIME
               MOVE RUNLOG-EVENT-CODE TO RUNLOG-EVENT
               MOVE RUNLOG-EVENT-TEXT TO RUNLOG-TEXT
               MOVE "Y" TO RUNLOG-CENTURY-FLAG

               WRITE RUNLOG-RECORD

               CLOSE RUNLOG-FILE
           END-IF.

      *    takes the pass's RESULTS key - run date, run time and the
      *    seed - and fills the run-block header and trailer with it
      *    and with the parameters in force. the header is the same
      *    for every block the pass writes; only the trailer's
      *    count and hash total differ from one dataset to another.
       STAMP-RUN-KEY.
           ACCEPT FILED-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT FILED-RUN-TIME FROM TIME

           MOVE FILED-RUN-DATE TO HEADER-RUN-DATE
           MOVE FILED-RUN-TIME TO HEADER-RUN-TIME
           MOVE RANDOM-SEED TO HEADER-RANDOM-SEED
           MOVE SCENARIO-ID TO HEADER-SCENARIO-ID
           MOVE NUMBER-OF-TESTS TO HEADER-NUMBER-OF-TESTS
           MOVE NUMBER-OF-PRISONERS TO HEADER-NUMBER-OF-PRISONERS
           MOVE BOX-OPEN-LIMIT TO HEADER-BOX-OPEN-LIMIT
           MOVE PARTITION-NUMBER TO HEADER-PARTITION-NUMBER
           MOVE PARTITION-COUNT TO HEADER-PARTITION-COUNT
           MOVE SHUFFLE-METHOD TO HEADER-SHUFFLE-METHOD
           MOVE VARIANT-CODE TO HEADER-VARIANT-CODE
           MOVE REPLAY-MODE-FLAG TO HEADER-REPLAY-MODE-FLAG

           MOVE FILED-RUN-DATE TO TRAILER-RUN-DATE
           MOVE FILED-RUN-TIME TO TRAILER-RUN-TIME
           MOVE RANDOM-SEED TO TRAILER-RANDOM-SEED.

      *    opens the per-trial detail file in extend so a resumed or
      *    sweep run keeps adding to the same research extract. a
      *    brand-new dataset comes back 05/35 and is created fresh,
      *    the same convention the RESULTS dataset uses. the pass's
      *    block opens with its header record.
       OPEN-DETAIL-FILE.
           OPEN EXTEND DETAIL-FILE

                   "OPENED - FILE STATUS " DETAIL-STATUS
                   " - RUNNING WITH DETAIL MODE OFF"
               MOVE "N" TO DETAIL-MODE-FLAG
           ELSE
               MOVE 0 TO DETAIL-BLOCK-COUNT
               MOVE 0 TO DETAIL-BLOCK-HASH

               WRITE DETAIL-RECORD FROM BLOCK-HEADER-RECORD
           END-IF.

      *    closes the pass's block on the detail file with its
      *    trailer - how many trial records were written and the
      *    hash total of their trial numbers - before the file
      *    itself is closed. a run that never gets here leaves a
      *    block with no trailer, which every reader rejects.
       CLOSE-DETAIL-FILE.
           MOVE DETAIL-BLOCK-COUNT TO TRAILER-RECORD-COUNT
           MOVE DETAIL-BLOCK-HASH TO TRAILER-HASH-TOTAL

           WRITE DETAIL-RECORD FROM BLOCK-TRAILER-RECORD

           CLOSE DETAIL-FILE.

      *    writes one research record for the trial just settled:
      *    trial number, each strategy's outcome, how many prisoners
      *    got through before the first failure, and the longest
      *    cycle in this trial's box permutation
       WRITE-DETAIL-RECORD.
           MOVE SPACES TO DETAIL-RECORD
           COMPUTE DETAIL-TRIAL-NUMBER = SIM-I + 1

           IF DID-PRISONERS-LOSE = 1
               TO DETAIL-PRISONERS-BEFORE-FAIL
           MOVE LONGEST-CYCLE-LENGTH TO DETAIL-LONGEST-CYCLE

           WRITE DETAIL-RECORD

           ADD 1 TO DETAIL-BLOCK-COUNT
           ADD DETAIL-TRIAL-NUMBER TO DETAIL-BLOCK-HASH.

      *    opens the losing-permutation capture file in extend, the
      *    same create-on-05/35, warn-and-run-without-it and
      *    header-first conventions the detail file keeps
       OPEN-LOSSPERM-FILE.
           OPEN EXTEND LOSSPERM-FILE

                   "OPENED - FILE STATUS " LOSSPERM-STATUS
                   " - RUNNING WITHOUT PERMUTATION CAPTURE"
               MOVE "N" TO LOSSPERM-MODE-FLAG
           ELSE
               MOVE 0 TO LOSSPERM-BLOCK-COUNT
               MOVE 0 TO LOSSPERM-BLOCK-HASH

               WRITE LOSSPERM-RECORD FROM BLOCK-HEADER-RECORD
           END-IF.

      *    closes the pass's block of losing arrangements with its
      *    trailer. a pass that lost no trials still files a header
      *    and a trailer with a zero count, so a reader can tell
      *    "no losses" from "never captured".
       CLOSE-LOSSPERM-FILE.
           MOVE LOSSPERM-BLOCK-COUNT TO TRAILER-RECORD-COUNT
           MOVE LOSSPERM-BLOCK-HASH TO TRAILER-HASH-TOTAL

           WRITE LOSSPERM-RECORD FROM BLOCK-TRAILER-RECORD

           CLOSE LOSSPERM-FILE.

      *    opens the permutation input for a replay pass. replay
      *    with no permutations to read is a setup error, not a
      *    run - stop before an empty simulation reports RC=0.
      *    the first pass of the job verifies every run block on
      *    the file before a permutation is replayed, then reopens
      *    it from the top.
       OPEN-REPLAY-FILE.
           MOVE 0 TO REPLAY-DONE-SWITCH
           MOVE 0 TO REPLAY-TRIAL-COUNT
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           IF REPLAY-VERIFIED-SWITCH = 0
               PERFORM VERIFY-REPLAY-FILE

               CLOSE PERMIN-FILE
               OPEN INPUT PERMIN-FILE
           END-IF

           MOVE 0 TO REPLAY-BLOCK-I
           MOVE 0 TO REPLAY-BLOCK-OPEN-SWITCH
           MOVE 0 TO REPLAY-UNBRACKETED-SWITCH.

      *    the verification pass over PERMIN - every header opens a
      *    block, every trailer is checked against the records
      *    between them, and each block found is listed on the job
      *    log with what the replay will do with it
       VERIFY-REPLAY-FILE.
           MOVE 0 TO REPLAY-BLOCK-COUNT
           MOVE 0 TO REPLAY-BLOCK-OPEN-SWITCH
           MOVE 0 TO REPLAY-UNBRACKETED-SWITCH

           PERFORM UNTIL REPLAY-DONE-SWITCH = 1
               READ PERMIN-FILE
                   AT END
                       MOVE 1 TO REPLAY-DONE-SWITCH
                   NOT AT END
                       PERFORM VERIFY-PERMIN-RECORD
               END-READ
           END-PERFORM

           MOVE 0 TO REPLAY-DONE-SWITCH
           MOVE 1 TO REPLAY-VERIFIED-SWITCH

           PERFORM VARYING REPLAY-BLOCK-I FROM 1 BY 1
           UNTIL REPLAY-BLOCK-I > REPLAY-BLOCK-COUNT
               PERFORM DISPLAY-REPLAY-BLOCK
           END-PERFORM.

      *    one PERMIN record on the verification pass. a header or
      *    trailer written before the four-digit-year layout is
      *    widened first, so its run key compares like any other.
       VERIFY-PERMIN-RECORD.
           IF PERMIN-HEADER-TYPE = "HEADER"
               AND PERMIN-HEADER-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-PERMIN-CONTROL-RECORD
           END-IF

           IF PERMIN-TRAILER-TYPE = "TRAILER"
               AND PERMIN-TRAILER-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-PERMIN-CONTROL-RECORD
           END-IF

           IF PERMIN-HEADER-TYPE = "HEADER"
               PERFORM START-REPLAY-BLOCK
           ELSE
           IF PERMIN-TRAILER-TYPE = "TRAILER"
               PERFORM END-REPLAY-BLOCK
           ELSE
      *        a permutation outside any header and trailer was
      *        written before the control records existed - it is
      *        gathered into a block of its own, replayed as before
               IF REPLAY-BLOCK-OPEN-SWITCH = 0
                   AND REPLAY-UNBRACKETED-SWITCH = 0
                   PERFORM START-UNBRACKETED-BLOCK
               END-IF

               ADD 1 TO REPLAY-BLOCK-RECORDS(REPLAY-BLOCK-COUNT)

               IF PERMIN-TRIAL-NUMBER NUMERIC
                   ADD PERMIN-TRIAL-NUMBER
                       TO REPLAY-BLOCK-HASH(REPLAY-BLOCK-COUNT)
               END-IF
           END-IF
           END-IF.

      *    a header opens a new block. it stays incomplete until a
      *    matching trailer closes it - a second header arriving
      *    first means the earlier run never finished its block.
       START-REPLAY-BLOCK.
           PERFORM ADD-REPLAY-BLOCK

           MOVE PERMIN-HEADER-RUN-DATE
               TO REPLAY-BLOCK-RUN-DATE(REPLAY-BLOCK-COUNT)
           MOVE PERMIN-HEADER-RUN-TIME
               TO REPLAY-BLOCK-RUN-TIME(REPLAY-BLOCK-COUNT)
           MOVE PERMIN-HEADER-RANDOM-SEED
               TO REPLAY-BLOCK-RANDOM-SEED(REPLAY-BLOCK-COUNT)
           MOVE PERMIN-HEADER-SCENARIO-ID
               TO REPLAY-BLOCK-SCENARIO-ID(REPLAY-BLOCK-COUNT)
           MOVE PERMIN-HEADER-PRISONERS
               TO REPLAY-BLOCK-PRISONERS(REPLAY-BLOCK-COUNT)
           MOVE PERMIN-HEADER-BOX-OPEN-LIMIT
               TO REPLAY-BLOCK-LIMIT(REPLAY-BLOCK-COUNT)
           MOVE "I" TO REPLAY-BLOCK-STATUS(REPLAY-BLOCK-COUNT)

           MOVE 1 TO REPLAY-BLOCK-OPEN-SWITCH
           MOVE 0 TO REPLAY-UNBRACKETED-SWITCH.

      *    a trailer closes the open block - complete when it names
      *    the same run and its count and hash total agree with the
      *    permutations actually read. a trailer with no open block
      *    is noted and otherwise ignored.
       END-REPLAY-BLOCK.
           IF REPLAY-BLOCK-OPEN-SWITCH = 0
               DISPLAY "WARNING: PERMIN TRAILER FOR RUN "
                   PERMIN-TRAILER-RUN-DATE "/"
                   PERMIN-TRAILER-RUN-TIME " HAS NO HEADER - IGNORED"
           ELSE
               IF PERMIN-TRAILER-RUN-DATE
                       = REPLAY-BLOCK-RUN-DATE(REPLAY-BLOCK-COUNT)
                   AND PERMIN-TRAILER-RUN-TIME
                       = REPLAY-BLOCK-RUN-TIME(REPLAY-BLOCK-COUNT)
                   AND PERMIN-TRAILER-RANDOM-SEED
                       = REPLAY-BLOCK-RANDOM-SEED(REPLAY-BLOCK-COUNT)
                   AND PERMIN-TRAILER-RECORD-COUNT
                       = REPLAY-BLOCK-RECORDS(REPLAY-BLOCK-COUNT)
                   AND PERMIN-TRAILER-HASH-TOTAL
                       = REPLAY-BLOCK-HASH(REPLAY-BLOCK-COUNT)
                   MOVE "C" TO REPLAY-BLOCK-STATUS(REPLAY-BLOCK-COUNT)
               ELSE
                   MOVE "T" TO REPLAY-BLOCK-STATUS(REPLAY-BLOCK-COUNT)
               END-IF
           END-IF

           MOVE 0 TO REPLAY-BLOCK-OPEN-SWITCH
           MOVE 0 TO REPLAY-UNBRACKETED-SWITCH.

      *    a run of permutations with no header ahead of them
       START-UNBRACKETED-BLOCK.
           PERFORM ADD-REPLAY-BLOCK

           MOVE 0 TO REPLAY-BLOCK-RUN-DATE(REPLAY-BLOCK-COUNT)
           MOVE 0 TO REPLAY-BLOCK-RUN-TIME(REPLAY-BLOCK-COUNT)
           MOVE 0 TO REPLAY-BLOCK-RANDOM-SEED(REPLAY-BLOCK-COUNT)
           MOVE SPACES TO REPLAY-BLOCK-SCENARIO-ID(REPLAY-BLOCK-COUNT)
           MOVE 0 TO REPLAY-BLOCK-PRISONERS(REPLAY-BLOCK-COUNT)
           MOVE 0 TO REPLAY-BLOCK-LIMIT(REPLAY-BLOCK-COUNT)
           MOVE "U" TO REPLAY-BLOCK-STATUS(REPLAY-BLOCK-COUNT)

           IF PERMIN-PRISONERS NUMERIC
               MOVE PERMIN-PRISONERS
                   TO REPLAY-BLOCK-PRISONERS(REPLAY-BLOCK-COUNT)
           END-IF

           MOVE 1 TO REPLAY-UNBRACKETED-SWITCH.

      *    claims the next block-table slot
       ADD-REPLAY-BLOCK.
           IF REPLAY-BLOCK-COUNT >= 999
               DISPLAY "ABEND: MORE THAN 999 RUN BLOCKS ON THE "
                   "PERMIN DATASET - SPLIT IT BEFORE REPLAYING IT"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ADD 1 TO REPLAY-BLOCK-COUNT
           MOVE 0 TO REPLAY-BLOCK-RECORDS(REPLAY-BLOCK-COUNT)
           MOVE 0 TO REPLAY-BLOCK-HASH(REPLAY-BLOCK-COUNT).

      *    one verified block on the job log - the runs a replay
      *    consumed are named here, and a block it refused says why
       DISPLAY-REPLAY-BLOCK.
           IF REPLAY-BLOCK-STATUS(REPLAY-BLOCK-I) = "C"
               MOVE "COMPLETE" TO REPLAY-BLOCK-STATUS-TEXT
           ELSE
           IF REPLAY-BLOCK-STATUS(REPLAY-BLOCK-I) = "U"
               MOVE "NO HEADER - LEGACY" TO REPLAY-BLOCK-STATUS-TEXT
           ELSE
           IF REPLAY-BLOCK-STATUS(REPLAY-BLOCK-I) = "T"
               MOVE "TOTALS OFF - SKIPPED" TO REPLAY-BLOCK-STATUS-TEXT
           ELSE
               MOVE "INCOMPLETE - SKIPPED" TO REPLAY-BLOCK-STATUS-TEXT
           END-IF
           END-IF
           END-IF

           IF REPLAY-BLOCK-STATUS(REPLAY-BLOCK-I) = "C"
               OR REPLAY-BLOCK-STATUS(REPLAY-BLOCK-I) = "U"
               DISPLAY "NOTE: PERMIN RUN "
                   REPLAY-BLOCK-RUN-DATE(REPLAY-BLOCK-I) "/"
                   REPLAY-BLOCK-RUN-TIME(REPLAY-BLOCK-I) "/"
                   REPLAY-BLOCK-RANDOM-SEED(REPLAY-BLOCK-I) " SCEN "
                   REPLAY-BLOCK-SCENARIO-ID(REPLAY-BLOCK-I) " N="
                   REPLAY-BLOCK-PRISONERS(REPLAY-BLOCK-I) " K="
                   REPLAY-BLOCK-LIMIT(REPLAY-BLOCK-I) " - "
                   REPLAY-BLOCK-RECORDS(REPLAY-BLOCK-I)
                   " PERMUTATIONS - " REPLAY-BLOCK-STATUS-TEXT
           ELSE
               DISPLAY "WARNING: PERMIN RUN "
                   REPLAY-BLOCK-RUN-DATE(REPLAY-BLOCK-I) "/"
                   REPLAY-BLOCK-RUN-TIME(REPLAY-BLOCK-I) "/"
                   REPLAY-BLOCK-RANDOM-SEED(REPLAY-BLOCK-I) " SCEN "
                   REPLAY-BLOCK-SCENARIO-ID(REPLAY-BLOCK-I) " N="
                   REPLAY-BLOCK-PRISONERS(REPLAY-BLOCK-I) " K="
                   REPLAY-BLOCK-LIMIT(REPLAY-BLOCK-I) " - "
                   REPLAY-BLOCK-RECORDS(REPLAY-BLOCK-I)
                   " PERMUTATIONS - " REPLAY-BLOCK-STATUS-TEXT
           END-IF.

      *    writes the lost trial's full box arrangement - trial
               MOVE BOX-VALUE(I) TO LOSSPERM-BOX(I)
           END-PERFORM

           WRITE LOSSPERM-RECORD

           ADD 1 TO LOSSPERM-BLOCK-COUNT
           ADD LOSSPERM-TRIAL-NUMBER TO LOSSPERM-BLOCK-HASH.

      *    reads the next catalogued permutation into the BOXES
      *    table in place of a shuffle. control records and the
      *    permutations of a block the verification pass refused
      *    are passed over. the file running out ends the replay
      *    cleanly; a record taken under a different prisoner count
      *    cannot be replayed against this run's parameters and
      *    stops the job instead of skewing it. the usual
      *    permutation-integrity check still runs on what was read
      *    - a damaged record aborts the same way a bad shuffle
      *    would.
       READ-REPLAY-PERMUTATION.
           MOVE 0 TO REPLAY-RECORD-SWITCH

           PERFORM UNTIL REPLAY-RECORD-SWITCH = 1
               OR REPLAY-DONE-SWITCH = 1
               READ PERMIN-FILE
                   AT END
                       MOVE 1 TO REPLAY-DONE-SWITCH
                   NOT AT END
                       PERFORM PLACE-PERMIN-RECORD
               END-READ
           END-PERFORM

           IF REPLAY-DONE-SWITCH = 1
               EXIT PARAGRAPH
           END-IF

           IF PERMIN-PRISONERS NOT = NUMBER-OF-PRISONERS
               DISPLAY "ABEND: PERMIN RECORD FOR TRIAL "
                   PERMIN-TRIAL-NUMBER " WAS TAKEN UNDER "
                   PERMIN-PRISONERS " PRISONERS, NOT THE "
                   NUMBER-OF-PRISONERS " THIS RUN USES"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ADD 1 TO REPLAY-TRIAL-COUNT

           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > NUMBER-OF-PRISONERS
               MOVE PERMIN-BOX(I) TO BOX-VALUE(I)
           END-PERFORM.

      *    an old-layout header or trailer moved into the current
      *    layout - the run date widened on the fixed window and
      *    everything after it moved up two bytes
       WIDEN-PERMIN-CONTROL-RECORD.
           MOVE PERMIN-RECORD TO OLD-CONTROL-RECORD
           MOVE OLD-CONTROL-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO PERMIN-HEADER-RUN-DATE
           MOVE OLD-CONTROL-DATA TO PERMIN-RECORD(16:45).

      *    follows the verification pass's blocks down the file on
      *    the replay pass - control records only move the block
      *    along, and a permutation is taken only from a block the
      *    verification found complete or unbracketed
       PLACE-PERMIN-RECORD.
           IF PERMIN-HEADER-TYPE = "HEADER"
               ADD 1 TO REPLAY-BLOCK-I
               MOVE 1 TO REPLAY-BLOCK-OPEN-SWITCH
               MOVE 0 TO REPLAY-UNBRACKETED-SWITCH
           ELSE
           IF PERMIN-TRAILER-TYPE = "TRAILER"
               MOVE 0 TO REPLAY-BLOCK-OPEN-SWITCH
               MOVE 0 TO REPLAY-UNBRACKETED-SWITCH
           ELSE
               IF REPLAY-BLOCK-OPEN-SWITCH = 0
                   AND REPLAY-UNBRACKETED-SWITCH = 0
                   ADD 1 TO REPLAY-BLOCK-I
                   MOVE 1 TO REPLAY-UNBRACKETED-SWITCH
               END-IF

               IF REPLAY-BLOCK-STATUS(REPLAY-BLOCK-I) = "C"
                   OR REPLAY-BLOCK-STATUS(REPLAY-BLOCK-I) = "U"
                   MOVE 1 TO REPLAY-RECORD-SWITCH
               END-IF
           END-IF
           END-IF.

      *    walks every cycle of the shuffled box permutation and
      *    keeps the length of the longest one. the loop strategy
      *    wins exactly when this comes back at or under
      *    BOX-OPEN-LIMIT, which is what makes it worth recording
      *    per trial. the number of cycles walked is kept as well,
      *    for the shuffle certification, and the box the longest
      *    cycle was entered from, for the warden swap.
       MEASURE-LONGEST-CYCLE.
           MOVE 0 TO LONGEST-CYCLE-LENGTH
           MOVE 0 TO CYCLE-COUNT

           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > NUMBER-OF-PRISONERS
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > NUMBER-OF-PRISONERS
               IF CYCLE-VISITED(I) = 0
                   ADD 1 TO CYCLE-COUNT
                   MOVE 0 TO CYCLE-LENGTH
                   MOVE I TO CYCLE-POSITION


                   IF CYCLE-LENGTH > LONGEST-CYCLE-LENGTH
                       MOVE CYCLE-LENGTH TO LONGEST-CYCLE-LENGTH
                       MOVE I TO LONGEST-CYCLE-START
                   END-IF
               END-IF
           END-PERFORM.
           MOVE TOTAL-WINS TO RESULTS-TOTAL-WINS
           MOVE TOTAL-LOSSES TO RESULTS-TOTAL-LOSSES
           MOVE WIN-PERCENT TO RESULTS-WIN-PERCENT

      *    the key the pass took as it started - the one its block
      *    headers already carry
           MOVE FILED-RUN-DATE TO RESULTS-RUN-DATE
           MOVE FILED-RUN-TIME TO RESULTS-RUN-TIME
           MOVE RANDOM-SEED TO RESULTS-RANDOM-SEED
           MOVE SCENARIO-ID TO RESULTS-SCENARIO-ID
           MOVE PARTITION-NUMBER TO RESULTS-PARTITION-NUMBER
           MOVE PARTITION-COUNT TO RESULTS-PARTITION-COUNT
               TO RESULTS-STD-ERROR-PERCENT
           MOVE CONFIDENCE-LOW-PERCENT TO RESULTS-CONFIDENCE-LOW
           MOVE CONFIDENCE-HIGH-PERCENT TO RESULTS-CONFIDENCE-HIGH
           MOVE SHUFFLE-METHOD TO RESULTS-SHUFFLE-METHOD

      *    the classic loop result on the same boxes - on a classic
      *    run that is the run's own wins
           MOVE VARIANT-CODE TO RESULTS-VARIANT-CODE
           IF VARIANT-CODE = "C"
               MOVE TOTAL-WINS TO RESULTS-CLASSIC-WINS
           ELSE
               MOVE CLASSIC-WINS TO RESULTS-CLASSIC-WINS
           END-IF

           OPEN I-O RESULTS-FILE

               OPEN OUTPUT RESULTS-FILE
           END-IF

      *    a cluster still in the two-digit-year layout will not
      *    open under this one (39) - the run is filed in the old
      *    layout until the repository is converted
           IF RESULTS-STATUS = "39"
               PERFORM FILE-OLD-LAYOUT-RESULTS

               EXIT PARAGRAPH
           END-IF

      *    a repository that cannot be opened costs this run its
      *    audit record but must not abend a finished simulation -
      *    say so on the log and press on
               CLOSE RESULTS-FILE
           END-IF.

      *    files the run record just built into a RESULTS cluster
      *    that has not been converted yet - the run date goes back
      *    to YYMMDD and the rest of the record moves down into the
      *    old positions
       FILE-OLD-LAYOUT-RESULTS.
           OPEN I-O OLD-RESULTS-FILE

           IF RESULTS-STATUS NOT = "00"
               DISPLAY "WARNING: RESULTS REPOSITORY COULD NOT BE "
                   "OPENED - FILE STATUS " RESULTS-STATUS
                   " - RUN RECORD NOT FILED"

               EXIT PARAGRAPH
           END-IF

           MOVE RESULTS-RUN-DATE TO OLD-RESULTS-RUN-DATE
           MOVE RESULTS-RUN-TIME TO OLD-RESULTS-RUN-TIME
           MOVE RESULTS-RANDOM-SEED TO OLD-RESULTS-RANDOM-SEED
           MOVE RESULTS-RECORD(26:112) TO OLD-RESULTS-DATA

           WRITE OLD-RESULTS-RECORD
               INVALID KEY
                   DISPLAY "WARNING: A RESULTS RECORD IS "
                       "ALREADY FILED UNDER RUN KEY "
                       OLD-RESULTS-KEY " - RECORD NOT REPLACED"
           END-WRITE

           CLOSE OLD-RESULTS-FILE.

      *    appends this run's summary to the cumulative HISTORY
      *    dataset so the observed win-percent can be tracked as it
      *    converges across many runs
       WRITE-HISTORY-RECORD.
           MOVE FILED-RUN-DATE TO HISTORY-RUN-DATE

      *    the trials this copy actually settled, not the
      *    configured count - a partitioned copy only ran its
           MOVE TOTAL-WINS TO HISTORY-TOTAL-WINS
           MOVE TOTAL-LOSSES TO HISTORY-TOTAL-LOSSES
           MOVE WIN-PERCENT TO HISTORY-WIN-PERCENT
           MOVE VARIANT-CODE TO HISTORY-VARIANT-CODE
           MOVE "Y" TO HISTORY-CENTURY-FLAG

           OPEN EXTEND HISTORY-FILE


      *    appends one record per catalog strategy with this run's
      *    tallies, so the researcher figures survive past sysout
      *    the same way the built-in strategies' do. the run's
      *    records go out as one block between its header and a
      *    trailer carrying the record count and the hash total of
      *    the strategies' trial counts.
       WRITE-STRATEGY-RECORDS.
           IF STRATEGY-COUNT = 0
               CONTINUE
                       "- FILE STATUS " STRATOUT-STATUS
                       " - STRATEGY RECORDS NOT FILED"
               ELSE
                   MOVE 0 TO STRATOUT-BLOCK-HASH

                   WRITE STRATOUT-RECORD FROM BLOCK-HEADER-RECORD

                   PERFORM VARYING STRATEGY-I FROM 1 BY 1
                   UNTIL STRATEGY-I > STRATEGY-COUNT
                       PERFORM WRITE-ONE-STRATEGY-RECORD
                   END-PERFORM

                   MOVE STRATEGY-COUNT TO TRAILER-RECORD-COUNT
                   MOVE STRATOUT-BLOCK-HASH TO TRAILER-HASH-TOTAL

                   WRITE STRATOUT-RECORD FROM BLOCK-TRAILER-RECORD

                   CLOSE STRATOUT-FILE
               END-IF

               PERFORM WRITE-STRATEGY-PAIR-RECORDS
           END-IF.

      *    one catalog strategy's output record
               MOVE 0 TO STRAT-WIN-PERCENT
           END-IF

      *    the run's RESULTS key date and time, the same as its
      *    block header carries
           MOVE FILED-RUN-DATE TO STRATOUT-RUN-DATE
           MOVE FILED-RUN-TIME TO STRATOUT-RUN-TIME
           MOVE SCENARIO-ID TO STRATOUT-SCENARIO-ID
           MOVE STRAT-ID(STRATEGY-I) TO STRATOUT-STRATEGY-ID
           MOVE STRAT-TRIALS-SETTLED TO STRATOUT-NUMBER-OF-TESTS
           MOVE STRAT-WINS(STRATEGY-I) TO STRATOUT-TOTAL-WINS
           MOVE STRAT-LOSSES(STRATEGY-I) TO STRATOUT-TOTAL-LOSSES
           MOVE STRAT-WIN-PERCENT TO STRATOUT-WIN-PERCENT
           MOVE VARIANT-CODE TO STRATOUT-VARIANT-CODE
           MOVE "Y" TO STRATOUT-CENTURY-FLAG

           WRITE STRATOUT-RECORD

           ADD STRAT-TRIALS-SETTLED TO STRATOUT-BLOCK-HASH.

      *    appends one record per catalog strategy with this run's
      *    pairing against the loop strategy, for the paired test in
      *    STRATEGY-PAIR-TEST. the same open-and-warn convention as
      *    STRATOUT - a lost pairing record costs the test a run,
      *    not the simulation.
       WRITE-STRATEGY-PAIR-RECORDS.
           OPEN EXTEND PAIROUT-FILE

           IF PAIROUT-STATUS = "05" OR PAIROUT-STATUS = "35"
               OPEN OUTPUT PAIROUT-FILE
           END-IF

           IF PAIROUT-STATUS NOT = "00"
               DISPLAY "WARNING: PAIROUT COULD NOT BE OPENED "
                   "- FILE STATUS " PAIROUT-STATUS
                   " - PAIRED-OUTCOME RECORDS NOT FILED"
           ELSE
               PERFORM VARYING STRATEGY-I FROM 1 BY 1
               UNTIL STRATEGY-I > STRATEGY-COUNT
                   PERFORM WRITE-ONE-STRATEGY-PAIR-RECORD
               END-PERFORM

               CLOSE PAIROUT-FILE
           END-IF.

      *    one catalog strategy's two-by-two table against the loop
      *    strategy. the concordant cells come from the strategy's
      *    own tallies, so the four cells always foot to the
      *    strategy's settled count - on a checkpoint-resumed run
      *    that is the trials run after the resume.
       WRITE-ONE-STRATEGY-PAIR-RECORD.
           MOVE FILED-RUN-DATE TO PAIROUT-RUN-DATE
           MOVE "Y" TO PAIROUT-CENTURY-FLAG
           MOVE FILED-RUN-TIME TO PAIROUT-RUN-TIME
           MOVE SCENARIO-ID TO PAIROUT-SCENARIO-ID
           MOVE VARIANT-CODE TO PAIROUT-VARIANT-CODE
           MOVE STRAT-ID(STRATEGY-I) TO PAIROUT-STRATEGY-ID
           COMPUTE PAIROUT-NUMBER-OF-TESTS =
               STRAT-WINS(STRATEGY-I) + STRAT-LOSSES(STRATEGY-I)
           MOVE NUMBER-OF-PRISONERS TO PAIROUT-NUMBER-OF-PRISONERS
           MOVE BOX-OPEN-LIMIT TO PAIROUT-BOX-OPEN-LIMIT
           COMPUTE PAIROUT-BOTH-WON =
               STRAT-WINS(STRATEGY-I) - STRAT-ONLY-WINS(STRATEGY-I)
           MOVE STRAT-ONLY-WINS(STRATEGY-I)
               TO PAIROUT-STRATEGY-ONLY-WON
           MOVE LOOP-ONLY-WINS(STRATEGY-I) TO PAIROUT-LOOP-ONLY-WON
           COMPUTE PAIROUT-BOTH-LOST =
               STRAT-LOSSES(STRATEGY-I) - LOOP-ONLY-WINS(STRATEGY-I)

           WRITE PAIROUT-RECORD.

      *    the shuffle certification: NUMBER-OF-TESTS shuffles by
      *    the card's method, no prisoners, then three chi-square
      *    tests of what the shuffles produced against what a
      *    perfectly uniform shuffle would - where each value lands
      *    by box position, how many cycles an arrangement has, and
      *    how long its longest cycle is. the report goes to
      *    CERTRPT and the job log; any test failing at the 1%
      *    level, or too few shuffles to test at all, fails the
      *    certification with RC=4.
       CERTIFY-SHUFFLE.
           IF NUMBER-OF-PRISONERS < 2
               OR NUMBER-OF-PRISONERS > CERTIFY-MAX-PRISONERS
               DISPLAY "ABEND: SHUFFLE CERTIFICATION NEEDS 2 TO "
                   CERTIFY-MAX-PRISONERS " BOXES - THE CARD ASKS "
                   "FOR " NUMBER-OF-PRISONERS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           OPEN OUTPUT CERTRPT-FILE

           IF CERTRPT-STATUS = "00"
               MOVE 1 TO CERTRPT-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING: CERTRPT COULD NOT BE OPENED - FILE "
                   "STATUS " CERTRPT-STATUS " - CERTIFICATION "
                   "REPORTED ON SYSOUT ONLY"
           END-IF

           MOVE ZEROS TO CERT-MATRIX
           MOVE ZEROS TO CERT-CYCLES-TALLY
           MOVE ZEROS TO CERT-LONGEST-TALLY

           PERFORM VARYING SIM-I FROM 0 BY 1
           UNTIL SIM-I >= NUMBER-OF-TESTS
               PERFORM SHUFFLE-THE-BOXES
               PERFORM VALIDATE-BOX-PERMUTATION
               PERFORM TALLY-CERTIFIED-SHUFFLE
           END-PERFORM

           PERFORM COMPUTE-CERTIFY-EXPECTATIONS

           MOVE SPACES TO CERTIFY-LINE
           STRING "SHUFFLE CERTIFICATION - METHOD " SHUFFLE-METHOD
               " BOXES " NUMBER-OF-PRISONERS " SHUFFLES "
               NUMBER-OF-TESTS " SEED " RANDOM-SEED
               DELIMITED BY SIZE INTO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE

           IF SHUFFLE-METHOD = "F"
               MOVE "  METHOD F IS THE FISHER-YATES SHUFFLE"
                   TO CERTIFY-LINE
           ELSE
               MOVE SPACES TO CERTIFY-LINE
               STRING "  METHOD L IS THE LEGACY SWAP-WITH-ANY-BOX "
                   "SHUFFLE"
                   DELIMITED BY SIZE INTO CERTIFY-LINE
           END-IF
           PERFORM WRITE-CERTIFY-LINE

           MOVE "  EACH TEST FAILS BELOW THE 1% SIGNIFICANCE LEVEL"
               TO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE

           MOVE SPACES TO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE

           MOVE SPACES TO CERTIFY-LINE
           STRING "TEST                         CHI-SQUARE     DF   "
               "Z-SCORE  P-VALUE  VERDICT"
               DELIMITED BY SIZE INTO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE

           MOVE 0 TO CERT-FAIL-COUNT
           MOVE 0 TO CERT-UNTESTED-COUNT
           COMPUTE CERT-ONE-THIRD = 1 / 3

           PERFORM TEST-POSITION-MATRIX
           PERFORM TEST-CYCLE-COUNTS
           PERFORM TEST-LONGEST-CYCLES

           PERFORM PRINT-CERTIFY-DISTRIBUTIONS

           MOVE SPACES TO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE

           IF CERT-FAIL-COUNT > 0
               MOVE SPACES TO CERTIFY-LINE
               STRING "CERTIFICATION: FAIL - THE SHUFFLE IS NOT "
                   "UNIFORM AT THE 1% LEVEL"
                   DELIMITED BY SIZE INTO CERTIFY-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               IF CERT-UNTESTED-COUNT > 0
                   MOVE SPACES TO CERTIFY-LINE
                   STRING "CERTIFICATION: FAIL - TOO FEW SHUFFLES TO "
                       "RUN EVERY TEST, RAISE THE COUNT"
                       DELIMITED BY SIZE INTO CERTIFY-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO CERTIFY-LINE
                   STRING "CERTIFICATION: PASS - NO TEST DETECTS A "
                       "BIAS AT THE 1% LEVEL"
                       DELIMITED BY SIZE INTO CERTIFY-LINE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-CERTIFY-LINE

           IF CERTRPT-OPEN-SWITCH = 1
               CLOSE CERTRPT-FILE
           END-IF

           MOVE "CERTIFY" TO RUNLOG-EVENT-CODE
           MOVE SPACES TO RUNLOG-EVENT-TEXT
           IF RETURN-CODE = 0
               STRING "SHUFFLE " SHUFFLE-METHOD " N="
                   NUMBER-OF-PRISONERS " S=" NUMBER-OF-TESTS
                   " CERTIFICATION PASS"
                   DELIMITED BY SIZE INTO RUNLOG-EVENT-TEXT
           ELSE
               STRING "SHUFFLE " SHUFFLE-METHOD " N="
                   NUMBER-OF-PRISONERS " S=" NUMBER-OF-TESTS
                   " CERTIFICATION FAIL"
                   DELIMITED BY SIZE INTO RUNLOG-EVENT-TEXT
           END-IF
           PERFORM WRITE-RUN-LOG-EVENT.

      *    rolls one certification shuffle into the tallies: the
      *    value in every box position, and the arrangement's cycle
      *    count and longest cycle
       TALLY-CERTIFIED-SHUFFLE.
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > NUMBER-OF-PRISONERS
               ADD 1 TO CERT-CELL(I, BOX-VALUE(I))
           END-PERFORM

           PERFORM MEASURE-LONGEST-CYCLE

           ADD 1 TO CERT-CYCLES-SEEN(CYCLE-COUNT)
           ADD 1 TO CERT-LONGEST-SEEN(LONGEST-CYCLE-LENGTH).

      *    the exact distributions a uniform shuffle gives. the
      *    cycle-count chances build up one box at a time: adding
      *    box N either starts a cycle of its own (chance 1/N) or
      *    joins one already there. the longest-cycle chances are
      *    the differences of the theory table taken at successive
      *    bounds - the chance of no cycle longer than M, less the
      *    chance of none longer than M - 1. the floating-point work
      *    in the certification is taken one operation per COMPUTE,
      *    so no intermediate result is cut down to the scale of a
      *    display field along the way.
       COMPUTE-CERTIFY-EXPECTATIONS.
           PERFORM VARYING CERT-J FROM 1 BY 1
           UNTIL CERT-J > NUMBER-OF-PRISONERS
               MOVE 0 TO CERT-CYCLES-P(CERT-J)
           END-PERFORM
           MOVE 1 TO CERT-CYCLES-P(1)

           PERFORM VARYING CERT-N FROM 2 BY 1
           UNTIL CERT-N > NUMBER-OF-PRISONERS
               COMPUTE CERT-KEEP-SHARE = CERT-N - 1
               COMPUTE CERT-KEEP-SHARE = CERT-KEEP-SHARE / CERT-N

               PERFORM VARYING CERT-J FROM CERT-N BY -1
               UNTIL CERT-J < 2
                   COMPUTE CERT-WORK =
                       CERT-CYCLES-P(CERT-J - 1) / CERT-N
                   COMPUTE CERT-CYCLES-P(CERT-J) =
                       CERT-CYCLES-P(CERT-J) * CERT-KEEP-SHARE
                   COMPUTE CERT-CYCLES-P(CERT-J) =
                       CERT-CYCLES-P(CERT-J) + CERT-WORK
               END-PERFORM

               COMPUTE CERT-CYCLES-P(1) =
                   CERT-CYCLES-P(1) * CERT-KEEP-SHARE
           END-PERFORM

           MOVE 0 TO CERT-BOUND-BELOW

           PERFORM VARYING CERT-J FROM 1 BY 1
           UNTIL CERT-J > NUMBER-OF-PRISONERS
               MOVE CERT-J TO THEORY-LIMIT
               PERFORM BUILD-THEORY-TABLE

               COMPUTE CERT-LONGEST-P(CERT-J) =
                   THEORY-P(NUMBER-OF-PRISONERS + 1)
                       - CERT-BOUND-BELOW
               MOVE THEORY-P(NUMBER-OF-PRISONERS + 1)
                   TO CERT-BOUND-BELOW
           END-PERFORM.

      *    every value is equally likely in every box position, so
      *    each cell of the position-by-value table expects
      *    shuffles / N. both margins are fixed, which leaves
      *    (N - 1) squared degrees of freedom. the thinnest and
      *    fattest cells are kept to show where a bias sits. under
      *    5 shuffles a cell is too few for the test to hold.
       TEST-POSITION-MATRIX.
           MOVE "POSITION X VALUE MATRIX" TO CERT-TEST-NAME
           COMPUTE CERT-EXPECTED =
               NUMBER-OF-TESTS / NUMBER-OF-PRISONERS

           MOVE 0 TO CERT-CHI-SQUARE
           MOVE CERT-CELL(1, 1) TO CERT-LOW-CELL
           MOVE 1 TO CERT-LOW-POSITION
           MOVE 1 TO CERT-LOW-VALUE
           MOVE CERT-CELL(1, 1) TO CERT-HIGH-CELL
           MOVE 1 TO CERT-HIGH-POSITION
           MOVE 1 TO CERT-HIGH-VALUE

           PERFORM VARYING CERT-I FROM 1 BY 1
           UNTIL CERT-I > NUMBER-OF-PRISONERS
               PERFORM VARYING CERT-J FROM 1 BY 1
               UNTIL CERT-J > NUMBER-OF-PRISONERS
                   MOVE CERT-CELL(CERT-I, CERT-J)
                       TO CERT-TERM-OBSERVED
                   MOVE CERT-EXPECTED TO CERT-TERM-EXPECTED
                   PERFORM COMPUTE-CHI-SQUARE-TERM
                   COMPUTE CERT-CHI-SQUARE =
                       CERT-CHI-SQUARE + CERT-TERM

                   IF CERT-CELL(CERT-I, CERT-J) < CERT-LOW-CELL
                       MOVE CERT-CELL(CERT-I, CERT-J)
                           TO CERT-LOW-CELL
                       MOVE CERT-I TO CERT-LOW-POSITION
                       MOVE CERT-J TO CERT-LOW-VALUE
                   END-IF
                   IF CERT-CELL(CERT-I, CERT-J) > CERT-HIGH-CELL
                       MOVE CERT-CELL(CERT-I, CERT-J)
                           TO CERT-HIGH-CELL
                       MOVE CERT-I TO CERT-HIGH-POSITION
                       MOVE CERT-J TO CERT-HIGH-VALUE
                   END-IF
               END-PERFORM
           END-PERFORM

           IF CERT-EXPECTED < 5
               MOVE 0 TO CERT-DEGREES
           ELSE
               COMPUTE CERT-DEGREES = (NUMBER-OF-PRISONERS - 1)
                   * (NUMBER-OF-PRISONERS - 1)
           END-IF
           PERFORM REPORT-CERTIFY-TEST.

      *    the cycle-count tally against the Stirling-number
      *    chances, thin cells pooled
       TEST-CYCLE-COUNTS.
           MOVE "CYCLE-COUNT DISTRIBUTION" TO CERT-TEST-NAME
           PERFORM START-POOLED-TEST

           PERFORM VARYING CERT-J FROM 1 BY 1
           UNTIL CERT-J > NUMBER-OF-PRISONERS
               MOVE CERT-CYCLES-SEEN(CERT-J) TO CERT-ADD-OBSERVED
               COMPUTE CERT-ADD-EXPECTED =
                   CERT-CYCLES-P(CERT-J) * NUMBER-OF-TESTS
               PERFORM POOL-ONE-CELL
           END-PERFORM

           PERFORM FINISH-POOLED-TEST
           PERFORM REPORT-CERTIFY-TEST.

      *    the longest-cycle tally against the exact longest-cycle
      *    chances, thin cells pooled - the distribution the loop
      *    strategy's win rate is read straight off
       TEST-LONGEST-CYCLES.
           MOVE "LONGEST-CYCLE DISTRIBUTION" TO CERT-TEST-NAME
           PERFORM START-POOLED-TEST

           PERFORM VARYING CERT-J FROM 1 BY 1
           UNTIL CERT-J > NUMBER-OF-PRISONERS
               MOVE CERT-LONGEST-SEEN(CERT-J) TO CERT-ADD-OBSERVED
               COMPUTE CERT-ADD-EXPECTED =
                   CERT-LONGEST-P(CERT-J) * NUMBER-OF-TESTS
               PERFORM POOL-ONE-CELL
           END-PERFORM

           PERFORM FINISH-POOLED-TEST
           PERFORM REPORT-CERTIFY-TEST.

      *    clears the pooling work for the next distribution test
       START-POOLED-TEST.
           MOVE 0 TO CERT-CHI-SQUARE
           MOVE 0 TO CERT-BIN-COUNT
           MOVE 0 TO CERT-BIN-OBSERVED
           MOVE 0 TO CERT-BIN-EXPECTED
           MOVE 0 TO CERT-LAST-OBSERVED
           MOVE 0 TO CERT-LAST-EXPECTED.

      *    adds one distribution cell to the bin being filled, and
      *    closes the bin once it expects 5 or more
       POOL-ONE-CELL.
           ADD CERT-ADD-OBSERVED TO CERT-BIN-OBSERVED
           COMPUTE CERT-BIN-EXPECTED =
               CERT-BIN-EXPECTED + CERT-ADD-EXPECTED

           IF CERT-BIN-EXPECTED >= 5
               MOVE CERT-BIN-OBSERVED TO CERT-TERM-OBSERVED
               MOVE CERT-BIN-EXPECTED TO CERT-TERM-EXPECTED
               PERFORM COMPUTE-CHI-SQUARE-TERM
               COMPUTE CERT-CHI-SQUARE = CERT-CHI-SQUARE + CERT-TERM
               ADD 1 TO CERT-BIN-COUNT
               MOVE CERT-BIN-OBSERVED TO CERT-LAST-OBSERVED
               MOVE CERT-BIN-EXPECTED TO CERT-LAST-EXPECTED
               MOVE 0 TO CERT-BIN-OBSERVED
               MOVE 0 TO CERT-BIN-EXPECTED
           END-IF.

      *    folds a thin tail left at the end into the last closed
      *    bin - its old term comes out of the statistic and the
      *    merged bin's goes in - then sets the degrees of freedom.
      *    fewer than two bins is nothing to test.
       FINISH-POOLED-TEST.
           IF CERT-BIN-COUNT > 0
               AND (CERT-BIN-OBSERVED > 0 OR CERT-BIN-EXPECTED > 0)
               MOVE CERT-LAST-OBSERVED TO CERT-TERM-OBSERVED
               MOVE CERT-LAST-EXPECTED TO CERT-TERM-EXPECTED
               PERFORM COMPUTE-CHI-SQUARE-TERM
               COMPUTE CERT-CHI-SQUARE = CERT-CHI-SQUARE - CERT-TERM

               ADD CERT-LAST-OBSERVED TO CERT-BIN-OBSERVED
               COMPUTE CERT-BIN-EXPECTED =
                   CERT-BIN-EXPECTED + CERT-LAST-EXPECTED

               MOVE CERT-BIN-OBSERVED TO CERT-TERM-OBSERVED
               MOVE CERT-BIN-EXPECTED TO CERT-TERM-EXPECTED
               PERFORM COMPUTE-CHI-SQUARE-TERM
               COMPUTE CERT-CHI-SQUARE = CERT-CHI-SQUARE + CERT-TERM
           END-IF

           IF CERT-BIN-COUNT > 1
               COMPUTE CERT-DEGREES = CERT-BIN-COUNT - 1
           ELSE
               MOVE 0 TO CERT-DEGREES
           END-IF.

      *    one cell's share of the statistic, (O - E) squared over
      *    E
       COMPUTE-CHI-SQUARE-TERM.
           COMPUTE CERT-TERM = CERT-TERM-OBSERVED - CERT-TERM-EXPECTED
           COMPUTE CERT-TERM = CERT-TERM * CERT-TERM
           COMPUTE CERT-TERM = CERT-TERM / CERT-TERM-EXPECTED.

      *    prints one test's line - statistic, degrees of freedom,
      *    normal deviate, p-value and verdict - and counts a
      *    failure or an untestable distribution
       REPORT-CERTIFY-TEST.
           MOVE SPACES TO CERTIFY-LINE

           IF CERT-DEGREES = 0
               ADD 1 TO CERT-UNTESTED-COUNT
               STRING CERT-TEST-NAME " NOT TESTED - TOO FEW "
                   "SHUFFLES FOR " NUMBER-OF-PRISONERS " BOXES"
                   DELIMITED BY SIZE INTO CERTIFY-LINE
               PERFORM WRITE-CERTIFY-LINE

               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-CHI-SQUARE-P-VALUE

           IF CERT-P-VALUE < CERT-SIGNIFICANCE
               MOVE "FAIL" TO CERT-VERDICT
               ADD 1 TO CERT-FAIL-COUNT
           ELSE
               MOVE "PASS" TO CERT-VERDICT
           END-IF

           COMPUTE CERT-CHI-EDIT ROUNDED = CERT-CHI-SQUARE
           MOVE CERT-DEGREES TO CERT-DEGREES-EDIT
           COMPUTE CERT-Z-EDIT ROUNDED = CERT-Z
           COMPUTE CERT-P-EDIT ROUNDED = CERT-P-VALUE

           STRING CERT-TEST-NAME " " CERT-CHI-EDIT "  "
               CERT-DEGREES-EDIT "  " CERT-Z-EDIT "  "
               CERT-P-EDIT "  " CERT-VERDICT
               DELIMITED BY SIZE INTO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE.

      *    the Wilson-Hilferty transform: the cube root of the
      *    statistic over its degrees of freedom is close to normal
      *    with mean 1 - 2/(9 DF) and variance 2/(9 DF), good even
      *    at the thousands of degrees of freedom the matrix test
      *    carries. the upper tail of the deviate is the p-value.
       COMPUTE-CHI-SQUARE-P-VALUE.
           COMPUTE CERT-WH-VARIANCE = 9 * CERT-DEGREES
           COMPUTE CERT-WH-VARIANCE = 2 / CERT-WH-VARIANCE

           COMPUTE CERT-WORK = CERT-CHI-SQUARE / CERT-DEGREES
           COMPUTE CERT-WORK = CERT-WORK ** CERT-ONE-THIRD
           COMPUTE CERT-WORK = CERT-WORK - 1
           COMPUTE CERT-WORK = CERT-WORK + CERT-WH-VARIANCE
           COMPUTE CERT-Z = FUNCTION SQRT(CERT-WH-VARIANCE)
           COMPUTE CERT-Z = CERT-WORK / CERT-Z

           IF CERT-Z < 0
               COMPUTE CERT-Z-MAGNITUDE = 0 - CERT-Z
           ELSE
               MOVE CERT-Z TO CERT-Z-MAGNITUDE
           END-IF

      *    past ten standard deviations the tail is nothing the
      *    report can print - take it as zero rather than work the
      *    exponential that far out
           IF CERT-Z-MAGNITUDE > 10
               MOVE 0 TO CERT-P-VALUE
           ELSE
               COMPUTE CERT-T = 0.2316419 * CERT-Z-MAGNITUDE
               COMPUTE CERT-T = 1 + CERT-T
               COMPUTE CERT-T = 1 / CERT-T

      *        the polynomial in T, by Horner's rule
               COMPUTE CERT-P-VALUE = CERT-T * 1.330274429
               COMPUTE CERT-P-VALUE = CERT-P-VALUE - 1.821255978
               COMPUTE CERT-P-VALUE = CERT-P-VALUE * CERT-T
               COMPUTE CERT-P-VALUE = CERT-P-VALUE + 1.781477937
               COMPUTE CERT-P-VALUE = CERT-P-VALUE * CERT-T
               COMPUTE CERT-P-VALUE = CERT-P-VALUE - 0.356563782
               COMPUTE CERT-P-VALUE = CERT-P-VALUE * CERT-T
               COMPUTE CERT-P-VALUE = CERT-P-VALUE + 0.319381530
               COMPUTE CERT-P-VALUE = CERT-P-VALUE * CERT-T

      *        times the normal density at the deviate
               COMPUTE CERT-WORK =
                   CERT-Z-MAGNITUDE * CERT-Z-MAGNITUDE
               COMPUTE CERT-WORK = 0 - CERT-WORK
               COMPUTE CERT-WORK = CERT-WORK / 2
               COMPUTE CERT-WORK = FUNCTION EXP(CERT-WORK)
               COMPUTE CERT-P-VALUE = CERT-P-VALUE * CERT-WORK
               COMPUTE CERT-P-VALUE = CERT-P-VALUE * 0.3989422804
           END-IF

           IF CERT-Z < 0
               COMPUTE CERT-P-VALUE = 1 - CERT-P-VALUE
           END-IF.

      *    the tallies behind the tests, for whoever has to explain
      *    a failure: the matrix's extreme cells, then observed
      *    against expected for every cycle count and longest
      *    cycle that either happened or should have been seen
       PRINT-CERTIFY-DISTRIBUTIONS.
           MOVE SPACES TO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE

           COMPUTE CERT-EXPECTED =
               NUMBER-OF-TESTS / NUMBER-OF-PRISONERS
           COMPUTE CERT-EXPECTED-EDIT ROUNDED = CERT-EXPECTED
           MOVE SPACES TO CERTIFY-LINE
           STRING "MATRIX CELLS EXPECT " CERT-EXPECTED-EDIT
               " EACH"
               DELIMITED BY SIZE INTO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE

           MOVE SPACES TO CERTIFY-LINE
           STRING "  LOWEST  " CERT-LOW-CELL " AT POSITION "
               CERT-LOW-POSITION " VALUE " CERT-LOW-VALUE
               DELIMITED BY SIZE INTO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE

           MOVE SPACES TO CERTIFY-LINE
           STRING "  HIGHEST " CERT-HIGH-CELL " AT POSITION "
               CERT-HIGH-POSITION " VALUE " CERT-HIGH-VALUE
               DELIMITED BY SIZE INTO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE

           MOVE SPACES TO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE
           MOVE "CYCLES   OBSERVED     EXPECTED" TO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE

           PERFORM VARYING CERT-J FROM 1 BY 1
           UNTIL CERT-J > NUMBER-OF-PRISONERS
               COMPUTE CERT-EXPECTED =
                   CERT-CYCLES-P(CERT-J) * NUMBER-OF-TESTS
               IF CERT-CYCLES-SEEN(CERT-J) > 0
                   OR CERT-EXPECTED >= 0.5
                   COMPUTE CERT-EXPECTED-EDIT ROUNDED =
                       CERT-EXPECTED
                   MOVE SPACES TO CERTIFY-LINE
                   STRING "   " CERT-J "    " CERT-CYCLES-SEEN(CERT-J)
                       "   " CERT-EXPECTED-EDIT
                       DELIMITED BY SIZE INTO CERTIFY-LINE
                   PERFORM WRITE-CERTIFY-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE
           MOVE "LONGEST  OBSERVED     EXPECTED" TO CERTIFY-LINE
           PERFORM WRITE-CERTIFY-LINE

           PERFORM VARYING CERT-J FROM 1 BY 1
           UNTIL CERT-J > NUMBER-OF-PRISONERS
               COMPUTE CERT-EXPECTED =
                   CERT-LONGEST-P(CERT-J) * NUMBER-OF-TESTS
               IF CERT-LONGEST-SEEN(CERT-J) > 0
                   OR CERT-EXPECTED >= 0.5
                   COMPUTE CERT-EXPECTED-EDIT ROUNDED =
                       CERT-EXPECTED
                   MOVE SPACES TO CERTIFY-LINE
                   STRING "   " CERT-J "    "
                       CERT-LONGEST-SEEN(CERT-J)
                       "   " CERT-EXPECTED-EDIT
                       DELIMITED BY SIZE INTO CERTIFY-LINE
                   PERFORM WRITE-CERTIFY-LINE
               END-IF
           END-PERFORM.

      *    one line to the certification report and the job log
      *    both
       WRITE-CERTIFY-LINE.
           IF CERTRPT-OPEN-SWITCH = 1
               WRITE CERTRPT-RECORD FROM CERTIFY-LINE
           END-IF
           DISPLAY CERTIFY-LINE.

       END PROGRAM 100-PRISONERS.
