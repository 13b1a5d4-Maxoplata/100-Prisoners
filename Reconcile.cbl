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

      *    one line per mismatch, for operations
           FD EXCEPTION-FILE
           01 EXCEPTION-STATUS PIC X(02).
           01 RESULTS-EOF PIC 1(1) VALUE 0.
           01 HISTORY-EOF PIC 1(1) VALUE 0.
           01 OLD-RESULTS-SWITCH PIC 1(1) VALUE 0.

      *    records written before the four-digit-year layout - a
      *    YYMMDD date with the rest of the record two bytes further
      *    up - are widened on the way in, on the fixed window the
      *    housekeeping uses, so both sides match on the full date
           01 OLD-HISTORY-RECORD.
               05 OLD-HISTORY-RUN-DATE PIC 9(6).
               05 OLD-HISTORY-DATA PIC X(33).
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).

      *    the whole trend file is held here so each RESULTS record
      *    can claim its own HISTORY counterpart exactly once
           01 HISTORY-I PIC 9(4).
           01 HISTORY-TABLE.
               05 HISTORY-ENTRY OCCURS 5000 TIMES.
                   10 HIST-RUN-DATE PIC 9(8).
                   10 HIST-NUMBER-OF-TESTS PIC 9(7).
                   10 HIST-NUMBER-OF-PRISONERS PIC 9(3).
                   10 HIST-BOX-OPEN-LIMIT PIC 9(3).
                   AT END
                       MOVE 1 TO HISTORY-EOF
                   NOT AT END
                       IF HISTORY-CENTURY-FLAG NOT = "Y"
                           PERFORM WIDEN-HISTORY-RECORD
                       END-IF

                       PERFORM FILE-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM
               TO HIST-WIN-PERCENT(HISTORY-COUNT)
           MOVE 0 TO HIST-MATCHED(HISTORY-COUNT).

      *    a trend record written before the four-digit-year
      *    layout, moved into the current one
       WIDEN-HISTORY-RECORD.
           MOVE HISTORY-RECORD TO OLD-HISTORY-RECORD
           MOVE OLD-HISTORY-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO HISTORY-RUN-DATE
           MOVE OLD-HISTORY-DATA TO HISTORY-RECORD(9:33).

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

      *    recomputes the win-percent from WINS-SETTLED over
      *    TRIALS-SETTLED, the same way COMPUTE-WIN-PERCENTAGES in
      *    the simulation does - both reconciliation passes feed it
       RECONCILE-RESULTS-RECORDS.
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
           END-IF

           PERFORM UNTIL RESULTS-EOF = 1
               IF OLD-RESULTS-SWITCH = 1
                   READ OLD-RESULTS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RESULTS-EOF
                       NOT AT END
                           PERFORM WIDEN-RESULTS-RECORD
                           PERFORM RECONCILE-ONE-RESULTS-RECORD
                   END-READ
               ELSE
                   READ RESULTS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RESULTS-EOF
                       NOT AT END
                           PERFORM RECONCILE-ONE-RESULTS-RECORD
                   END-READ
               END-IF
           END-PERFORM

           IF OLD-RESULTS-SWITCH = 1
               CLOSE OLD-RESULTS-FILE
           ELSE
               CLOSE RESULTS-FILE
           END-IF.

      *    cross-foots one RESULTS record, recomputes its stored
      *    win-percent, and pairs it off against the trend table
