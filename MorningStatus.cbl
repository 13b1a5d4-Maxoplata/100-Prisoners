               RECORD KEY IS RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

      *    the same repository in its two-digit-year layout, used
      *    only while the cluster awaits conversion
           SELECT OLD-RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the reporting-date card - see READ-STATUS-CARD. a card
      *    punched before the four-digit-year layout carries a
      *    YYMMDD date and is still taken
           FD SYSIN-FILE
               RECORD CONTAINS 8 CHARACTERS.
           01 SYSIN-RECORD.
               05 SYSIN-REPORT-DATE PIC 9(8).
           01 SYSIN-OLD-RECORD.
               05 SYSIN-OLD-REPORT-DATE PIC 9(6).
               05 SYSIN-OLD-FILLER PIC X(02).

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

      *    last night's RUN-RECONCILE exception report - rewritten
      *    by every reconcile run, so what is on file is the
           01 RESULTS-EOF PIC 1(1) VALUE 0.
           01 RUNLOG-EOF PIC 1(1) VALUE 0.
           01 EXCEPTION-EOF PIC 1(1) VALUE 0.
           01 OLD-RESULTS-SWITCH PIC 1(1) VALUE 0.

      *    the date being reported on - zero on the card means
      *    today, which is what the last step of the nightly
      *    stream wants
           01 REPORT-DATE PIC 9(8) VALUE 0.

      *    the reporting date's RUNLOG activity, one slot per
      *    STARTUP, paired off against its COMPLETE. the seed is
                   10 EVENT-COMPLETE-SWITCH PIC 1(1).
                   10 EVENT-CLAIMED-SWITCH PIC 1(1).

      *    event-clock arithmetic, so a run over midnight measures
           01 EVENT-DAY-NUMBER PIC 9(8).
           01 EVENT-SECONDS PIC 9(9).
           01 START-DAY-NUMBER PIC 9(8).
           01 CLOCK-MM PIC 9(2).
           01 CLOCK-SS PIC 9(2).

      *    records and cards from before the four-digit-year layout
      *    - a YYMMDD date with the rest of the record two bytes
      *    further up - are widened on the way in, on the fixed
      *    window the housekeeping uses: under 70 is 20xx
           01 OLD-RUNLOG-RECORD.
               05 OLD-RUNLOG-DATE PIC 9(6).
               05 OLD-RUNLOG-DATA PIC X(74).
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).

      *    elapsed-time edit work
           01 EDIT-SECONDS PIC 9(7).
           01 EDIT-HOURS PIC 9(4).
                   NOT AT END
                       IF SYSIN-REPORT-DATE NUMERIC
                           MOVE SYSIN-REPORT-DATE TO REPORT-DATE
                       ELSE
                       IF SYSIN-OLD-REPORT-DATE NUMERIC
                           AND SYSIN-OLD-FILLER = SPACES
                           AND SYSIN-OLD-REPORT-DATE NOT = 0
                           MOVE SYSIN-OLD-REPORT-DATE TO WIDEN-DATE
                           PERFORM WIDEN-RECORD-DATE
                           MOVE RECORD-FULL-DATE TO REPORT-DATE
                       END-IF
                       END-IF
               END-READ

           END-IF

           IF REPORT-DATE = 0
               ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           END-IF.

      *    loads the reporting date's RUNLOG activity into the
                   AT END
                       MOVE 1 TO RUNLOG-EOF
                   NOT AT END
                       IF RUNLOG-CENTURY-FLAG NOT = "Y"
                           PERFORM WIDEN-RUNLOG-RECORD
                       END-IF

                       PERFORM FILE-ONE-LOG-EVENT
               END-READ
           END-PERFORM
      *    turns the record's stamps into a day number and seconds
      *    within the day
       COMPUTE-EVENT-CLOCK.
           COMPUTE EVENT-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUNLOG-DATE)

           MOVE RUNLOG-TIME(1:2) TO CLOCK-HH
           MOVE RUNLOG-TIME(3:2) TO CLOCK-MM
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

      *    widens a two-digit-year date in WIDEN-DATE to the full
      *    CCYYMMDD form in RECORD-FULL-DATE
       WIDEN-RECORD-DATE.
           MOVE WIDEN-DATE(1:2) TO WIDEN-YEAR

           IF WIDEN-YEAR < 70
               COMPUTE RECORD-FULL-DATE = 20000000 + WIDEN-DATE
           ELSE
               COMPUTE RECORD-FULL-DATE = 19000000 + WIDEN-DATE
           END-IF.

      *    walks the repository from the reporting date's first key
      *    and prints one page per run filed on it
       WRITE-RUN-PAGES.
           OPEN INPUT RESULTS-FILE

      *    a cluster still in the two-digit-year layout will not
      *    open under this one (39) and is read in its old layout
           IF RESULTS-STATUS = "39"
               OPEN INPUT OLD-RESULTS-FILE
               MOVE 1 TO OLD-RESULTS-SWITCH
           END-IF

           IF RESULTS-STATUS NOT = "00"
               DISPLAY "WARNING: RESULTS REPOSITORY COULD NOT BE "
                   "OPENED - FILE STATUS " RESULTS-STATUS
               EXIT PARAGRAPH
           END-IF

           IF OLD-RESULTS-SWITCH = 1
               MOVE REPORT-DATE TO OLD-RESULTS-RUN-DATE
               MOVE 0 TO OLD-RESULTS-RUN-TIME
               MOVE 0 TO OLD-RESULTS-RANDOM-SEED

               START OLD-RESULTS-FILE KEY >= OLD-RESULTS-KEY
                   INVALID KEY
                       MOVE 1 TO RESULTS-EOF
               END-START
           ELSE
               MOVE REPORT-DATE TO RESULTS-RUN-DATE
               MOVE 0 TO RESULTS-RUN-TIME
               MOVE 0 TO RESULTS-RANDOM-SEED

               START RESULTS-FILE KEY >= RESULTS-KEY
                   INVALID KEY
                       MOVE 1 TO RESULTS-EOF
               END-START
           END-IF

           PERFORM UNTIL RESULTS-EOF = 1
               PERFORM READ-NEXT-RESULTS-RECORD

      *        an old-layout cluster keeps its 19xx keys after its
      *        20xx ones, so the walk stops on any other date
               IF RESULTS-EOF = 0
                   IF RESULTS-RUN-DATE NOT = REPORT-DATE
                       MOVE 1 TO RESULTS-EOF
                   ELSE
                       PERFORM WRITE-ONE-RUN-PAGE
                   END-IF
               END-IF
           END-PERFORM

           IF OLD-RESULTS-SWITCH = 1
               CLOSE OLD-RESULTS-FILE
           ELSE
               CLOSE RESULTS-FILE
           END-IF

           IF RUN-PAGE-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE 1 TO NIGHT-ATTENTION-SWITCH
           END-IF.

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

      *    one run's page: parameters, win-percent against theory,
      *    the paired event activity, and the run verdict
       WRITE-ONE-RUN-PAGE.
