      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Builds the nightly 100-PRISONERS SYSIN scenario
      *          deck from the research run-request queue. The
      *          standing production cards on this step's own SYSIN
      *          go on the deck first, then approved requests are
      *          added oldest approval first - a request already put
      *          on tonight's deck by an earlier build goes ahead of
      *          everything else - for as long as the deck stays
      *          within the SCENARIO-DECK table limit of 100-PRISONERS
      *          and the configured trial budget for the batch window.
      *          Every request that makes the deck is marked queued
      *          with tonight's date; anything that does not fit is
      *          left approved for the next night and listed on the
      *          deck report. A request still queued from an earlier
      *          night's deck never ran - its card failed the deck
      *          edit or the deck abended before it - so it is held
      *          and listed rather than decked again, and runs once
      *          it is approved again. REQUEST-COMPLETE closes the
      *          requests out against RESULTS after the simulation
      *          step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUEST-DECK-BUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

           SELECT RUNREQ-FILE ASSIGN TO "RUNREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNREQ-ID
               FILE STATUS IS RUNREQ-STATUS.

      *    the same queue in its two-digit-year layout, used only
      *    while the cluster awaits conversion
           SELECT OLD-RUNREQ-FILE ASSIGN TO "RUNREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RUNREQ-ID
               FILE STATUS IS RUNREQ-STATUS.

      *    the deck this step builds is the SYSIN of the simulation
      *    step that follows it
           SELECT DECKOUT-FILE ASSIGN TO "DECKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECKOUT-STATUS.

           SELECT DECK-REPORT-FILE ASSIGN TO "DECKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    card 1 is the control card - see READ-DECK-CONTROL-CARD.
      *    every later card is a standing scenario card in the
      *    100-PRISONERS layout, copied to the deck as it stands.
           FD SYSIN-FILE
               RECORD CONTAINS 67 CHARACTERS.
           01 SYSIN-RECORD.
               05 SYSIN-TRIAL-BUDGET PIC X(09).
               05 SYSIN-DECK-LIMIT PIC X(02).
               05 FILLER PIC X(56).

      *    the request queue record - the layout must stay in step
      *    with REQUEST-MAINTAIN
           FD RUNREQ-FILE
               RECORD CONTAINS 208 CHARACTERS.
           01 RUNREQ-RECORD.
               05 RUNREQ-ID PIC X(08).
               05 RUNREQ-STATE PIC X(01).
               05 RUNREQ-REQUESTER PIC X(08).
               05 RUNREQ-PURPOSE PIC X(32).
               05 RUNREQ-SCENARIO-CARD PIC X(80).
               05 RUNREQ-SUBMIT-DATE PIC 9(8).
               05 RUNREQ-SUBMIT-TIME PIC 9(8).
               05 RUNREQ-CHANGE-DATE PIC 9(8).
               05 RUNREQ-CHANGE-TIME PIC 9(8).
               05 RUNREQ-CHANGE-USER PIC X(08).
               05 RUNREQ-DECK-DATE PIC 9(8).
               05 RUNREQ-RESULTS-KEY.
                   10 RUNREQ-RESULT-DATE PIC 9(8).
                   10 RUNREQ-RESULT-TIME PIC 9(8).
                   10 RUNREQ-RESULT-SEED PIC 9(9).
               05 FILLER PIC X(06).

      *    a queue cluster still in the two-digit-year layout -
      *    every date is YYMMDD. see WIDEN-RUNREQ-RECORD.
           FD OLD-RUNREQ-FILE
               RECORD CONTAINS 200 CHARACTERS.
           01 OLD-RUNREQ-RECORD.
               05 OLD-RUNREQ-ID PIC X(08).
               05 OLD-RUNREQ-REQUEST PIC X(121).
               05 OLD-RUNREQ-SUBMIT-DATE PIC 9(6).
               05 OLD-RUNREQ-SUBMIT-TIME PIC 9(8).
               05 OLD-RUNREQ-CHANGE-DATE PIC 9(6).
               05 OLD-RUNREQ-CHANGE-TIME PIC 9(8).
               05 OLD-RUNREQ-CHANGE-USER PIC X(08).
               05 OLD-RUNREQ-DECK-DATE PIC 9(6).
               05 OLD-RUNREQ-RESULT-DATE PIC 9(6).
               05 OLD-RUNREQ-RESULT-TIME PIC 9(8).
               05 OLD-RUNREQ-RESULT-SEED PIC 9(9).
               05 FILLER PIC X(06).

      *    one 100-PRISONERS scenario card per record
           FD DECKOUT-FILE
               RECORD CONTAINS 67 CHARACTERS.
           01 DECKOUT-RECORD PIC X(67).

           FD DECK-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 DECK-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 SYSIN-STATUS PIC X(02).
           01 RUNREQ-STATUS PIC X(02).
           01 OLD-RUNREQ-SWITCH PIC 1(1) VALUE 0.
           01 DECKOUT-STATUS PIC X(02).
           01 DECK-REPORT-STATUS PIC X(02).
           01 SYSIN-EOF PIC 1(1) VALUE 0.
           01 RUNREQ-EOF PIC 1(1) VALUE 0.
           01 QUEUE-OPEN-SWITCH PIC 1(1) VALUE 0.
           01 CONTROL-CARD-SWITCH PIC 1(1) VALUE 0.

      *    the batch-window limits. the deck limit can only narrow
      *    the 50-card SCENARIO-DECK table in 100-PRISONERS, never
      *    widen it; a zero budget on the card takes the default.
           01 TRIAL-BUDGET PIC 9(9) VALUE 5000000.
           01 DECK-LIMIT PIC 9(2) VALUE 50.
           01 SCENARIO-DECK-CAPACITY PIC 9(2) VALUE 50.

      *    the compiled-in trial count 100-PRISONERS falls back to
      *    when a card leaves columns 1-7 zero - a card like that
      *    still costs this much of the budget
           01 DEFAULT-NUMBER-OF-TESTS PIC 9(7) VALUE 10000.

      *    one scenario card's trial count, for the budget
           01 CARD-IMAGE.
               05 CARD-NUMBER-OF-TESTS PIC X(07).
               05 FILLER PIC X(73).
           01 CARD-TRIALS PIC 9(7).

      *    the approved and still-queued requests, held so they can
      *    be taken in queue order rather than request-id order.
      *    the order key is a one-byte class (0 = put on tonight's
      *    deck by an earlier build, 1 = approved) ahead of the date
      *    and time of the last status change.
           01 CANDIDATE-COUNT PIC 9(3) VALUE 0.
           01 CANDIDATE-TABLE.
               05 CANDIDATE-ENTRY OCCURS 500 TIMES.
                   10 CAND-ID PIC X(08).
                   10 CAND-ORDER-KEY.
                       15 CAND-CLASS PIC X(01).
                       15 CAND-CHANGE-DATE PIC 9(8).
                       15 CAND-CHANGE-TIME PIC 9(8).
                   10 CAND-TRIALS PIC 9(7).
                   10 CAND-TAKEN PIC 1(1).
           01 CANDIDATE-I PIC 9(3).
           01 NEXT-CANDIDATE PIC 9(3).
           01 LOWEST-ORDER-KEY PIC X(17).

      *    what went on tonight's deck
           01 DECK-CARD-COUNT PIC 9(2) VALUE 0.
           01 STANDING-CARD-COUNT PIC 9(2) VALUE 0.
           01 REQUEST-CARD-COUNT PIC 9(2) VALUE 0.
           01 DEFERRED-COUNT PIC 9(3) VALUE 0.
           01 HELD-COUNT PIC 9(3) VALUE 0.
           01 DECK-TRIALS PIC 9(9) VALUE 0.
           01 TONIGHT-DATE PIC 9(8).
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).

           01 REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT DECK-REPORT-FILE
           OPEN OUTPUT DECKOUT-FILE

           IF DECKOUT-STATUS NOT = "00"
               DISPLAY "ABEND: SCENARIO DECK COULD NOT BE OPENED - "
                   "FILE STATUS " DECKOUT-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ACCEPT TONIGHT-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO REPORT-LINE
           STRING "NIGHTLY SCENARIO DECK BUILT " TONIGHT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM READ-DECK-CONTROL-CARD

      *    the queue is read I-O - every request that makes the
      *    deck is rewritten as queued. a queue that will not open
      *    costs tonight's research requests, not the production
      *    cards already on the deck.
           OPEN I-O RUNREQ-FILE

           IF RUNREQ-STATUS = "39"
               OPEN I-O OLD-RUNREQ-FILE
               MOVE 1 TO OLD-RUNREQ-SWITCH
           END-IF

           IF RUNREQ-STATUS NOT = "00"
               DISPLAY "WARNING: RUN-REQUEST QUEUE COULD NOT BE "
                   "OPENED - FILE STATUS " RUNREQ-STATUS
                   " - DECK CARRIES THE STANDING CARDS ONLY"
           ELSE
               MOVE 1 TO QUEUE-OPEN-SWITCH

               PERFORM LOAD-CANDIDATE-REQUESTS
               PERFORM PLACE-NEXT-CANDIDATE
                   CANDIDATE-COUNT TIMES

               IF OLD-RUNREQ-SWITCH = 1
                   CLOSE OLD-RUNREQ-FILE
               ELSE
                   CLOSE RUNREQ-FILE
               END-IF
           END-IF

           CLOSE DECKOUT-FILE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DECK: " DECK-CARD-COUNT " CARDS ("
               STANDING-CARD-COUNT " STANDING, " REQUEST-CARD-COUNT
               " REQUESTS), " DECK-TRIALS " OF " TRIAL-BUDGET
               " BUDGETED TRIALS"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEFERRED TO A LATER NIGHT: " DEFERRED-COUNT
               " REQUESTS"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "HELD - DECKED ON AN EARLIER NIGHT, NEVER RAN: "
               HELD-COUNT " REQUESTS"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           CLOSE DECK-REPORT-FILE

           IF DEFERRED-COUNT > 0 OR HELD-COUNT > 0
               OR QUEUE-OPEN-SWITCH = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    card 1 is the control card: the trial budget for the
      *    batch window (cols 1-9) and the most cards the deck may
      *    hold (cols 10-11). every card after it is a standing
      *    production scenario that goes on the deck unconditionally
      *    - it is still counted against the limits, so the
      *    requests only get what the standing cards leave.
       READ-DECK-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE

           IF SYSIN-STATUS NOT = "00"
               DISPLAY "WARNING: NO CONTROL CARD - SYSIN FILE STATUS "
                   SYSIN-STATUS " - DEFAULT BUDGET AND DECK LIMIT"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SYSIN-EOF = 1
               READ SYSIN-FILE
                   AT END
                       MOVE 1 TO SYSIN-EOF
                   NOT AT END
                       IF CONTROL-CARD-SWITCH = 0
                           MOVE 1 TO CONTROL-CARD-SWITCH
                           PERFORM APPLY-DECK-CONTROL-CARD
                       ELSE
                           PERFORM PLACE-STANDING-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SYSIN-FILE.

      *    takes the budget and deck limit off the control card,
      *    keeping the defaults for blank or zero columns
       APPLY-DECK-CONTROL-CARD.
           IF SYSIN-TRIAL-BUDGET NUMERIC
               IF SYSIN-TRIAL-BUDGET > "000000000"
                   MOVE SYSIN-TRIAL-BUDGET TO TRIAL-BUDGET
               END-IF
           END-IF

           IF SYSIN-DECK-LIMIT NUMERIC
               IF SYSIN-DECK-LIMIT > "00"
                   MOVE SYSIN-DECK-LIMIT TO DECK-LIMIT
               END-IF
           END-IF

           IF DECK-LIMIT > SCENARIO-DECK-CAPACITY
               DISPLAY "WARNING: DECK LIMIT " DECK-LIMIT
                   " IS OVER THE " SCENARIO-DECK-CAPACITY
                   "-CARD SCENARIO-DECK TABLE - USING "
                   SCENARIO-DECK-CAPACITY
               MOVE SCENARIO-DECK-CAPACITY TO DECK-LIMIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "TRIAL BUDGET " TRIAL-BUDGET ", DECK LIMIT "
               DECK-LIMIT " CARDS"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    a standing production card goes on the deck whatever it
      *    costs; it only warns when it alone breaks a limit
       PLACE-STANDING-CARD.
           IF SYSIN-RECORD = SPACES
      *        a stray trailing blank line in the deck, not a card
               EXIT PARAGRAPH
           END-IF

           IF DECK-CARD-COUNT >= DECK-LIMIT
               DISPLAY "WARNING: STANDING CARD " SYSIN-RECORD(47:8)
                   " DROPPED - THE DECK IS ALREADY AT ITS "
                   DECK-LIMIT "-CARD LIMIT"
               EXIT PARAGRAPH
           END-IF

           MOVE SYSIN-RECORD TO CARD-IMAGE
           PERFORM PRICE-SCENARIO-CARD

           ADD 1 TO DECK-CARD-COUNT
           ADD 1 TO STANDING-CARD-COUNT
           ADD CARD-TRIALS TO DECK-TRIALS

           WRITE DECKOUT-RECORD FROM SYSIN-RECORD

           MOVE SPACES TO REPORT-LINE
           STRING "STANDING " SYSIN-RECORD(47:8) "  " CARD-TRIALS
               " TRIALS"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF DECK-TRIALS > TRIAL-BUDGET
               DISPLAY "WARNING: THE STANDING CARDS ALONE TAKE "
                   DECK-TRIALS " TRIALS, OVER THE " TRIAL-BUDGET
                   " BUDGET - NO ROOM FOR REQUESTS"
           END-IF.

      *    the trials a scenario card will cost the batch window,
      *    from its columns 1-7 the same way 100-PRISONERS reads
      *    them. an adaptive card still counts its full trial cap.
       PRICE-SCENARIO-CARD.
           MOVE DEFAULT-NUMBER-OF-TESTS TO CARD-TRIALS

           IF CARD-NUMBER-OF-TESTS NUMERIC
               IF CARD-NUMBER-OF-TESTS > "0000000"
                   MOVE CARD-NUMBER-OF-TESTS TO CARD-TRIALS
               END-IF
           END-IF.

      *    reads the whole queue and keeps every request that is
      *    approved, or was put on tonight's deck by an earlier
      *    build. one still queued from an earlier night is held.
       LOAD-CANDIDATE-REQUESTS.
           PERFORM UNTIL RUNREQ-EOF = 1
               PERFORM READ-NEXT-RUNREQ-RECORD

               IF RUNREQ-EOF = 0
                   IF RUNREQ-STATE = "Q"
                       AND RUNREQ-DECK-DATE < TONIGHT-DATE
                       PERFORM HOLD-STALE-REQUEST
                   ELSE
                   IF RUNREQ-STATE = "A" OR RUNREQ-STATE = "Q"
                       PERFORM FILE-ONE-CANDIDATE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    a request decked on an earlier night with no RESULTS row
      *    since. a card the deck edit rejected would otherwise head
      *    every deck after it and stop each one, so it is parked
      *    until somebody looks at it - approving it again edits
      *    the card afresh and puts it back on the next deck.
       HOLD-STALE-REQUEST.
           MOVE "H" TO RUNREQ-STATE
           ACCEPT RUNREQ-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT RUNREQ-CHANGE-TIME FROM TIME
           MOVE "DECKBLD" TO RUNREQ-CHANGE-USER

           PERFORM REWRITE-RUNREQ-RECORD

           IF RUNREQ-STATUS NOT = "00"
               DISPLAY "WARNING: REQUEST " RUNREQ-ID
                   " COULD NOT BE MARKED HELD - NOT DECKED"
           END-IF

           ADD 1 TO HELD-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING "HELD     " RUNREQ-ID "  DECKED " RUNREQ-DECK-DATE
               " AND NEVER RAN - APPROVE AGAIN TO RUN IT"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    files one deckable request in the candidate table
       FILE-ONE-CANDIDATE.
           IF CANDIDATE-COUNT >= 500
               DISPLAY "WARNING: MORE THAN 500 DECKABLE REQUESTS - "
                   RUNREQ-ID " WAITS FOR A LATER NIGHT"
               ADD 1 TO DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CANDIDATE-COUNT
           MOVE RUNREQ-ID TO CAND-ID(CANDIDATE-COUNT)

           IF RUNREQ-STATE = "Q"
               MOVE "0" TO CAND-CLASS(CANDIDATE-COUNT)
           ELSE
               MOVE "1" TO CAND-CLASS(CANDIDATE-COUNT)
           END-IF

           MOVE RUNREQ-CHANGE-DATE
               TO CAND-CHANGE-DATE(CANDIDATE-COUNT)
           MOVE RUNREQ-CHANGE-TIME
               TO CAND-CHANGE-TIME(CANDIDATE-COUNT)

           MOVE RUNREQ-SCENARIO-CARD TO CARD-IMAGE
           PERFORM PRICE-SCENARIO-CARD
           MOVE CARD-TRIALS TO CAND-TRIALS(CANDIDATE-COUNT)
           MOVE 0 TO CAND-TAKEN(CANDIDATE-COUNT).

      *    takes the earliest candidate not yet dealt with and
      *    either puts it on the deck or defers it. a request that
      *    will not fit the trial budget is passed over, not a
      *    stop - a smaller one behind it may still fit tonight.
       PLACE-NEXT-CANDIDATE.
           MOVE 0 TO NEXT-CANDIDATE
           MOVE HIGH-VALUES TO LOWEST-ORDER-KEY

           PERFORM VARYING CANDIDATE-I FROM 1 BY 1
           UNTIL CANDIDATE-I > CANDIDATE-COUNT
               IF CAND-TAKEN(CANDIDATE-I) = 0
                   AND CAND-ORDER-KEY(CANDIDATE-I) < LOWEST-ORDER-KEY
                   MOVE CANDIDATE-I TO NEXT-CANDIDATE
                   MOVE CAND-ORDER-KEY(CANDIDATE-I)
                       TO LOWEST-ORDER-KEY
               END-IF
           END-PERFORM

           IF NEXT-CANDIDATE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO CAND-TAKEN(NEXT-CANDIDATE)

           IF DECK-CARD-COUNT >= DECK-LIMIT
               MOVE SPACES TO REPORT-LINE
               STRING "DEFERRED " CAND-ID(NEXT-CANDIDATE) "  "
                   CAND-TRIALS(NEXT-CANDIDATE)
                   " TRIALS - DECK FULL"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF DECK-TRIALS + CAND-TRIALS(NEXT-CANDIDATE)
               > TRIAL-BUDGET
               MOVE SPACES TO REPORT-LINE
               IF CAND-TRIALS(NEXT-CANDIDATE) > TRIAL-BUDGET
                   STRING "DEFERRED " CAND-ID(NEXT-CANDIDATE) "  "
                       CAND-TRIALS(NEXT-CANDIDATE)
                       " TRIALS - LARGER THAN THE WHOLE BUDGET"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "DEFERRED " CAND-ID(NEXT-CANDIDATE) "  "
                       CAND-TRIALS(NEXT-CANDIDATE)
                       " TRIALS - OVER TONIGHT'S BUDGET"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM QUEUE-ONE-REQUEST.

      *    puts one request's scenario card on the deck and marks
      *    the request queued under tonight's date
       QUEUE-ONE-REQUEST.
           MOVE CAND-ID(NEXT-CANDIDATE) TO RUNREQ-ID

           PERFORM READ-RUNREQ-RECORD

           IF RUNREQ-STATUS NOT = "00"
               DISPLAY "WARNING: REQUEST " RUNREQ-ID
                   " VANISHED FROM THE QUEUE - NOT DECKED"
               EXIT PARAGRAPH
           END-IF

           MOVE "Q" TO RUNREQ-STATE
           MOVE TONIGHT-DATE TO RUNREQ-DECK-DATE
           ACCEPT RUNREQ-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT RUNREQ-CHANGE-TIME FROM TIME
           MOVE "DECKBLD" TO RUNREQ-CHANGE-USER

           PERFORM REWRITE-RUNREQ-RECORD

           IF RUNREQ-STATUS NOT = "00"
               DISPLAY "WARNING: REQUEST " RUNREQ-ID
                   " COULD NOT BE MARKED QUEUED - NOT DECKED"
               EXIT PARAGRAPH
           END-IF

           WRITE DECKOUT-RECORD FROM RUNREQ-SCENARIO-CARD(1:67)

           ADD 1 TO DECK-CARD-COUNT
           ADD 1 TO REQUEST-CARD-COUNT
           ADD CAND-TRIALS(NEXT-CANDIDATE) TO DECK-TRIALS

           MOVE SPACES TO REPORT-LINE
           STRING "REQUEST  " RUNREQ-ID "  "
               CAND-TRIALS(NEXT-CANDIDATE) " TRIALS FOR "
               RUNREQ-REQUESTER ": " RUNREQ-PURPOSE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    one request by its key, from whichever layout the queue
      *    cluster is in - RUNREQ-STATUS says whether it was found
       READ-RUNREQ-RECORD.
           IF OLD-RUNREQ-SWITCH = 1
               MOVE RUNREQ-ID TO OLD-RUNREQ-ID
               READ OLD-RUNREQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WIDEN-RUNREQ-RECORD
               END-READ
           ELSE
               READ RUNREQ-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

      *    the next request in key order, from either layout
       READ-NEXT-RUNREQ-RECORD.
           IF OLD-RUNREQ-SWITCH = 1
               READ OLD-RUNREQ-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RUNREQ-EOF
                   NOT AT END
                       PERFORM WIDEN-RUNREQ-RECORD
               END-READ
           ELSE
               READ RUNREQ-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RUNREQ-EOF
               END-READ
           END-IF.

      *    puts a changed request back, narrowed for an old-layout
      *    cluster - RUNREQ-STATUS says whether it went back
       REWRITE-RUNREQ-RECORD.
           IF OLD-RUNREQ-SWITCH = 1
               PERFORM NARROW-RUNREQ-RECORD
               REWRITE OLD-RUNREQ-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               REWRITE RUNREQ-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      *    an old-layout request moved into the current layout
       WIDEN-RUNREQ-RECORD.
           MOVE SPACES TO RUNREQ-RECORD
           MOVE OLD-RUNREQ-ID TO RUNREQ-ID
           MOVE OLD-RUNREQ-REQUEST TO RUNREQ-RECORD(9:121)
           MOVE OLD-RUNREQ-SUBMIT-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO RUNREQ-SUBMIT-DATE
           MOVE OLD-RUNREQ-SUBMIT-TIME TO RUNREQ-SUBMIT-TIME
           MOVE OLD-RUNREQ-CHANGE-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO RUNREQ-CHANGE-DATE
           MOVE OLD-RUNREQ-CHANGE-TIME TO RUNREQ-CHANGE-TIME
           MOVE OLD-RUNREQ-CHANGE-USER TO RUNREQ-CHANGE-USER
           MOVE OLD-RUNREQ-DECK-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO RUNREQ-DECK-DATE
           MOVE OLD-RUNREQ-RESULT-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO RUNREQ-RESULT-DATE
           MOVE OLD-RUNREQ-RESULT-TIME TO RUNREQ-RESULT-TIME
           MOVE OLD-RUNREQ-RESULT-SEED TO RUNREQ-RESULT-SEED.

      *    the current layout cut back to the old one - each date
      *    loses its century
       NARROW-RUNREQ-RECORD.
           MOVE SPACES TO OLD-RUNREQ-RECORD
           MOVE RUNREQ-ID TO OLD-RUNREQ-ID
           MOVE RUNREQ-RECORD(9:121) TO OLD-RUNREQ-REQUEST
           MOVE RUNREQ-SUBMIT-DATE TO OLD-RUNREQ-SUBMIT-DATE
           MOVE RUNREQ-SUBMIT-TIME TO OLD-RUNREQ-SUBMIT-TIME
           MOVE RUNREQ-CHANGE-DATE TO OLD-RUNREQ-CHANGE-DATE
           MOVE RUNREQ-CHANGE-TIME TO OLD-RUNREQ-CHANGE-TIME
           MOVE RUNREQ-CHANGE-USER TO OLD-RUNREQ-CHANGE-USER
           MOVE RUNREQ-DECK-DATE TO OLD-RUNREQ-DECK-DATE
           MOVE RUNREQ-RESULT-DATE TO OLD-RUNREQ-RESULT-DATE
           MOVE RUNREQ-RESULT-TIME TO OLD-RUNREQ-RESULT-TIME
           MOVE RUNREQ-RESULT-SEED TO OLD-RUNREQ-RESULT-SEED.

      *    widens a two-digit-year date in WIDEN-DATE to the full
      *    CCYYMMDD form in RECORD-FULL-DATE. a date never set
      *    stays zero.
       WIDEN-RECORD-DATE.
           MOVE WIDEN-DATE(1:2) TO WIDEN-YEAR

           IF WIDEN-DATE = 0
               MOVE 0 TO RECORD-FULL-DATE
           ELSE
               IF WIDEN-YEAR < 70
                   COMPUTE RECORD-FULL-DATE =
                       20000000 + WIDEN-DATE
               ELSE
                   COMPUTE RECORD-FULL-DATE =
                       19000000 + WIDEN-DATE
               END-IF
           END-IF.

      *    one line to the deck report and the job log both
       WRITE-REPORT-LINE.
           WRITE DECK-REPORT-RECORD FROM REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM REQUEST-DECK-BUILD.
