      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Transaction-card maintenance for the research
      *          run-request queue (the keyed RUNREQ dataset the
      *          nightly deck is built from). A researcher's run is
      *          submitted as a request carrying who asked for it,
      *          why, and the scenario card it should run with; the
      *          request is then approved, held or cancelled by its
      *          request-id, and an inquiry card prints where it
      *          stands and which RESULTS row it produced. Malformed
      *          cards and illegal status moves are rejected on the
      *          edit report instead of applied, and every change
      *          writes a who/when audit record. Replaces the
      *          e-mailed configurations somebody used to hand-type
      *          into the production SYSIN deck. See RequestMaint.jcl
      *          for the card layout and RequestDeck.cbl for the
      *          nightly step that turns approved requests into
      *          scenario cards.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUEST-MAINTAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

      *    the request queue, keyed on the request-id so one
      *    request can be read and rewritten in place
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

           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    one maintenance transaction per card. a submit card is
      *    followed by a second card carrying the scenario exactly
      *    as it would be punched for 100-PRISONERS - see
      *    READ-SCENARIO-CARD
           FD SYSIN-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 SYSIN-RECORD.
               05 SYSIN-ACTION PIC X(01).
               05 SYSIN-REQUEST-ID PIC X(08).
               05 SYSIN-USER-ID PIC X(08).
               05 SYSIN-PURPOSE PIC X(32).
               05 FILLER PIC X(31).

      *    the request queue record - the layout must stay in step
      *    with REQUEST-DECK-BUILD and REQUEST-COMPLETE
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

      *    one who/when record per applied change, the status
      *    before and after side by side for the auditors
           FD AUDIT-FILE
               RECORD CONTAINS 36 CHARACTERS.
           01 AUDIT-RECORD.
               05 AUDIT-DATE PIC 9(8).
               05 AUDIT-TIME PIC 9(8).
               05 AUDIT-USER PIC X(08).
               05 AUDIT-ACTION PIC X(01).
               05 AUDIT-REQUEST-ID PIC X(08).
               05 AUDIT-OLD-STATE PIC X(01).
               05 AUDIT-NEW-STATE PIC X(01).
      *        Y on every record written with the four-digit year
               05 AUDIT-CENTURY-FLAG PIC X(01).

      *    the edit report - every card's fate, applied or rejected
           FD EDIT-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 EDIT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 SYSIN-STATUS PIC X(02).
           01 RUNREQ-STATUS PIC X(02).
           01 OLD-RUNREQ-SWITCH PIC 1(1) VALUE 0.
           01 AUDIT-STATUS PIC X(02).
           01 EDIT-REPORT-STATUS PIC X(02).
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).
           01 SYSIN-EOF PIC 1(1) VALUE 0.

      *    the transaction card is held here while a submit reads
      *    its scenario card over the top of the SYSIN buffer
           01 TRANSACTION-CARD.
               05 TRAN-ACTION PIC X(01).
               05 TRAN-REQUEST-ID PIC X(08).
               05 TRAN-USER-ID PIC X(08).
               05 TRAN-PURPOSE PIC X(32).
               05 FILLER PIC X(31).

      *    the scenario card a submit carries, in the 100-PRISONERS
      *    column layout so it can be edited the same way
           01 SCENARIO-CARD.
               05 SCEN-NUMBER-OF-TESTS PIC X(07).
               05 SCEN-TESTS-VALUE REDEFINES SCEN-NUMBER-OF-TESTS
                   PIC 9(7).
               05 SCEN-NUMBER-OF-PRISONERS PIC X(03).
               05 SCEN-PRISONERS-VALUE
                   REDEFINES SCEN-NUMBER-OF-PRISONERS PIC 9(3).
               05 SCEN-CHECKPOINT-INTERVAL PIC X(06).
               05 SCEN-CHECKPOINT-VALUE
                   REDEFINES SCEN-CHECKPOINT-INTERVAL PIC 9(6).
               05 SCEN-BOX-OPEN-LIMIT PIC X(03).
               05 SCEN-BOX-LIMIT-VALUE REDEFINES SCEN-BOX-OPEN-LIMIT
                   PIC 9(3).
               05 SCEN-SWEEP-MODE-FLAG PIC X(01).
               05 SCEN-SWEEP-LOW PIC X(03).
               05 SCEN-SWEEP-HIGH PIC X(03).
               05 SCEN-EXPECTED-LOW PIC X(05).
               05 SCEN-LOW-VALUE REDEFINES SCEN-EXPECTED-LOW
                   PIC 999V99.
               05 SCEN-EXPECTED-HIGH PIC X(05).
               05 SCEN-HIGH-VALUE REDEFINES SCEN-EXPECTED-HIGH
                   PIC 999V99.
               05 SCEN-RANDOM-SEED PIC X(09).
               05 SCEN-DETAIL-MODE-FLAG PIC X(01).
               05 SCEN-SCENARIO-ID PIC X(08).
               05 SCEN-PARTITION-NUMBER PIC X(02).
               05 SCEN-PARTITION-COUNT PIC X(02).
               05 SCEN-LOSSPERM-MODE-FLAG PIC X(01).
               05 SCEN-REPLAY-MODE-FLAG PIC X(01).
               05 SCEN-TARGET-HALF-WIDTH PIC X(04).
               05 SCEN-HALF-WIDTH-VALUE
                   REDEFINES SCEN-TARGET-HALF-WIDTH PIC 99V99.
               05 SCEN-CERTIFY-MODE-FLAG PIC X(01).
               05 SCEN-SHUFFLE-METHOD PIC X(01).
               05 SCEN-VARIANT-CODE PIC X(01).
               05 FILLER PIC X(13).
           01 SCENARIO-CARD-READ-SWITCH PIC 1(1).

      *    per-card work: whether the key was on file at all, and
      *    the request status before and after the change
           01 ENTRY-ON-FILE-SWITCH PIC 1(1).
           01 OLD-STATE PIC X(01).
           01 NEW-STATE PIC X(01).

      *    scenario-card validation
           01 VALID-CARD-SWITCH PIC 1(1) VALUE 1.
           01 REJECT-REASON PIC X(44).

      *    the sizes the card leaves in force once the compiled-in
      *    defaults of 100-PRISONERS fill its zero columns, as the
      *    deck edit works them out
           01 EDIT-NUMBER-OF-PRISONERS PIC 9(3).
           01 EDIT-BOX-OPEN-LIMIT PIC 9(3).
           01 EDIT-LOW-PERCENT PIC 999V99.
           01 EDIT-HIGH-PERCENT PIC 999V99.
           01 HALF-PRISONERS PIC 9(3).
           01 ODD-REMAINDER PIC 9(1).

      *    run tallies for the closing line and the return code
           01 CARD-COUNT PIC 9(4) VALUE 0.
           01 APPLIED-COUNT PIC 9(4) VALUE 0.
           01 REJECTED-COUNT PIC 9(4) VALUE 0.

           01 REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT EDIT-REPORT-FILE

      *    the queue opens I-O so requests can be added and
      *    rewritten in place - a brand-new cluster comes back
      *    05/35 and is created fresh, the RESULTS convention
           OPEN I-O RUNREQ-FILE

           IF RUNREQ-STATUS = "05" OR RUNREQ-STATUS = "35"
               OPEN OUTPUT RUNREQ-FILE
               CLOSE RUNREQ-FILE
               OPEN I-O RUNREQ-FILE
           END-IF

           IF RUNREQ-STATUS = "39"
               OPEN I-O OLD-RUNREQ-FILE
               MOVE 1 TO OLD-RUNREQ-SWITCH
           END-IF

           IF RUNREQ-STATUS NOT = "00"
               DISPLAY "ABEND: RUN-REQUEST QUEUE COULD NOT BE "
                   "OPENED - FILE STATUS " RUNREQ-STATUS
                   " - NOTHING HAS BEEN CHANGED"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           OPEN INPUT SYSIN-FILE

           IF SYSIN-STATUS NOT = "00"
               DISPLAY "ABEND: NO TRANSACTION CARDS - SYSIN FILE "
                   "STATUS " SYSIN-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           PERFORM UNTIL SYSIN-EOF = 1
               READ SYSIN-FILE
                   AT END
                       MOVE 1 TO SYSIN-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE SYSIN-FILE
           IF OLD-RUNREQ-SWITCH = 1
               CLOSE OLD-RUNREQ-FILE
           ELSE
               CLOSE RUNREQ-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "REQUEST MAINTENANCE: " CARD-COUNT " CARDS, "
               APPLIED-COUNT " APPLIED, " REJECTED-COUNT
               " REJECTED"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-EDIT-LINE

           CLOSE EDIT-REPORT-FILE

           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    routes one transaction card by its action code - submit,
      *    approve, hold, cancel or inquire - after the checks
      *    every action shares
       APPLY-ONE-TRANSACTION.
           IF SYSIN-RECORD = SPACES
      *        a stray trailing blank line in the deck, not a card
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CARD-COUNT
           MOVE SYSIN-RECORD TO TRANSACTION-CARD

      *    a submit always owns the card after it, even when the
      *    submit itself is about to be rejected - otherwise the
      *    scenario card would be misread as a transaction
           IF TRAN-ACTION = "S"
               PERFORM READ-SCENARIO-CARD
           END-IF

           IF TRAN-REQUEST-ID = SPACES
               MOVE "NO REQUEST-ID ON THE CARD" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           IF TRAN-USER-ID = SPACES
               MOVE "NO USER-ID - EVERY CHANGE NEEDS A WHO"
                   TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM FETCH-EXISTING-REQUEST

           EVALUATE TRAN-ACTION
               WHEN "S"
                   PERFORM APPLY-SUBMIT-TRANSACTION
               WHEN "A"
                   PERFORM APPLY-APPROVE-TRANSACTION
               WHEN "H"
                   PERFORM APPLY-HOLD-TRANSACTION
               WHEN "C"
                   PERFORM APPLY-CANCEL-TRANSACTION
               WHEN "I"
                   PERFORM APPLY-INQUIRE-TRANSACTION
               WHEN OTHER
                   MOVE "ACTION MUST BE S, A, H, C OR I"
                       TO REJECT-REASON
                   PERFORM REJECT-THE-CARD
           END-EVALUATE.

      *    picks up the scenario card that follows a submit card
       READ-SCENARIO-CARD.
           MOVE SPACES TO SCENARIO-CARD
           MOVE 0 TO SCENARIO-CARD-READ-SWITCH

           READ SYSIN-FILE
               AT END
                   MOVE 1 TO SYSIN-EOF
               NOT AT END
                   MOVE SYSIN-RECORD TO SCENARIO-CARD
                   MOVE 1 TO SCENARIO-CARD-READ-SWITCH
           END-READ.

      *    reads the card's key off the queue, keeping the old
      *    status for the audit record when it is there
       FETCH-EXISTING-REQUEST.
           MOVE 1 TO ENTRY-ON-FILE-SWITCH
           MOVE SPACE TO OLD-STATE

           MOVE TRAN-REQUEST-ID TO RUNREQ-ID

           PERFORM READ-RUNREQ-RECORD

           IF RUNREQ-STATUS NOT = "00"
               MOVE 0 TO ENTRY-ON-FILE-SWITCH
           END-IF

           IF ENTRY-ON-FILE-SWITCH = 1
               MOVE RUNREQ-STATE TO OLD-STATE
           END-IF.

      *    a new request: the key must be free, a purpose must be
      *    given, and the scenario card must be one the nightly
      *    deck can run
       APPLY-SUBMIT-TRANSACTION.
           IF ENTRY-ON-FILE-SWITCH = 1
               MOVE "DUPLICATE - REQUEST-ID ALREADY ON FILE"
                   TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           IF TRAN-PURPOSE = SPACES
               MOVE "NO PURPOSE - EVERY REQUEST NEEDS A WHY"
                   TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-SCENARIO-CARD

           IF VALID-CARD-SWITCH = 0
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

      *    the request-id is the scenario-id the run is tagged
      *    with, which is how REQUEST-COMPLETE finds the RESULTS
      *    row the request produced
           MOVE TRAN-REQUEST-ID TO SCEN-SCENARIO-ID

           MOVE SPACES TO RUNREQ-RECORD
           MOVE TRAN-REQUEST-ID TO RUNREQ-ID
           MOVE "S" TO RUNREQ-STATE
           MOVE TRAN-USER-ID TO RUNREQ-REQUESTER
           MOVE TRAN-PURPOSE TO RUNREQ-PURPOSE
           MOVE SCENARIO-CARD TO RUNREQ-SCENARIO-CARD
           ACCEPT RUNREQ-SUBMIT-DATE FROM DATE YYYYMMDD
           ACCEPT RUNREQ-SUBMIT-TIME FROM TIME
           MOVE 0 TO RUNREQ-DECK-DATE
           MOVE 0 TO RUNREQ-RESULT-DATE
           MOVE 0 TO RUNREQ-RESULT-TIME
           MOVE 0 TO RUNREQ-RESULT-SEED
           PERFORM STAMP-REQUEST-RECORD

           PERFORM WRITE-RUNREQ-RECORD

           IF RUNREQ-STATUS NOT = "00"
               MOVE "QUEUE WRITE FAILED" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-THE-CARD.

      *    releases a submitted or held request to the nightly
      *    deck. the approver must be someone other than the
      *    requester - nobody signs off their own batch time.
       APPLY-APPROVE-TRANSACTION.
           IF ENTRY-ON-FILE-SWITCH = 0
               MOVE "NO SUCH REQUEST-ID ON FILE" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           IF RUNREQ-STATE NOT = "S" AND RUNREQ-STATE NOT = "H"
               MOVE "ONLY A SUBMITTED OR HELD REQUEST CAN BE APPROVED"
                   TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           IF TRAN-USER-ID = RUNREQ-REQUESTER
               MOVE "APPROVER MAY NOT BE THE REQUESTER"
                   TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

      *    the card on file is edited again - it may have been
      *    submitted before a rule it breaks was added, and a
      *    held request may be one the nightly deck edit stopped
           MOVE RUNREQ-SCENARIO-CARD TO SCENARIO-CARD
           MOVE 1 TO SCENARIO-CARD-READ-SWITCH
           PERFORM VALIDATE-SCENARIO-CARD

           IF VALID-CARD-SWITCH = 0
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO RUNREQ-STATE
           PERFORM REWRITE-THE-REQUEST.

      *    parks a submitted or approved request - it stays on file
      *    but the deck builder passes it by until it is approved
      *    again. a queued request that never ran can be parked
      *    too - the next night's deck build parks one itself, so
      *    a card the nightly deck edit rejects stops one deck only.
       APPLY-HOLD-TRANSACTION.
           IF ENTRY-ON-FILE-SWITCH = 0
               MOVE "NO SUCH REQUEST-ID ON FILE" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           IF RUNREQ-STATE NOT = "S" AND RUNREQ-STATE NOT = "A"
               AND RUNREQ-STATE NOT = "Q"
               MOVE "ONLY A REQUEST THAT HAS NOT RUN CAN BE HELD"
                   TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           MOVE "H" TO RUNREQ-STATE
           PERFORM REWRITE-THE-REQUEST.

      *    withdraws a request that has not run - including one
      *    left queued by a deck that never ran. the record stays
      *    on file with status X so the request-id is never reused
      *    and the audit trail still has somewhere to point.
       APPLY-CANCEL-TRANSACTION.
           IF ENTRY-ON-FILE-SWITCH = 0
               MOVE "NO SUCH REQUEST-ID ON FILE" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           IF RUNREQ-STATE NOT = "S" AND RUNREQ-STATE NOT = "A"
               AND RUNREQ-STATE NOT = "H" AND RUNREQ-STATE NOT = "Q"
               MOVE "ALREADY COMPLETED OR CANCELLED"
                   TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           MOVE "X" TO RUNREQ-STATE
           PERFORM REWRITE-THE-REQUEST.

      *    prints where a request stands - and, once it has run,
      *    the RESULTS key the requester looks the run up by with
      *    RUN-INQUIRY or RUN-COMPARE. changes nothing.
       APPLY-INQUIRE-TRANSACTION.
           IF ENTRY-ON-FILE-SWITCH = 0
               MOVE "NO SUCH REQUEST-ID ON FILE" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "INQUIRY  " RUNREQ-ID " STATUS " RUNREQ-STATE
               " REQUESTED BY " RUNREQ-REQUESTER " ON "
               RUNREQ-SUBMIT-DATE " CHANGED BY "
               RUNREQ-CHANGE-USER
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-EDIT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "         PURPOSE: " RUNREQ-PURPOSE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-EDIT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "        CARD:" RUNREQ-SCENARIO-CARD(1:67)
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-EDIT-LINE

           IF RUNREQ-STATE = "C"
               MOVE SPACES TO REPORT-LINE
               STRING "         RESULTS KEY: " RUNREQ-RESULT-DATE
                   " " RUNREQ-RESULT-TIME " " RUNREQ-RESULT-SEED
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-EDIT-LINE
           END-IF

           IF RUNREQ-STATE = "Q"
               MOVE SPACES TO REPORT-LINE
               STRING "         ON THE DECK BUILT " RUNREQ-DECK-DATE
                   " - NOT YET MATCHED TO A RESULTS ROW"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-EDIT-LINE
           END-IF

           ADD 1 TO APPLIED-COUNT.

      *    stamps and rewrites a request after a status move
       REWRITE-THE-REQUEST.
           PERFORM STAMP-REQUEST-RECORD

           PERFORM REWRITE-RUNREQ-RECORD

           IF RUNREQ-STATUS NOT = "00"
               MOVE "QUEUE REWRITE FAILED" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-THE-CARD.

      *    the who/when columns every applied change carries
       STAMP-REQUEST-RECORD.
           ACCEPT RUNREQ-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT RUNREQ-CHANGE-TIME FROM TIME
           MOVE TRAN-USER-ID TO RUNREQ-CHANGE-USER.

      *    confirms the scenario card is one the nightly deck can
      *    run. the deck runs every card as its own whole-range
      *    scenario, so sweeps, partitions and replays - which
      *    each need a job stream of their own - are turned away
      *    here rather than quietly ignored at run time.
       VALIDATE-SCENARIO-CARD.
           MOVE 1 TO VALID-CARD-SWITCH
           MOVE SPACES TO REJECT-REASON

           IF SCENARIO-CARD-READ-SWITCH = 0
               MOVE "SUBMIT CARD HAS NO SCENARIO CARD AFTER IT"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH

               EXIT PARAGRAPH
           END-IF

           IF SCEN-NUMBER-OF-TESTS NOT NUMERIC
               MOVE "TRIAL COUNT (COLS 1-7) IS NOT NUMERIC"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-NUMBER-OF-PRISONERS NOT NUMERIC
               MOVE "PRISONER COUNT (COLS 8-10) IS NOT NUMERIC"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-CHECKPOINT-INTERVAL NOT NUMERIC
               MOVE "CHECKPOINT INTERVAL (COLS 11-16) NOT NUMERIC"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-BOX-OPEN-LIMIT NOT NUMERIC
               MOVE "BOX-OPEN LIMIT (COLS 17-19) IS NOT NUMERIC"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-SWEEP-LOW NOT NUMERIC
               OR SCEN-SWEEP-HIGH NOT NUMERIC
               MOVE "SWEEP RANGE (COLS 21-26) IS NOT NUMERIC"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-EXPECTED-LOW NOT NUMERIC
               OR SCEN-EXPECTED-HIGH NOT NUMERIC
               MOVE "EXPECTED BAND (COLS 27-36) IS NOT NUMERIC"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-RANDOM-SEED NOT NUMERIC
               MOVE "RANDOM SEED (COLS 37-45) IS NOT NUMERIC"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCENARIO-CARD(55:4) NOT = SPACES
               IF SCEN-PARTITION-NUMBER NOT NUMERIC
                   OR SCEN-PARTITION-COUNT NOT NUMERIC
                   MOVE "PARTITION PAIR (COLS 55-58) IS NOT NUMERIC"
                       TO REJECT-REASON
                   MOVE 0 TO VALID-CARD-SWITCH
               END-IF
           END-IF
           IF SCEN-TARGET-HALF-WIDTH NOT = SPACES
               AND SCEN-TARGET-HALF-WIDTH NOT NUMERIC
               MOVE "TARGET HALF-WIDTH (COLS 61-64) NOT NUMERIC"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-SWEEP-MODE-FLAG = "Y"
               MOVE "SWEEPS DO NOT RUN FROM THE REQUEST QUEUE"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-REPLAY-MODE-FLAG = "Y"
               MOVE "REPLAYS DO NOT RUN FROM THE REQUEST QUEUE"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-CERTIFY-MODE-FLAG = "Y"
               MOVE "CERTIFICATIONS DO NOT RUN FROM THE QUEUE"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-PARTITION-COUNT NUMERIC
               AND SCEN-PARTITION-COUNT > "01"
               MOVE "PARTITIONED RUNS DO NOT RUN FROM THE QUEUE"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-VARIANT-CODE NOT = SPACE
               AND SCEN-VARIANT-CODE NOT = "C"
               AND SCEN-VARIANT-CODE NOT = "S"
               AND SCEN-VARIANT-CODE NOT = "A"
               MOVE "PROBLEM VARIANT (COL 67) IS NOT C, S OR A"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-SCENARIO-ID NOT = SPACES
               AND SCEN-SCENARIO-ID NOT = TRAN-REQUEST-ID
               MOVE "SCENARIO-ID MUST BE BLANK OR THE REQUEST-ID"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF

      *    a card whose numbers cannot be read goes no further -
      *    its cross-field checks would be meaningless
           IF VALID-CARD-SWITCH = 1
               PERFORM VALIDATE-SCENARIO-SIZES
           END-IF.

      *    the rules between the columns that DECK-EDIT holds the
      *    deck to, worked on the sizes the card leaves in force,
      *    so a card the nightly edit would stop never reaches the
      *    queue in the first place
       VALIDATE-SCENARIO-SIZES.
           MOVE 100 TO EDIT-NUMBER-OF-PRISONERS
           MOVE 28.00 TO EDIT-LOW-PERCENT
           MOVE 34.00 TO EDIT-HIGH-PERCENT

           IF SCEN-PRISONERS-VALUE > 0
               MOVE SCEN-PRISONERS-VALUE TO EDIT-NUMBER-OF-PRISONERS
           END-IF
           IF SCEN-BOX-LIMIT-VALUE > 0
               MOVE SCEN-BOX-LIMIT-VALUE TO EDIT-BOX-OPEN-LIMIT
           ELSE
               COMPUTE EDIT-BOX-OPEN-LIMIT =
                   EDIT-NUMBER-OF-PRISONERS / 2
           END-IF
           IF SCEN-LOW-VALUE > 0
               MOVE SCEN-LOW-VALUE TO EDIT-LOW-PERCENT
           END-IF
           IF SCEN-HIGH-VALUE > 0
               MOVE SCEN-HIGH-VALUE TO EDIT-HIGH-PERCENT
           END-IF

           DIVIDE EDIT-NUMBER-OF-PRISONERS BY 2
               GIVING HALF-PRISONERS
               REMAINDER ODD-REMAINDER
           IF ODD-REMAINDER NOT = 0
               MOVE "PRISONER COUNT IS ODD - IT MUST BE EVEN"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF EDIT-NUMBER-OF-PRISONERS < 2
               MOVE "A RUN NEEDS AT LEAST 2 PRISONERS"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF EDIT-BOX-OPEN-LIMIT > EDIT-NUMBER-OF-PRISONERS
               MOVE "BOX-OPEN LIMIT K IS MORE THAN THE PRISONERS"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF EDIT-LOW-PERCENT > EDIT-HIGH-PERCENT
               MOVE "EXPECTED BAND RUNS BACKWARDS - LOW OVER HIGH"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF EDIT-HIGH-PERCENT > 100
               MOVE "EXPECTED-HIGH PERCENT IS OVER 100 PERCENT"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF
           IF SCEN-PARTITION-COUNT NUMERIC
               AND SCEN-PARTITION-NUMBER NUMERIC
               AND SCEN-PARTITION-COUNT > "00"
               AND SCEN-PARTITION-NUMBER > SCEN-PARTITION-COUNT
               MOVE "PARTITION-NUMBER ABOVE THE PARTITION-COUNT"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF

      *    the adaptive interval is only checked at the checkpoint
      *    cadence, so the card has to say what that cadence is
           IF SCEN-TARGET-HALF-WIDTH NUMERIC
               AND SCEN-HALF-WIDTH-VALUE > 0
               AND SCEN-CHECKPOINT-VALUE = 0
               MOVE "ADAPTIVE TARGET NEEDS A CHECKPOINT INTERVAL"
                   TO REJECT-REASON
               MOVE 0 TO VALID-CARD-SWITCH
           END-IF.

      *    an applied card: the edit-report line and the audit
      *    record both
       ACCEPT-THE-CARD.
           ADD 1 TO APPLIED-COUNT

           MOVE RUNREQ-STATE TO NEW-STATE

           MOVE SPACES TO REPORT-LINE
           STRING "APPLIED  " TRAN-ACTION " " TRAN-REQUEST-ID " BY "
               TRAN-USER-ID " STATUS " OLD-STATE " -> " NEW-STATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-EDIT-LINE

           PERFORM WRITE-AUDIT-RECORD.

      *    a rejected card: the edit-report line with the reason,
      *    and nothing applied
       REJECT-THE-CARD.
           ADD 1 TO REJECTED-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED " TRAN-ACTION " " TRAN-REQUEST-ID " BY "
               TRAN-USER-ID ": " REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-EDIT-LINE.

      *    stamps and appends the who/when audit record for the
      *    change just applied. an audit file that will not open
      *    is a stop, the same contract STRAT-MAINTAIN keeps.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE

           IF AUDIT-STATUS = "05" OR AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           IF AUDIT-STATUS NOT = "00"
               DISPLAY "ABEND: AUDIT DATASET COULD NOT BE OPENED - "
                   "FILE STATUS " AUDIT-STATUS " - STOPPING WITH "
                   "THE CHANGE FOR " TRAN-REQUEST-ID
                   " ALREADY APPLIED"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE TRAN-USER-ID TO AUDIT-USER
           MOVE TRAN-ACTION TO AUDIT-ACTION
           MOVE TRAN-REQUEST-ID TO AUDIT-REQUEST-ID
           MOVE OLD-STATE TO AUDIT-OLD-STATE
           MOVE NEW-STATE TO AUDIT-NEW-STATE
           MOVE "Y" TO AUDIT-CENTURY-FLAG

           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.

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

      *    files a new request, narrowed for an old-layout cluster -
      *    RUNREQ-STATUS says whether it went on
       WRITE-RUNREQ-RECORD.
           IF OLD-RUNREQ-SWITCH = 1
               PERFORM NARROW-RUNREQ-RECORD
               WRITE OLD-RUNREQ-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               WRITE RUNREQ-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
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

      *    one line to the edit report and the job log both
       WRITE-EDIT-LINE.
           WRITE EDIT-REPORT-RECORD FROM REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM REQUEST-MAINTAIN.
