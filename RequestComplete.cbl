      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Closes out the research run requests the nightly
      *          deck put through 100-PRISONERS. Every request marked
      *          queued is looked for in the keyed RESULTS repository
      *          by its request-id, which the deck carries as the
      *          scenario-id; the first RESULTS row on or after the
      *          night it was decked completes it, and the row's key
      *          (run date, run time, seed) is written back on the
      *          request so the requester can look the run up with
      *          RUN-INQUIRY or an inquiry card to REQUEST-MAINTAIN.
      *          A queued request with no RESULTS row - the
      *          simulation step abended before reaching it - stays
      *          queued, and the next night's deck build holds it
      *          until it is approved again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUEST-COMPLETE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT COMPLETE-REPORT-FILE ASSIGN TO "COMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPLETE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               05 RESULTS-NUMBER-OF-PRISONERS PIC 9(3).
               05 RESULTS-BOX-OPEN-LIMIT PIC 9(3).
               05 RESULTS-TOTAL-WINS PIC 9(7).
               05 RESULTS-TOTAL-LOSSES PIC 9(7).
               05 RESULTS-WIN-PERCENT PIC 999V99.
               05 RESULTS-SCENARIO-ID PIC X(08).
               05 FILLER PIC X(72).

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

           FD COMPLETE-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 COMPLETE-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 RUNREQ-STATUS PIC X(02).
           01 OLD-RUNREQ-SWITCH PIC 1(1) VALUE 0.
           01 RESULTS-STATUS PIC X(02).
           01 OLD-RESULTS-SWITCH PIC 1(1) VALUE 0.
           01 COMPLETE-REPORT-STATUS PIC X(02).
           01 RUNREQ-EOF PIC 1(1) VALUE 0.
           01 RESULTS-EOF PIC 1(1) VALUE 0.
           01 REQUEST-FOUND-SWITCH PIC 1(1).

      *    the queued requests on file, and the earliest night any
      *    of them was decked - no RESULTS row before that night can
      *    complete anything, so the repository read starts there
           01 QUEUED-COUNT PIC 9(5) VALUE 0.
           01 EARLIEST-DECK-DATE PIC 9(8) VALUE 99999999.

           01 COMPLETED-COUNT PIC 9(5) VALUE 0.
           01 STILL-QUEUED-COUNT PIC 9(5) VALUE 0.

           01 REPORT-LINE PIC X(80).

      *    two-digit-year dates on an old-layout queue or
      *    repository are widened as they are read
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT COMPLETE-REPORT-FILE

           OPEN I-O RUNREQ-FILE

           IF RUNREQ-STATUS = "39"
               OPEN I-O OLD-RUNREQ-FILE
               MOVE 1 TO OLD-RUNREQ-SWITCH
           END-IF

           IF RUNREQ-STATUS NOT = "00"
               DISPLAY "ABEND: RUN-REQUEST QUEUE COULD NOT BE "
                   "OPENED - FILE STATUS " RUNREQ-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           PERFORM FIND-QUEUED-REQUESTS

           IF QUEUED-COUNT = 0
               MOVE "NO RUN REQUESTS ARE WAITING TO BE COMPLETED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               IF OLD-RUNREQ-SWITCH = 1
                   CLOSE OLD-RUNREQ-FILE
               ELSE
                   CLOSE RUNREQ-FILE
               END-IF
               CLOSE COMPLETE-REPORT-FILE
               MOVE 0 TO RETURN-CODE

               STOP RUN
           END-IF

           OPEN INPUT RESULTS-FILE

           IF RESULTS-STATUS = "39"
               OPEN INPUT OLD-RESULTS-FILE
               MOVE 1 TO OLD-RESULTS-SWITCH
           END-IF

           IF RESULTS-STATUS NOT = "00"
               DISPLAY "ABEND: RESULTS REPOSITORY COULD NOT BE "
                   "OPENED - FILE STATUS " RESULTS-STATUS
                   " - " QUEUED-COUNT " REQUESTS LEFT QUEUED"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           PERFORM MATCH-RESULTS-TO-REQUESTS

           IF OLD-RESULTS-SWITCH = 1
               CLOSE OLD-RESULTS-FILE
           ELSE
               CLOSE RESULTS-FILE
           END-IF

           PERFORM LIST-STILL-QUEUED-REQUESTS

           IF OLD-RUNREQ-SWITCH = 1
               CLOSE OLD-RUNREQ-FILE
           ELSE
               CLOSE RUNREQ-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REQUEST COMPLETION: " QUEUED-COUNT " QUEUED, "
               COMPLETED-COUNT " COMPLETED, " STILL-QUEUED-COUNT
               " STILL WAITING FOR A RUN"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           CLOSE COMPLETE-REPORT-FILE

           IF STILL-QUEUED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    counts the queued requests and notes the earliest night
      *    any of them went on a deck
       FIND-QUEUED-REQUESTS.
           PERFORM UNTIL RUNREQ-EOF = 1
               PERFORM READ-NEXT-RUNREQ-RECORD

               IF RUNREQ-EOF = 0 AND RUNREQ-STATE = "Q"
                   ADD 1 TO QUEUED-COUNT
                   IF RUNREQ-DECK-DATE < EARLIEST-DECK-DATE
                       MOVE RUNREQ-DECK-DATE TO EARLIEST-DECK-DATE
                   END-IF
               END-IF
           END-PERFORM.

      *    positions on the earliest deck night and walks the
      *    repository forward, completing each queued request the
      *    first time a row tagged with its request-id turns up.
      *    an old-layout repository is positioned by the two-digit
      *    date; its last-century rows sort after this century's
      *    and fall out on the deck-date test.
       MATCH-RESULTS-TO-REQUESTS.
           IF OLD-RESULTS-SWITCH = 1
               MOVE EARLIEST-DECK-DATE TO OLD-RESULTS-RUN-DATE
               MOVE 0 TO OLD-RESULTS-RUN-TIME
               MOVE 0 TO OLD-RESULTS-RANDOM-SEED

               START OLD-RESULTS-FILE KEY >= OLD-RESULTS-KEY
                   INVALID KEY
                       MOVE 1 TO RESULTS-EOF
               END-START
           ELSE
               MOVE EARLIEST-DECK-DATE TO RESULTS-RUN-DATE
               MOVE 0 TO RESULTS-RUN-TIME
               MOVE 0 TO RESULTS-RANDOM-SEED

               START RESULTS-FILE KEY >= RESULTS-KEY
                   INVALID KEY
                       MOVE 1 TO RESULTS-EOF
               END-START
           END-IF

           PERFORM UNTIL RESULTS-EOF = 1
               PERFORM READ-NEXT-RESULTS-RECORD

               IF RESULTS-EOF = 0 AND RESULTS-SCENARIO-ID NOT = SPACES
                   PERFORM COMPLETE-MATCHING-REQUEST
               END-IF
           END-PERFORM.

      *    the next run record in key order, from either layout
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

      *    completes the request this RESULTS row is tagged with,
      *    when there is one still queued and the row is from the
      *    night it was decked or later. rows for production
      *    scenarios, and second rows for a request already
      *    completed, fall through untouched.
       COMPLETE-MATCHING-REQUEST.
           MOVE 1 TO REQUEST-FOUND-SWITCH
           MOVE RESULTS-SCENARIO-ID TO RUNREQ-ID

           PERFORM READ-RUNREQ-RECORD

           IF RUNREQ-STATUS NOT = "00"
               MOVE 0 TO REQUEST-FOUND-SWITCH
           END-IF

           IF REQUEST-FOUND-SWITCH = 0
               EXIT PARAGRAPH
           END-IF

           IF RUNREQ-STATE NOT = "Q"
               OR RESULTS-RUN-DATE < RUNREQ-DECK-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO RUNREQ-STATE
           MOVE RESULTS-RUN-DATE TO RUNREQ-RESULT-DATE
           MOVE RESULTS-RUN-TIME TO RUNREQ-RESULT-TIME
           MOVE RESULTS-RANDOM-SEED TO RUNREQ-RESULT-SEED
           ACCEPT RUNREQ-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT RUNREQ-CHANGE-TIME FROM TIME
           MOVE "COMPLETE" TO RUNREQ-CHANGE-USER

           PERFORM REWRITE-RUNREQ-RECORD

           IF RUNREQ-STATUS NOT = "00"
               DISPLAY "WARNING: REQUEST " RUNREQ-ID
                   " COULD NOT BE MARKED COMPLETE"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO COMPLETED-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING "COMPLETED " RUNREQ-ID " FOR " RUNREQ-REQUESTER
               " KEY " RESULTS-RUN-DATE " "
               RESULTS-RUN-TIME " " RESULTS-RANDOM-SEED
               " WIN% " RESULTS-WIN-PERCENT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    re-reads the queue from the top and lists whatever is
      *    still queued - the next night's deck build holds them
       LIST-STILL-QUEUED-REQUESTS.
           MOVE 0 TO RUNREQ-EOF
           IF OLD-RUNREQ-SWITCH = 1
               MOVE LOW-VALUES TO OLD-RUNREQ-ID

               START OLD-RUNREQ-FILE KEY >= OLD-RUNREQ-ID
                   INVALID KEY
                       MOVE 1 TO RUNREQ-EOF
               END-START
           ELSE
               MOVE LOW-VALUES TO RUNREQ-ID

               START RUNREQ-FILE KEY >= RUNREQ-ID
                   INVALID KEY
                       MOVE 1 TO RUNREQ-EOF
               END-START
           END-IF

           PERFORM UNTIL RUNREQ-EOF = 1
               PERFORM READ-NEXT-RUNREQ-RECORD

               IF RUNREQ-EOF = 0 AND RUNREQ-STATE = "Q"
                   ADD 1 TO STILL-QUEUED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "NOT RUN   " RUNREQ-ID " FOR "
                       RUNREQ-REQUESTER " - DECKED "
                       RUNREQ-DECK-DATE
                       ", NO RESULTS ROW - TO BE HELD"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

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

      *    one line to the completion report and the job log both
       WRITE-REPORT-LINE.
           WRITE COMPLETE-REPORT-RECORD FROM REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM REQUEST-COMPLETE.
