      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Transaction-card maintenance for the research cost-
      *          center table (the keyed COSTCTR dataset the monthly
      *          CHARGEBACK-REPORT attributes simulation time by).
      *          An entry maps either a SCENARIO-ID prefix or one
      *          catalog strategy-id to the cost center that pays
      *          for it. Each card adds, changes or deletes one
      *          entry, malformed or duplicate entries are rejected
      *          on the edit report instead of applied, and every
      *          change writes a who/when audit record carrying the
      *          entry's old and new images - the STRAT-MAINTAIN
      *          conventions, since finance will ask who moved a
      *          group's charges just as research asks who changed
      *          a strategy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTCTR-MAINTAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

      *    the cost-center table, keyed on the entry type and the
      *    prefix or strategy-id so one entry can be read,
      *    rewritten or deleted in place
           SELECT COSTCTR-FILE ASSIGN TO "COSTCTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COSTCTR-KEY
               FILE STATUS IS COSTCTR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    one maintenance transaction per card
           FD SYSIN-FILE
               RECORD CONTAINS 56 CHARACTERS.
           01 SYSIN-RECORD.
               05 SYSIN-ACTION PIC X(01).
               05 SYSIN-KEY.
                   10 SYSIN-ENTRY-TYPE PIC X(01).
                   10 SYSIN-ENTRY-VALUE PIC X(08).
               05 SYSIN-COST-CENTER PIC X(08).
               05 SYSIN-COST-CENTER-NAME PIC X(30).
               05 SYSIN-USER-ID PIC X(08).

      *    the cost-center record - the layout must stay in step
      *    with LOAD-COST-CENTER-TABLE in CHARGEBACK-REPORT. type S
      *    keys a SCENARIO-ID prefix (left-justified, the unused
      *    columns blank), type C a catalog strategy-id.
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

      *    one who/when record per applied change, old and new
      *    images side by side for the auditors
           FD AUDIT-FILE
               RECORD CONTAINS 111 CHARACTERS.
           01 AUDIT-RECORD.
               05 AUDIT-DATE PIC 9(8).
               05 AUDIT-TIME PIC 9(8).
               05 AUDIT-USER PIC X(08).
               05 AUDIT-ACTION PIC X(01).
               05 AUDIT-ENTRY-KEY PIC X(09).
               05 AUDIT-OLD-IMAGE PIC X(38).
               05 AUDIT-NEW-IMAGE PIC X(38).
      *        Y on every record, the four-digit-year convention
               05 AUDIT-CENTURY-FLAG PIC X(01).

      *    the edit report - every card's fate, applied or rejected
           FD EDIT-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 EDIT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 SYSIN-STATUS PIC X(02).
           01 COSTCTR-STATUS PIC X(02).
           01 AUDIT-STATUS PIC X(02).
           01 EDIT-REPORT-STATUS PIC X(02).
           01 SYSIN-EOF PIC 1(1) VALUE 0.

      *    per-card work: the entry as it stood before the change
      *    (spaces when there was none) and whether the key was on
      *    file at all
           01 ENTRY-ON-FILE-SWITCH PIC 1(1).
           01 OLD-ENTRY-IMAGE PIC X(38).
           01 NEW-ENTRY-IMAGE PIC X(38).

      *    card validation
           01 VALID-ENTRY-SWITCH PIC 1(1) VALUE 1.
           01 REJECT-REASON PIC X(40).
           01 PREFIX-I PIC 9(2).
           01 PREFIX-BLANK-SWITCH PIC 1(1).

      *    run tallies for the closing line and the return code
           01 CARD-COUNT PIC 9(4) VALUE 0.
           01 APPLIED-COUNT PIC 9(4) VALUE 0.
           01 REJECTED-COUNT PIC 9(4) VALUE 0.

           01 REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT EDIT-REPORT-FILE

      *    the table opens I-O so entries can be added, rewritten
      *    and deleted in place - a brand-new cluster comes back
      *    05/35 and is created fresh, the RESULTS convention
           OPEN I-O COSTCTR-FILE

           IF COSTCTR-STATUS = "05" OR COSTCTR-STATUS = "35"
               OPEN OUTPUT COSTCTR-FILE
               CLOSE COSTCTR-FILE
               OPEN I-O COSTCTR-FILE
           END-IF

           IF COSTCTR-STATUS NOT = "00"
               DISPLAY "ABEND: COST-CENTER TABLE COULD NOT BE "
                   "OPENED - FILE STATUS " COSTCTR-STATUS
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
           CLOSE COSTCTR-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "COST-CENTER MAINTENANCE: " CARD-COUNT " CARDS, "
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

      *    routes one transaction card by its action code - add,
      *    change or delete - after the checks every action shares
       APPLY-ONE-TRANSACTION.
           IF SYSIN-RECORD = SPACES
      *        a stray trailing blank line in the deck, not a card
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CARD-COUNT

           IF SYSIN-ENTRY-TYPE NOT = "S"
               AND SYSIN-ENTRY-TYPE NOT = "C"
               MOVE "ENTRY TYPE MUST BE S OR C" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           IF SYSIN-ENTRY-VALUE = SPACES
               IF SYSIN-ENTRY-TYPE = "S"
                   MOVE "NO SCENARIO-ID PREFIX ON THE CARD"
                       TO REJECT-REASON
               ELSE
                   MOVE "NO STRATEGY-ID ON THE CARD"
                       TO REJECT-REASON
               END-IF
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           IF SYSIN-USER-ID = SPACES
               MOVE "NO USER-ID - EVERY CHANGE NEEDS A WHO"
                   TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM FETCH-EXISTING-ENTRY

           EVALUATE SYSIN-ACTION
               WHEN "A"
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN "C"
                   PERFORM APPLY-CHANGE-TRANSACTION
               WHEN "X"
                   PERFORM APPLY-DELETE-TRANSACTION
               WHEN OTHER
                   MOVE "ACTION MUST BE A, C OR X" TO REJECT-REASON
                   PERFORM REJECT-THE-CARD
           END-EVALUATE.

      *    reads the card's key off the table, keeping the old
      *    image for the audit record when it is there
       FETCH-EXISTING-ENTRY.
           MOVE 1 TO ENTRY-ON-FILE-SWITCH
           MOVE SPACES TO OLD-ENTRY-IMAGE

           MOVE SYSIN-KEY TO COSTCTR-KEY

           READ COSTCTR-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF COSTCTR-STATUS NOT = "00"
               MOVE 0 TO ENTRY-ON-FILE-SWITCH
           END-IF

           IF ENTRY-ON-FILE-SWITCH = 1
               MOVE COSTCTR-RECORD(10:38) TO OLD-ENTRY-IMAGE
           END-IF.

      *    a new entry: the key must be free and the card must
      *    pass validation
       APPLY-ADD-TRANSACTION.
           IF ENTRY-ON-FILE-SWITCH = 1
               MOVE "DUPLICATE - ENTRY ALREADY ON FILE"
                   TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-COST-CENTER-CARD

           IF VALID-ENTRY-SWITCH = 0
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-COST-CENTER-RECORD

           WRITE COSTCTR-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF COSTCTR-STATUS NOT = "00"
               MOVE "COST-CENTER WRITE FAILED" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-THE-CARD.

      *    moves an existing entry to another cost center, or
      *    renames it - a full rewrite, same validation as an add
       APPLY-CHANGE-TRANSACTION.
           IF ENTRY-ON-FILE-SWITCH = 0
               MOVE "NO SUCH ENTRY ON FILE" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-COST-CENTER-CARD

           IF VALID-ENTRY-SWITCH = 0
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-COST-CENTER-RECORD

           REWRITE COSTCTR-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF COSTCTR-STATUS NOT = "00"
               MOVE "COST-CENTER REWRITE FAILED" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-THE-CARD.

      *    removes an entry outright - the audit record keeps its
      *    last image, so a delete is still reconstructible. runs
      *    it used to cover fall to a shorter prefix or to suspense
      *    on the next chargeback.
       APPLY-DELETE-TRANSACTION.
           IF ENTRY-ON-FILE-SWITCH = 0
               MOVE "NO SUCH ENTRY ON FILE" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           DELETE COSTCTR-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           IF COSTCTR-STATUS NOT = "00"
               MOVE "COST-CENTER DELETE FAILED" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO COSTCTR-RECORD
           PERFORM ACCEPT-THE-CARD.

      *    builds the table record from the card and stamps it
      *    with the who and when
       BUILD-COST-CENTER-RECORD.
           MOVE SYSIN-KEY TO COSTCTR-KEY
           MOVE SYSIN-COST-CENTER TO COSTCTR-COST-CENTER
           MOVE SYSIN-COST-CENTER-NAME TO COSTCTR-COST-CENTER-NAME

           ACCEPT COSTCTR-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT COSTCTR-CHANGE-TIME FROM TIME
           MOVE SYSIN-USER-ID TO COSTCTR-CHANGE-USER.

      *    an entry needs a cost center to charge and a name for
      *    the invoice heading, and a prefix must be one unbroken
      *    run of characters from column 3 - a blank inside it
      *    could never match a SCENARIO-ID the way it reads
       VALIDATE-COST-CENTER-CARD.
           MOVE 1 TO VALID-ENTRY-SWITCH
           MOVE SPACES TO REJECT-REASON

           IF SYSIN-COST-CENTER = SPACES
               MOVE "NO COST CENTER ON THE CARD" TO REJECT-REASON
               MOVE 0 TO VALID-ENTRY-SWITCH
           END-IF

           IF SYSIN-COST-CENTER-NAME = SPACES
               MOVE "NO COST-CENTER NAME ON THE CARD"
                   TO REJECT-REASON
               MOVE 0 TO VALID-ENTRY-SWITCH
           END-IF

           IF SYSIN-ENTRY-VALUE(1:1) = SPACE
               MOVE "VALUE MUST START IN COLUMN 3" TO REJECT-REASON
               MOVE 0 TO VALID-ENTRY-SWITCH
           END-IF

           MOVE 0 TO PREFIX-BLANK-SWITCH
           PERFORM VARYING PREFIX-I FROM 1 BY 1
           UNTIL PREFIX-I > 8
               IF SYSIN-ENTRY-VALUE(PREFIX-I:1) = SPACE
                   MOVE 1 TO PREFIX-BLANK-SWITCH
               ELSE
                   IF PREFIX-BLANK-SWITCH = 1
                       MOVE "BLANK INSIDE THE PREFIX OR STRATEGY-ID"
                           TO REJECT-REASON
                       MOVE 0 TO VALID-ENTRY-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

      *    an applied card: the edit-report line and the audit
      *    record both
       ACCEPT-THE-CARD.
           ADD 1 TO APPLIED-COUNT

           MOVE COSTCTR-RECORD(10:38) TO NEW-ENTRY-IMAGE

           MOVE SPACES TO REPORT-LINE
           STRING "APPLIED  " SYSIN-ACTION " " SYSIN-KEY " "
               SYSIN-COST-CENTER " BY " SYSIN-USER-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-EDIT-LINE

           PERFORM WRITE-AUDIT-RECORD.

      *    a rejected card: the edit-report line with the reason,
      *    and nothing applied
       REJECT-THE-CARD.
           ADD 1 TO REJECTED-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED " SYSIN-ACTION " " SYSIN-KEY " BY "
               SYSIN-USER-ID ": " REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-EDIT-LINE.

      *    stamps and appends the who/when audit record for the
      *    change just applied. an audit file that will not open
      *    is a stop - an unauditable change must not be half
      *    applied quietly, and the operator can rerun the deck
      *    once the file is fixed.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE

           IF AUDIT-STATUS = "05" OR AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           IF AUDIT-STATUS NOT = "00"
               DISPLAY "ABEND: AUDIT DATASET COULD NOT BE OPENED - "
                   "FILE STATUS " AUDIT-STATUS " - STOPPING WITH "
                   "THE CHANGE FOR " SYSIN-KEY " ALREADY APPLIED"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE SYSIN-USER-ID TO AUDIT-USER
           MOVE SYSIN-ACTION TO AUDIT-ACTION
           MOVE SYSIN-KEY TO AUDIT-ENTRY-KEY
           MOVE OLD-ENTRY-IMAGE TO AUDIT-OLD-IMAGE
           MOVE NEW-ENTRY-IMAGE TO AUDIT-NEW-IMAGE
           MOVE "Y" TO AUDIT-CENTURY-FLAG

           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.

      *    one line to the edit report and the job log both
       WRITE-EDIT-LINE.
           WRITE EDIT-REPORT-RECORD FROM REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM COSTCTR-MAINTAIN.
