               RECORD KEY IS CATALOG-ID
               FILE STATUS IS STRATCAT-STATUS.

      *    the same catalog in its two-digit-year layout, used only
      *    while the cluster awaits conversion
           SELECT OLD-STRATCAT-FILE ASSIGN TO "STRATCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CATALOG-ID
               FILE STATUS IS STRATCAT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
      *    the managed catalog record - the layout must stay in
      *    step with READ-STRATEGY-CATALOG in 100-PRISONERS
           FD STRATCAT-FILE
               RECORD CONTAINS 42 CHARACTERS.
           01 STRATCAT-RECORD.
               05 CATALOG-ID PIC X(08).
               05 CATALOG-ENABLED PIC X(01).
               05 CATALOG-NEXT-RULE PIC X(01).
               05 CATALOG-NEXT-OFFSET PIC 9(3).
               05 CATALOG-RESTART-RULE PIC X(01).
               05 CATALOG-CHANGE-DATE PIC 9(8).
               05 CATALOG-CHANGE-TIME PIC 9(8).
               05 CATALOG-CHANGE-USER PIC X(08).

      *    a catalog cluster still in the two-digit-year layout -
      *    the strategy rules sit where they always did, only the
      *    who/when columns moved. see WIDEN-CATALOG-RECORD.
           FD OLD-STRATCAT-FILE
               RECORD CONTAINS 40 CHARACTERS.
           01 OLD-STRATCAT-RECORD.
               05 OLD-CATALOG-ID PIC X(08).
               05 OLD-CATALOG-RULES PIC X(10).
               05 OLD-CATALOG-CHANGE-DATE PIC 9(6).
               05 OLD-CATALOG-CHANGE-TIME PIC 9(8).
               05 OLD-CATALOG-CHANGE-USER PIC X(08).

      *    one who/when record per applied change, old and new
      *    images side by side for the auditors
           FD AUDIT-FILE
               RECORD CONTAINS 70 CHARACTERS.
           01 AUDIT-RECORD.
               05 AUDIT-DATE PIC 9(8).
               05 AUDIT-TIME PIC 9(8).
               05 AUDIT-USER PIC X(08).
               05 AUDIT-ACTION PIC X(01).
               05 AUDIT-STRATEGY-ID PIC X(08).
               05 AUDIT-OLD-IMAGE PIC X(18).
               05 AUDIT-NEW-IMAGE PIC X(18).
      *        Y on every record written with the four-digit year
               05 AUDIT-CENTURY-FLAG PIC X(01).

      *    the edit report - every card's fate, applied or rejected
           FD EDIT-REPORT-FILE
      *    dataset handling
           01 SYSIN-STATUS PIC X(02).
           01 STRATCAT-STATUS PIC X(02).
           01 OLD-STRATCAT-SWITCH PIC 1(1) VALUE 0.
           01 AUDIT-STATUS PIC X(02).
           01 EDIT-REPORT-STATUS PIC X(02).
           01 SYSIN-EOF PIC 1(1) VALUE 0.

           01 REPORT-LINE PIC X(80).

      *    two-digit-year dates on an old-layout catalog are
      *    widened as they are read
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT EDIT-REPORT-FILE
               OPEN I-O STRATCAT-FILE
           END-IF

           IF STRATCAT-STATUS = "39"
               OPEN I-O OLD-STRATCAT-FILE
               MOVE 1 TO OLD-STRATCAT-SWITCH
           END-IF

           IF STRATCAT-STATUS NOT = "00"
               DISPLAY "ABEND: STRATEGY CATALOG COULD NOT BE "
                   "OPENED - FILE STATUS " STRATCAT-STATUS
           END-PERFORM

           CLOSE SYSIN-FILE
           IF OLD-STRATCAT-SWITCH = 1
               CLOSE OLD-STRATCAT-FILE
           ELSE
               CLOSE STRATCAT-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CATALOG MAINTENANCE: " CARD-COUNT " CARDS, "

           MOVE SYSIN-ID TO CATALOG-ID

           PERFORM READ-CATALOG-RECORD

           IF STRATCAT-STATUS NOT = "00"
               MOVE 0 TO ENTRY-ON-FILE-SWITCH
           END-IF

           IF ENTRY-ON-FILE-SWITCH = 1
               MOVE STRATCAT-RECORD(1:18) TO OLD-ENTRY-IMAGE

           PERFORM BUILD-CATALOG-RECORD

           PERFORM WRITE-CATALOG-RECORD

           IF STRATCAT-STATUS NOT = "00"
               MOVE "CATALOG WRITE FAILED" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-THE-CARD.


           PERFORM BUILD-CATALOG-RECORD

           PERFORM REWRITE-CATALOG-RECORD

           IF STRATCAT-STATUS NOT = "00"
               MOVE "CATALOG REWRITE FAILED" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-THE-CARD.

           MOVE "N" TO CATALOG-ENABLED
           PERFORM STAMP-CATALOG-RECORD

           PERFORM REWRITE-CATALOG-RECORD

           IF STRATCAT-STATUS NOT = "00"
               MOVE "CATALOG REWRITE FAILED" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-THE-CARD.

               EXIT PARAGRAPH
           END-IF

           PERFORM DELETE-CATALOG-RECORD

           IF STRATCAT-STATUS NOT = "00"
               MOVE "CATALOG DELETE FAILED" TO REJECT-REASON
               PERFORM REJECT-THE-CARD

               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STRATCAT-RECORD
           PERFORM ACCEPT-THE-CARD.

      *    the who/when columns every applied change carries
       STAMP-CATALOG-RECORD.
           ACCEPT CATALOG-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT CATALOG-CHANGE-TIME FROM TIME
           MOVE SYSIN-USER-ID TO CATALOG-CHANGE-USER.

               STOP RUN
           END-IF

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE SYSIN-USER-ID TO AUDIT-USER
           MOVE SYSIN-ACTION TO AUDIT-ACTION
           MOVE SYSIN-ID TO AUDIT-STRATEGY-ID
           MOVE OLD-ENTRY-IMAGE TO AUDIT-OLD-IMAGE
           MOVE NEW-ENTRY-IMAGE TO AUDIT-NEW-IMAGE
           MOVE "Y" TO AUDIT-CENTURY-FLAG

           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.

      *    one entry by its key, from whichever layout the catalog
      *    cluster is in - STRATCAT-STATUS says whether it was found
       READ-CATALOG-RECORD.
           IF OLD-STRATCAT-SWITCH = 1
               MOVE CATALOG-ID TO OLD-CATALOG-ID
               READ OLD-STRATCAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WIDEN-CATALOG-RECORD
               END-READ
           ELSE
               READ STRATCAT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

      *    files a new entry, narrowed for an old-layout cluster
       WRITE-CATALOG-RECORD.
           IF OLD-STRATCAT-SWITCH = 1
               PERFORM NARROW-CATALOG-RECORD
               WRITE OLD-STRATCAT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               WRITE STRATCAT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      *    puts a changed entry back, narrowed for an old-layout
      *    cluster
       REWRITE-CATALOG-RECORD.
           IF OLD-STRATCAT-SWITCH = 1
               PERFORM NARROW-CATALOG-RECORD
               REWRITE OLD-STRATCAT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               REWRITE STRATCAT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      *    removes the entry last read, from either layout
       DELETE-CATALOG-RECORD.
           IF OLD-STRATCAT-SWITCH = 1
               DELETE OLD-STRATCAT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               DELETE STRATCAT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      *    an old-layout catalog entry moved into the current layout
       WIDEN-CATALOG-RECORD.
           MOVE OLD-CATALOG-ID TO CATALOG-ID
           MOVE OLD-CATALOG-RULES TO STRATCAT-RECORD(9:10)
           MOVE OLD-CATALOG-CHANGE-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO CATALOG-CHANGE-DATE
           MOVE OLD-CATALOG-CHANGE-TIME TO CATALOG-CHANGE-TIME
           MOVE OLD-CATALOG-CHANGE-USER TO CATALOG-CHANGE-USER.

      *    the current layout cut back to the old one - the change
      *    date loses its century
       NARROW-CATALOG-RECORD.
           MOVE CATALOG-ID TO OLD-CATALOG-ID
           MOVE STRATCAT-RECORD(9:10) TO OLD-CATALOG-RULES
           MOVE CATALOG-CHANGE-DATE TO OLD-CATALOG-CHANGE-DATE
           MOVE CATALOG-CHANGE-TIME TO OLD-CATALOG-CHANGE-TIME
           MOVE CATALOG-CHANGE-USER TO OLD-CATALOG-CHANGE-USER.

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

      *    one line to the edit report and the job log both
       WRITE-EDIT-LINE.
           WRITE EDIT-REPORT-RECORD FROM REPORT-LINE
