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
               05 RESULTS-BODY PIC X(112).

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
               05 HISTORY-BODY PIC X(33).
               05 HISTORY-CENTURY-FLAG PIC X(01).

      *    archived records keep their live layouts so an audit can
      *    read them with the same programs. a record still in the
      *    two-digit-year layout is archived (or kept) widened into
      *    the current one.
           FD ARCHIVE-RESULTS-FILE
               RECORD CONTAINS 137 CHARACTERS.
           01 ARCHIVE-RESULTS-RECORD PIC X(137).

           FD ARCHIVE-HISTORY-FILE
               RECORD CONTAINS 42 CHARACTERS.
           01 ARCHIVE-HISTORY-RECORD PIC X(42).

      *    the kept HISTORY records wait here until every archive
      *    write has been verified, then go back over the live file
           FD HISTORY-WORK-FILE
               RECORD CONTAINS 42 CHARACTERS.
           01 HISTORY-WORK-RECORD PIC X(42).

      *    purge report for the operators
           FD REPORT-FILE
           01 RESULTS-EOF PIC 1(1) VALUE 0.
           01 HISTORY-EOF PIC 1(1) VALUE 0.
           01 WORK-EOF PIC 1(1) VALUE 0.
           01 OLD-RESULTS-SWITCH PIC 1(1) VALUE 0.

      *    the retention request and the cutoff it works out to.
      *    records written before the four-digit-year layout carry
      *    two-digit years and are widened with a fixed window -
      *    years under 70 are 20xx, the rest 19xx.
           01 RETENTION-DAYS PIC 9(4) VALUE 0.
           01 TODAY-FULL-DATE PIC 9(8).
           01 CUTOFF-INTEGER PIC 9(8).
           01 CUTOFF-FULL-DATE PIC 9(8).
           01 RECORD-FULL-DATE PIC 9(8).
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 OLD-HISTORY-RECORD.
               05 OLD-HISTORY-RUN-DATE PIC 9(6).
               05 OLD-HISTORY-DATA PIC X(33).

      *    the keys of the RESULTS records bound for the archive -
      *    deleted from the live repository only after the archive
           01 OLD-KEY-COUNT PIC 9(4) VALUE 0.
           01 OLD-KEY-I PIC 9(4).
           01 OLD-KEY-TABLE.
               05 OLD-KEY-ENTRY OCCURS 5000 TIMES PIC X(25).

      *    purge-report tallies
           01 RESULTS-MOVED PIC 9(5) VALUE 0.
      *    works the retention period back from today into the
      *    cutoff date every record date is compared against
       COMPUTE-CUTOFF-DATE.
           ACCEPT TODAY-FULL-DATE FROM DATE YYYYMMDD

           COMPUTE CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-FULL-DATE)
                   19000000 + WIDEN-DATE
           END-IF.

      *    an old-layout run record moved into the current layout
       WIDEN-RESULTS-RECORD.
           MOVE OLD-RESULTS-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO RESULTS-RUN-DATE
           MOVE OLD-RESULTS-RUN-TIME TO RESULTS-RUN-TIME
           MOVE OLD-RESULTS-RANDOM-SEED TO RESULTS-RANDOM-SEED
           MOVE OLD-RESULTS-DATA TO RESULTS-RECORD(26:112).

      *    a trend record written before the four-digit-year
      *    layout, moved into the current one
       WIDEN-HISTORY-RECORD.
           MOVE HISTORY-RECORD TO OLD-HISTORY-RECORD
           MOVE OLD-HISTORY-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO HISTORY-RUN-DATE
           MOVE OLD-HISTORY-DATA TO HISTORY-BODY
           MOVE "Y" TO HISTORY-CENTURY-FLAG.

      *    copies every RESULTS record older than the cutoff to the
      *    archive and remembers its key for the purge phase. a
      *    repository that will not open is skipped - the live data
       ARCHIVE-OLD-RESULTS.
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
               END-IF

               PERFORM UNTIL RESULTS-EOF = 1
                   IF OLD-RESULTS-SWITCH = 1
                       READ OLD-RESULTS-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO RESULTS-EOF
                           NOT AT END
                               PERFORM WIDEN-RESULTS-RECORD
                               PERFORM JUDGE-ONE-RESULTS-RECORD
                       END-READ
                   ELSE
                       READ RESULTS-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO RESULTS-EOF
                           NOT AT END
                               PERFORM JUDGE-ONE-RESULTS-RECORD
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE ARCHIVE-RESULTS-FILE
               IF OLD-RESULTS-SWITCH = 1
                   CLOSE OLD-RESULTS-FILE
               ELSE
                   CLOSE RESULTS-FILE
               END-IF
           END-IF.

      *    archives one RESULTS record when its run date is past
      *    retention, or counts it as kept
       JUDGE-ONE-RESULTS-RECORD.
           IF RESULTS-RUN-DATE < CUTOFF-FULL-DATE
               IF OLD-KEY-COUNT >= 5000
                   DISPLAY "ABEND: MORE THAN 5000 RESULTS RECORDS "
                       "PAST RETENTION - RERUN WITH A LONGER "
      *    archives or holds one HISTORY record, with every write
      *    verified before the live file may be rewritten
       JUDGE-ONE-HISTORY-RECORD.
           IF HISTORY-CENTURY-FLAG NOT = "Y"
               PERFORM WIDEN-HISTORY-RECORD
           END-IF

           IF HISTORY-RUN-DATE < CUTOFF-FULL-DATE
               WRITE ARCHIVE-HISTORY-RECORD FROM HISTORY-RECORD

               IF ARCHIVE-HISTORY-STATUS NOT = "00"
           IF RESULTS-SKIPPED-SWITCH = 1 OR OLD-KEY-COUNT = 0
               CONTINUE
           ELSE
               IF OLD-RESULTS-SWITCH = 1
                   OPEN I-O OLD-RESULTS-FILE
               ELSE
                   OPEN I-O RESULTS-FILE
               END-IF

               IF RESULTS-STATUS NOT = "00"
                   DISPLAY "WARNING: RESULTS REPOSITORY WOULD NOT "
                   PERFORM VARYING OLD-KEY-I FROM 1 BY 1
                   UNTIL OLD-KEY-I > OLD-KEY-COUNT
                       MOVE OLD-KEY-ENTRY(OLD-KEY-I) TO RESULTS-KEY
                       PERFORM DELETE-ARCHIVED-RESULTS
                   END-PERFORM

                   IF OLD-RESULTS-SWITCH = 1
                       CLOSE OLD-RESULTS-FILE
                   ELSE
                       CLOSE RESULTS-FILE
                   END-IF

                   IF DELETE-ERROR-COUNT > 0
                       DISPLAY "WARNING: " DELETE-ERROR-COUNT
               END-IF
           END-IF.

      *    deletes the record under RESULTS-KEY from the live
      *    repository - from an old-layout cluster under the same
      *    key with its run date taken back to YYMMDD
       DELETE-ARCHIVED-RESULTS.
           IF OLD-RESULTS-SWITCH = 1
               MOVE RESULTS-RUN-DATE TO OLD-RESULTS-RUN-DATE
               MOVE RESULTS-RUN-TIME TO OLD-RESULTS-RUN-TIME
               MOVE RESULTS-RANDOM-SEED TO OLD-RESULTS-RANDOM-SEED

               DELETE OLD-RESULTS-FILE RECORD
                   INVALID KEY
                       ADD 1 TO DELETE-ERROR-COUNT
               END-DELETE
           ELSE
               DELETE RESULTS-FILE RECORD
                   INVALID KEY
                       ADD 1 TO DELETE-ERROR-COUNT
               END-DELETE
           END-IF.

      *    rewrites the live HISTORY file from the verified work
      *    file, leaving only the current records
       REWRITE-LIVE-HISTORY.
