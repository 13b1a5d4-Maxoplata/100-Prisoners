      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: Backup and recovery for the keyed RESULTS run
      *          repository, the system of record RUN-INQUIRY,
      *          RUN-COMPARE, RUN-RECONCILE, MORNING-STATUS and
      *          PARTITION-CONSOLIDATE all read. The function on the
      *          parameter card picks the job:
      *            UNLOAD  - copies every run record to a sequential
      *                      backup closed by a control trailer
      *                      (record count, wins and losses summed,
      *                      low and high key)
      *            RELOAD  - files a backup into a freshly defined
      *                      cluster and reconciles what was filed
      *                      against the backup's trailer
      *            REBUILD - the last resort: rebuilds the runs lost
      *                      since the backup from the HISTORY trend
      *                      file and the RUNLOG STARTUP events
      *            RECOVER - RELOAD then REBUILD in one pass
      *          A rebuilt run record is a reconstruction - the trend
      *          file and the log carry no seed and none of the
      *          statistics, so they are zero. A zero seed together
      *          with a zero partition count is what marks it (a
      *          consolidated partitioned run files a zero seed too,
      *          but always with its partition count).
      *          The recovery report lists every run restored, every
      *          run rebuilt and every run the log shows started that
      *          neither could account for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTS-RECOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

      *    the same repository in its two-digit-year layout, used
      *    only while the cluster awaits conversion - an unload
      *    reads it, everything else needs the converted cluster
           SELECT OLD-RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RESULTS-KEY
               FILE STATUS IS RESULTS-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "BACKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RECOVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    recovery parameter card - see READ-FUNCTION-CARD
           FD SYSIN-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 SYSIN-RECORD.
               05 SYSIN-FUNCTION PIC X(08).
               05 FILLER PIC X(72).

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

      *    the sequential backup - every run record as it stands in
      *    the repository, in the four-digit-year layout, then one
      *    control trailer. the trailer's type literal sits where a
      *    run record's date is, so it can never pass for one.
           FD BACKUP-FILE
               RECORD CONTAINS 137 CHARACTERS.
           01 BACKUP-RECORD PIC X(137).
           01 BACKUP-TRAILER-RECORD.
               05 BACKUP-TRAILER-TYPE PIC X(07).
               05 BACKUP-TRAILER-UNLOAD-DATE PIC 9(8).
               05 BACKUP-TRAILER-UNLOAD-TIME PIC 9(8).
               05 BACKUP-TRAILER-RECORD-COUNT PIC 9(9).
               05 BACKUP-TRAILER-WINS-TOTAL PIC 9(15).
               05 BACKUP-TRAILER-LOSSES-TOTAL PIC 9(15).
               05 BACKUP-TRAILER-LOW-KEY PIC X(25).
               05 BACKUP-TRAILER-HIGH-KEY PIC X(25).
               05 FILLER PIC X(25).

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

      *    the recovery report, to print and to sysout both
           FD REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 SYSIN-STATUS PIC X(02).
           01 RESULTS-STATUS PIC X(02).
           01 BACKUP-STATUS PIC X(02).
           01 HISTORY-STATUS PIC X(02).
           01 RUNLOG-STATUS PIC X(02).
           01 REPORT-STATUS PIC X(02).
           01 RESULTS-EOF PIC 1(1) VALUE 0.
           01 BACKUP-EOF PIC 1(1) VALUE 0.
           01 HISTORY-EOF PIC 1(1) VALUE 0.
           01 RUNLOG-EOF PIC 1(1) VALUE 0.
           01 OLD-RESULTS-SWITCH PIC 1(1) VALUE 0.

      *    the function asked for on the parameter card
           01 RECOVER-FUNCTION PIC X(08) VALUE SPACES.

      *    records written before the four-digit-year layout - a
      *    YYMMDD date with the rest of the record two bytes further
      *    up - are widened on the way in, on the fixed window the
      *    housekeeping uses: years under 70 are 20xx, the rest 19xx
           01 OLD-HISTORY-RECORD.
               05 OLD-HISTORY-RUN-DATE PIC 9(6).
               05 OLD-HISTORY-DATA PIC X(33).
           01 OLD-RUNLOG-RECORD.
               05 OLD-RUNLOG-DATE PIC 9(6).
               05 OLD-RUNLOG-DATA PIC X(74).
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).

      *    control totals over the run records unloaded, or the
      *    run records filed on a reload - what the trailer says
      *    and what is checked against it
           01 CONTROL-RECORD-COUNT PIC 9(9) VALUE 0.
           01 CONTROL-WINS-TOTAL PIC 9(15) VALUE 0.
           01 CONTROL-LOSSES-TOTAL PIC 9(15) VALUE 0.
           01 CONTROL-LOW-KEY PIC X(25) VALUE HIGH-VALUES.
           01 CONTROL-HIGH-KEY PIC X(25) VALUE LOW-VALUES.
           01 UNLOAD-DATE PIC 9(8).
           01 UNLOAD-TIME PIC 9(8).

      *    the reload's own tallies, and the trailer it is held to
           01 BACKUP-READ-COUNT PIC 9(9) VALUE 0.
           01 NOT-FILED-COUNT PIC 9(9) VALUE 0.
           01 AFTER-TRAILER-COUNT PIC 9(9) VALUE 0.
           01 TRAILER-FOUND-SWITCH PIC 1(1) VALUE 0.
           01 SAVED-TRAILER-RECORD PIC X(137).
           01 SAVED-TRAILER REDEFINES SAVED-TRAILER-RECORD.
               05 SAVED-TRAILER-TYPE PIC X(07).
               05 SAVED-TRAILER-UNLOAD-DATE PIC 9(8).
               05 SAVED-TRAILER-UNLOAD-TIME PIC 9(8).
               05 SAVED-TRAILER-RECORD-COUNT PIC 9(9).
               05 SAVED-TRAILER-WINS-TOTAL PIC 9(15).
               05 SAVED-TRAILER-LOSSES-TOTAL PIC 9(15).
               05 SAVED-TRAILER-LOW-KEY PIC X(25).
               05 SAVED-TRAILER-HIGH-KEY PIC X(25).
               05 FILLER PIC X(25).
           01 CONTROL-VERDICT PIC X(06).
           01 OUT-OF-BALANCE-SWITCH PIC 1(1) VALUE 0.

      *    the rebuild works forward from the last key the backup
      *    holds - anything earlier was restored from it
           01 BOUNDARY-KEY PIC X(25) VALUE LOW-VALUES.
           01 BOUNDARY-PARTS REDEFINES BOUNDARY-KEY.
               05 BOUNDARY-DATE PIC 9(8).
               05 BOUNDARY-TIME PIC 9(8).
               05 BOUNDARY-SEED PIC 9(9).

      *    the run records on file from the boundary date on, so
      *    each HISTORY record there can claim its counterpart once.
      *    a HISTORY record with none is a run to rebuild.
           01 ONFILE-COUNT PIC 9(4) VALUE 0.
           01 ONFILE-I PIC 9(4).
           01 ONFILE-TABLE.
               05 ONFILE-ENTRY OCCURS 5000 TIMES.
                   10 ONFILE-RUN-DATE PIC 9(8).
                   10 ONFILE-PRISONERS PIC 9(3).
                   10 ONFILE-BOX-OPEN-LIMIT PIC 9(3).
                   10 ONFILE-TOTAL-WINS PIC 9(7).
                   10 ONFILE-TOTAL-LOSSES PIC 9(7).
                   10 ONFILE-MATCHED PIC 1(1).

      *    the STARTUP events on the log from the boundary date on.
      *    the STARTUP text's columns are fixed - see the STARTUP
      *    event in 100-PRISONERS.
           01 STARTUP-COUNT PIC 9(4) VALUE 0.
           01 STARTUP-I PIC 9(4).
           01 OPEN-STARTUP-I PIC 9(4) VALUE 0.
           01 STARTUP-TABLE.
               05 STARTUP-ENTRY OCCURS 1000 TIMES.
                   10 STARTUP-STAMP.
                       15 STARTUP-DATE PIC 9(8).
                       15 STARTUP-TIME PIC 9(8).
                   10 STARTUP-TESTS PIC X(07).
                   10 STARTUP-PRISONERS PIC X(03).
                   10 STARTUP-BOX-OPEN-LIMIT PIC X(03).
                   10 STARTUP-SEED PIC X(09).
                   10 STARTUP-SCENARIO-ID PIC X(08).
                   10 STARTUP-ENDING PIC X(08).
                   10 STARTUP-CERTIFY-SWITCH PIC 1(1).
                   10 STARTUP-CLAIMED PIC 1(1).
           01 FOUND-STARTUP-I PIC 9(4).
           01 MATCH-FOUND PIC 1(1).
           01 FILED-SWITCH PIC 1(1).
           01 KEY-TRIES PIC 9(3).

      *    recovery tallies
           01 RESTORED-COUNT PIC 9(9) VALUE 0.
           01 REBUILT-COUNT PIC 9(9) VALUE 0.
           01 REBUILT-WITH-STARTUP-COUNT PIC 9(9) VALUE 0.
           01 ALREADY-ON-FILE-COUNT PIC 9(9) VALUE 0.
           01 MISSING-COUNT PIC 9(9) VALUE 0.
           01 HISTORY-SINCE-COUNT PIC 9(9) VALUE 0.
           01 RUNLOG-UNUSABLE-SWITCH PIC 1(1) VALUE 0.

      *    the worst outcome seen, for the step return code
           01 RECOVER-RETURN-CODE PIC 9(2) VALUE 0.
           01 RAISE-TO-CODE PIC 9(2).

           01 REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-FUNCTION-CARD

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "RESULTS REPOSITORY RECOVERY REPORT - "
               RECOVER-FUNCTION
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EVALUATE RECOVER-FUNCTION
               WHEN "UNLOAD"
                   PERFORM UNLOAD-RESULTS
               WHEN "RELOAD"
                   PERFORM RELOAD-BACKUP
                   PERFORM WRITE-RECOVERY-SUMMARY
               WHEN "REBUILD"
                   PERFORM READ-BACKUP-TRAILER
                   PERFORM REBUILD-LOST-RUNS
                   PERFORM WRITE-RECOVERY-SUMMARY
               WHEN "RECOVER"
                   PERFORM RELOAD-BACKUP
                   PERFORM REBUILD-LOST-RUNS
                   PERFORM WRITE-RECOVERY-SUMMARY
           END-EVALUATE

           CLOSE REPORT-FILE

           MOVE RECOVER-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      *    reads the function off the parameter card - no card, or
      *    one naming no function, is a stop
       READ-FUNCTION-CARD.
           OPEN INPUT SYSIN-FILE

           IF SYSIN-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SYSIN-FUNCTION TO RECOVER-FUNCTION
               END-READ

               CLOSE SYSIN-FILE
           END-IF

           IF RECOVER-FUNCTION NOT = "UNLOAD"
               AND RECOVER-FUNCTION NOT = "RELOAD"
               AND RECOVER-FUNCTION NOT = "REBUILD"
               AND RECOVER-FUNCTION NOT = "RECOVER"
               DISPLAY "ABEND: RECOVERY NEEDS UNLOAD, RELOAD, "
                   "REBUILD OR RECOVER ON ITS PARAMETER CARD - GOT '"
                   RECOVER-FUNCTION "'"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF.

      *    raises the step return code to RAISE-TO-CODE when that is
      *    worse than anything seen so far
       RAISE-RETURN-CODE.
           IF RAISE-TO-CODE > RECOVER-RETURN-CODE
               MOVE RAISE-TO-CODE TO RECOVER-RETURN-CODE
           END-IF.

      *    copies the whole repository to the backup in key order
      *    and closes it with the control trailer. an old-layout
      *    cluster is unloaded widened, so every backup is in the
      *    four-digit-year layout whatever it was taken from.
       UNLOAD-RESULTS.
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

           OPEN OUTPUT BACKUP-FILE

           IF BACKUP-STATUS NOT = "00"
               DISPLAY "ABEND: BACKUP DATASET COULD NOT BE OPENED - "
                   "FILE STATUS " BACKUP-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           PERFORM UNTIL RESULTS-EOF = 1
               IF OLD-RESULTS-SWITCH = 1
                   READ OLD-RESULTS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RESULTS-EOF
                       NOT AT END
                           PERFORM WIDEN-RESULTS-RECORD
                           PERFORM UNLOAD-ONE-RESULTS-RECORD
                   END-READ
               ELSE
                   READ RESULTS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RESULTS-EOF
                       NOT AT END
                           PERFORM UNLOAD-ONE-RESULTS-RECORD
                   END-READ
               END-IF
           END-PERFORM

           IF OLD-RESULTS-SWITCH = 1
               CLOSE OLD-RESULTS-FILE
           ELSE
               CLOSE RESULTS-FILE
           END-IF

      *    an empty repository still gets its trailer, with a zero
      *    key range, so a reload of it balances
           IF CONTROL-RECORD-COUNT = 0
               MOVE ZEROS TO CONTROL-LOW-KEY
               MOVE ZEROS TO CONTROL-HIGH-KEY
           END-IF

           ACCEPT UNLOAD-DATE FROM DATE YYYYMMDD
           ACCEPT UNLOAD-TIME FROM TIME

           MOVE SPACES TO BACKUP-TRAILER-RECORD
           MOVE "TRAILER" TO BACKUP-TRAILER-TYPE
           MOVE UNLOAD-DATE TO BACKUP-TRAILER-UNLOAD-DATE
           MOVE UNLOAD-TIME TO BACKUP-TRAILER-UNLOAD-TIME
           MOVE CONTROL-RECORD-COUNT TO BACKUP-TRAILER-RECORD-COUNT
           MOVE CONTROL-WINS-TOTAL TO BACKUP-TRAILER-WINS-TOTAL
           MOVE CONTROL-LOSSES-TOTAL TO BACKUP-TRAILER-LOSSES-TOTAL
           MOVE CONTROL-LOW-KEY TO BACKUP-TRAILER-LOW-KEY
           MOVE CONTROL-HIGH-KEY TO BACKUP-TRAILER-HIGH-KEY
           WRITE BACKUP-TRAILER-RECORD

           IF BACKUP-STATUS NOT = "00"
               DISPLAY "ABEND: BACKUP TRAILER WRITE FAILED - FILE "
                   "STATUS " BACKUP-STATUS " - THE BACKUP IS NOT "
                   "USABLE"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           CLOSE BACKUP-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "UNLOADED " UNLOAD-DATE "/" UNLOAD-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-CONTROL-TOTALS.

      *    one run record to the backup, rolled into the totals
       UNLOAD-ONE-RESULTS-RECORD.
           WRITE BACKUP-RECORD FROM RESULTS-RECORD

           IF BACKUP-STATUS NOT = "00"
               DISPLAY "ABEND: BACKUP WRITE FAILED AT KEY "
                   RESULTS-KEY " - FILE STATUS " BACKUP-STATUS
                   " - THE BACKUP IS NOT USABLE"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           PERFORM ROLL-CONTROL-TOTALS.

      *    adds the run record in RESULTS-RECORD to the control
      *    totals. the key range is taken record by record rather
      *    than first and last - an old-layout cluster does not
      *    come back in four-digit-year key order.
       ROLL-CONTROL-TOTALS.
           ADD 1 TO CONTROL-RECORD-COUNT
           ADD RESULTS-TOTAL-WINS TO CONTROL-WINS-TOTAL
           ADD RESULTS-TOTAL-LOSSES TO CONTROL-LOSSES-TOTAL

           IF RESULTS-KEY < CONTROL-LOW-KEY
               MOVE RESULTS-KEY TO CONTROL-LOW-KEY
           END-IF

           IF RESULTS-KEY > CONTROL-HIGH-KEY
               MOVE RESULTS-KEY TO CONTROL-HIGH-KEY
           END-IF.

      *    the control totals, as an unload wrote them to its
      *    trailer
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           STRING "  RECORDS         " CONTROL-RECORD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL WINS      " CONTROL-WINS-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL LOSSES    " CONTROL-LOSSES-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  LOW KEY         " CONTROL-LOW-KEY
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  HIGH KEY        " CONTROL-HIGH-KEY
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    files every run record on the backup into the freshly
      *    defined cluster, then holds what was filed to the
      *    backup's trailer. a key the cluster already holds is
      *    not filed and is listed - a fresh cluster holds nothing,
      *    so that is a backup carrying a key twice.
       RELOAD-BACKUP.
           OPEN INPUT BACKUP-FILE

           IF BACKUP-STATUS NOT = "00"
               DISPLAY "ABEND: BACKUP DATASET COULD NOT BE OPENED - "
                   "FILE STATUS " BACKUP-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           OPEN OUTPUT RESULTS-FILE

           IF RESULTS-STATUS = "39"
               DISPLAY "ABEND: THE CLUSTER ON RESULTS IS NOT DEFINED "
                   "AT THE 137-BYTE FOUR-DIGIT-YEAR RECORD SIZE"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           IF RESULTS-STATUS NOT = "00"
               DISPLAY "ABEND: RESULTS CLUSTER COULD NOT BE OPENED "
                   "FOR RELOAD - FILE STATUS " RESULTS-STATUS
                   " - IS IT FRESHLY DEFINED AND EMPTY?"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           MOVE "RESTORED FROM THE BACKUP:" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM UNTIL BACKUP-EOF = 1
               READ BACKUP-FILE
                   AT END
                       MOVE 1 TO BACKUP-EOF
                   NOT AT END
                       PERFORM RELOAD-ONE-BACKUP-RECORD
               END-READ
           END-PERFORM

           CLOSE BACKUP-FILE
           CLOSE RESULTS-FILE

           IF RESTORED-COUNT = 0
               MOVE "  (NONE)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VERIFY-AGAINST-TRAILER.

      *    one backup record - the trailer is kept aside for the
      *    verification, a run record is filed
       RELOAD-ONE-BACKUP-RECORD.
           MOVE BACKUP-RECORD TO RESULTS-RECORD

           IF BACKUP-TRAILER-TYPE = "TRAILER"
               MOVE BACKUP-RECORD TO SAVED-TRAILER-RECORD
               MOVE 1 TO TRAILER-FOUND-SWITCH
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO BACKUP-READ-COUNT

           IF TRAILER-FOUND-SWITCH = 1
               ADD 1 TO AFTER-TRAILER-COUNT
           END-IF

           WRITE RESULTS-RECORD
               INVALID KEY
                   ADD 1 TO NOT-FILED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NOT FILED " RESULTS-RUN-DATE "/"
                       RESULTS-RUN-TIME "/" RESULTS-RANDOM-SEED
                       " - FILE STATUS " RESULTS-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               NOT INVALID KEY
                   ADD 1 TO RESTORED-COUNT
                   PERFORM ROLL-CONTROL-TOTALS
                   PERFORM LIST-RESTORED-RECORD
           END-WRITE.

      *    one line per run restored
       LIST-RESTORED-RECORD.
           MOVE SPACES TO REPORT-LINE
           STRING "  " RESULTS-RUN-DATE "/" RESULTS-RUN-TIME "/"
               RESULTS-RANDOM-SEED " SCEN " RESULTS-SCENARIO-ID
               " N=" RESULTS-NUMBER-OF-PRISONERS
               " K=" RESULTS-BOX-OPEN-LIMIT
               " T=" RESULTS-NUMBER-OF-TESTS
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    the reload held to the backup's own trailer - the count,
      *    the win and loss totals and the key range of the records
      *    actually filed must all agree with what the unload wrote
       VERIFY-AGAINST-TRAILER.
           IF CONTROL-RECORD-COUNT = 0
               MOVE ZEROS TO CONTROL-LOW-KEY
               MOVE ZEROS TO CONTROL-HIGH-KEY
           END-IF

           IF TRAILER-FOUND-SWITCH = 0
               MOVE SPACES TO REPORT-LINE
               STRING "NO CONTROL TRAILER ON THE BACKUP - IT IS "
                   "INCOMPLETE OR NOT AN UNLOAD"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "RELOADED FIGURES, UNVERIFIED:" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-CONTROL-TOTALS
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RAISE-TO-CODE
               PERFORM RAISE-RETURN-CODE
               MOVE CONTROL-HIGH-KEY TO BOUNDARY-KEY

               EXIT PARAGRAPH
           END-IF

           MOVE SAVED-TRAILER-HIGH-KEY TO BOUNDARY-KEY

           MOVE SPACES TO REPORT-LINE
           STRING "VERIFIED AGAINST THE TRAILER OF THE UNLOAD TAKEN "
               SAVED-TRAILER-UNLOAD-DATE "/"
               SAVED-TRAILER-UNLOAD-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "                  TRAILER"
               "                   RELOADED"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF SAVED-TRAILER-RECORD-COUNT = CONTROL-RECORD-COUNT
               MOVE "OK" TO CONTROL-VERDICT
           ELSE
               MOVE "OFF" TO CONTROL-VERDICT
               MOVE 1 TO OUT-OF-BALANCE-SWITCH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  RECORDS         " SAVED-TRAILER-RECORD-COUNT
               "                 " CONTROL-RECORD-COUNT "  "
               CONTROL-VERDICT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF SAVED-TRAILER-WINS-TOTAL = CONTROL-WINS-TOTAL
               MOVE "OK" TO CONTROL-VERDICT
           ELSE
               MOVE "OFF" TO CONTROL-VERDICT
               MOVE 1 TO OUT-OF-BALANCE-SWITCH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL WINS      " SAVED-TRAILER-WINS-TOTAL
               "           " CONTROL-WINS-TOTAL "  "
               CONTROL-VERDICT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF SAVED-TRAILER-LOSSES-TOTAL = CONTROL-LOSSES-TOTAL
               MOVE "OK" TO CONTROL-VERDICT
           ELSE
               MOVE "OFF" TO CONTROL-VERDICT
               MOVE 1 TO OUT-OF-BALANCE-SWITCH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL LOSSES    " SAVED-TRAILER-LOSSES-TOTAL
               "           " CONTROL-LOSSES-TOTAL "  "
               CONTROL-VERDICT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF SAVED-TRAILER-LOW-KEY = CONTROL-LOW-KEY
               MOVE "OK" TO CONTROL-VERDICT
           ELSE
               MOVE "OFF" TO CONTROL-VERDICT
               MOVE 1 TO OUT-OF-BALANCE-SWITCH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  LOW KEY         " SAVED-TRAILER-LOW-KEY " "
               CONTROL-LOW-KEY "  " CONTROL-VERDICT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF SAVED-TRAILER-HIGH-KEY = CONTROL-HIGH-KEY
               MOVE "OK" TO CONTROL-VERDICT
           ELSE
               MOVE "OFF" TO CONTROL-VERDICT
               MOVE 1 TO OUT-OF-BALANCE-SWITCH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  HIGH KEY        " SAVED-TRAILER-HIGH-KEY " "
               CONTROL-HIGH-KEY "  " CONTROL-VERDICT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF AFTER-TRAILER-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  " AFTER-TRAILER-COUNT " RUN RECORD(S) "
                   "FOLLOW THE TRAILER - NOT PART OF THE UNLOAD"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 1 TO OUT-OF-BALANCE-SWITCH
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF OUT-OF-BALANCE-SWITCH = 0 AND NOT-FILED-COUNT = 0
               MOVE "RELOAD VERIFIED - THE CLUSTER HOLDS EXACTLY "
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "WHAT WAS UNLOADED" TO REPORT-LINE
           ELSE
               MOVE "RELOAD DOES NOT BALANCE TO THE TRAILER - "
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SEE THE LINES MARKED OFF AND NOT FILED"
                   TO REPORT-LINE
               MOVE 8 TO RAISE-TO-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    a rebuild on its own takes its boundary from the trailer
      *    of the last backup - the losses it rebuilds are the runs
      *    since then
       READ-BACKUP-TRAILER.
           OPEN INPUT BACKUP-FILE

           IF BACKUP-STATUS NOT = "00"
               DISPLAY "ABEND: A REBUILD NEEDS THE LAST BACKUP ON "
                   "BACKUP - FILE STATUS " BACKUP-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           PERFORM UNTIL BACKUP-EOF = 1
               READ BACKUP-FILE
                   AT END
                       MOVE 1 TO BACKUP-EOF
                   NOT AT END
                       IF BACKUP-TRAILER-TYPE = "TRAILER"
                           MOVE BACKUP-RECORD
                               TO SAVED-TRAILER-RECORD
                           MOVE 1 TO TRAILER-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BACKUP-FILE

           IF TRAILER-FOUND-SWITCH = 0
               DISPLAY "ABEND: NO CONTROL TRAILER ON THE BACKUP - "
                   "THE REBUILD HAS NOTHING TO COUNT ITS LOSSES FROM"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           MOVE SAVED-TRAILER-HIGH-KEY TO BOUNDARY-KEY

           MOVE SPACES TO REPORT-LINE
           STRING "LAST BACKUP TAKEN " SAVED-TRAILER-UNLOAD-DATE "/"
               SAVED-TRAILER-UNLOAD-TIME " - HIGH KEY "
               SAVED-TRAILER-HIGH-KEY
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    the last resort. every HISTORY record from the backup's
      *    last run date on that has no counterpart in the
      *    repository is a run lost since the backup, and is
      *    rebuilt from the trend record and, where one can be
      *    found, the STARTUP event that opened it. every STARTUP
      *    since the backup that no run claims is listed missing.
       REBUILD-LOST-RUNS.
           IF BOUNDARY-KEY = LOW-VALUES
               MOVE ZEROS TO BOUNDARY-KEY
           END-IF

           PERFORM LOAD-RUNS-ON-FILE
           PERFORM LOAD-STARTUP-EVENTS

           OPEN INPUT HISTORY-FILE

           IF HISTORY-STATUS NOT = "00"
               DISPLAY "ABEND: HISTORY DATASET COULD NOT BE OPENED "
                   "- FILE STATUS " HISTORY-STATUS
                   " - NOTHING CAN BE REBUILT"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           OPEN I-O RESULTS-FILE

           IF RESULTS-STATUS NOT = "00"
               DISPLAY "ABEND: RESULTS CLUSTER COULD NOT BE OPENED "
                   "FOR THE REBUILD - FILE STATUS " RESULTS-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           MOVE "REBUILT FROM HISTORY AND RUNLOG (RECONSTRUCTED - "
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "SEED AND STATISTICS NOT RECOVERABLE):" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM UNTIL HISTORY-EOF = 1
               READ HISTORY-FILE
                   AT END
                       MOVE 1 TO HISTORY-EOF
                   NOT AT END
                       IF HISTORY-CENTURY-FLAG NOT = "Y"
                           PERFORM WIDEN-HISTORY-RECORD
                       END-IF

                       IF HISTORY-RUN-DATE NOT < BOUNDARY-DATE
                           PERFORM JUDGE-ONE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           CLOSE RESULTS-FILE

           IF REBUILT-COUNT = 0
               MOVE "  (NONE)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 4 TO RAISE-TO-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM LIST-MISSING-RUNS.

      *    the run records already on file from the boundary date
      *    on - restored, or never lost - held for the matching.
      *    the rebuild files into the four-digit-year layout only.
       LOAD-RUNS-ON-FILE.
           OPEN INPUT RESULTS-FILE

           IF RESULTS-STATUS = "39"
               DISPLAY "ABEND: THE RESULTS CLUSTER IS STILL IN THE "
                   "TWO-DIGIT-YEAR LAYOUT - RELOAD OR CONVERT IT "
                   "BEFORE A REBUILD"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           IF RESULTS-STATUS NOT = "00"
               DISPLAY "ABEND: RESULTS REPOSITORY COULD NOT BE "
                   "OPENED - FILE STATUS " RESULTS-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           MOVE BOUNDARY-DATE TO RESULTS-RUN-DATE
           MOVE 0 TO RESULTS-RUN-TIME
           MOVE 0 TO RESULTS-RANDOM-SEED

           START RESULTS-FILE KEY IS NOT LESS THAN RESULTS-KEY
               INVALID KEY
                   MOVE 1 TO RESULTS-EOF
           END-START

           PERFORM UNTIL RESULTS-EOF = 1
               READ RESULTS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RESULTS-EOF
                   NOT AT END
                       PERFORM HOLD-ONE-RUN-ON-FILE
               END-READ
           END-PERFORM

           CLOSE RESULTS-FILE.

      *    one run record into the matching table
       HOLD-ONE-RUN-ON-FILE.
           IF ONFILE-COUNT >= 5000
               DISPLAY "ABEND: MORE THAN 5000 RUN RECORDS SINCE THE "
                   "BACKUP - TAKE A FRESH BACKUP FIRST"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           ADD 1 TO ONFILE-COUNT
           MOVE RESULTS-RUN-DATE TO ONFILE-RUN-DATE(ONFILE-COUNT)
           MOVE RESULTS-NUMBER-OF-PRISONERS
               TO ONFILE-PRISONERS(ONFILE-COUNT)
           MOVE RESULTS-BOX-OPEN-LIMIT
               TO ONFILE-BOX-OPEN-LIMIT(ONFILE-COUNT)
           MOVE RESULTS-TOTAL-WINS TO ONFILE-TOTAL-WINS(ONFILE-COUNT)
           MOVE RESULTS-TOTAL-LOSSES
               TO ONFILE-TOTAL-LOSSES(ONFILE-COUNT)
           MOVE 0 TO ONFILE-MATCHED(ONFILE-COUNT).

      *    every STARTUP on the log from the boundary date on, with
      *    how its run ended. a log that will not open leaves the
      *    rebuild to the trend file alone and nothing can be
      *    called missing - the report says so.
       LOAD-STARTUP-EVENTS.
           OPEN INPUT RUNLOG-FILE

           IF RUNLOG-STATUS NOT = "00"
               DISPLAY "WARNING: RUNLOG DATASET COULD NOT BE OPENED "
                   "- FILE STATUS " RUNLOG-STATUS
                   " - REBUILDING FROM HISTORY ALONE"
               MOVE 1 TO RUNLOG-UNUSABLE-SWITCH
               MOVE 4 TO RAISE-TO-CODE
               PERFORM RAISE-RETURN-CODE

               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL RUNLOG-EOF = 1
               READ RUNLOG-FILE
                   AT END
                       MOVE 1 TO RUNLOG-EOF
                   NOT AT END
                       IF RUNLOG-CENTURY-FLAG NOT = "Y"
                           PERFORM WIDEN-RUNLOG-RECORD
                       END-IF

                       IF RUNLOG-DATE NOT < BOUNDARY-DATE
                           PERFORM FILE-ONE-LOG-EVENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RUNLOG-FILE.

      *    a STARTUP opens a slot; the events that follow it say
      *    how that run went. a certification run files no run
      *    record, so it is never missing.
       FILE-ONE-LOG-EVENT.
           EVALUATE RUNLOG-EVENT
               WHEN "STARTUP "
                   IF STARTUP-COUNT >= 1000
                       DISPLAY "ABEND: MORE THAN 1000 STARTUPS ON "
                           "THE RUNLOG SINCE THE BACKUP - ARCHIVE "
                           "THE LOG FIRST"
                       MOVE 16 TO RETURN-CODE

                       STOP RUN
                   END-IF

                   ADD 1 TO STARTUP-COUNT
                   MOVE STARTUP-COUNT TO OPEN-STARTUP-I
                   MOVE RUNLOG-DATE TO STARTUP-DATE(OPEN-STARTUP-I)
                   MOVE RUNLOG-TIME TO STARTUP-TIME(OPEN-STARTUP-I)
                   MOVE RUNLOG-TEXT(3:7)
                       TO STARTUP-TESTS(OPEN-STARTUP-I)
                   MOVE RUNLOG-TEXT(13:3)
                       TO STARTUP-PRISONERS(OPEN-STARTUP-I)
                   MOVE RUNLOG-TEXT(19:3)
                       TO STARTUP-BOX-OPEN-LIMIT(OPEN-STARTUP-I)
                   MOVE RUNLOG-TEXT(28:9)
                       TO STARTUP-SEED(OPEN-STARTUP-I)
                   MOVE RUNLOG-TEXT(51:8)
                       TO STARTUP-SCENARIO-ID(OPEN-STARTUP-I)
                   MOVE "NO END" TO STARTUP-ENDING(OPEN-STARTUP-I)
                   MOVE 0 TO STARTUP-CERTIFY-SWITCH(OPEN-STARTUP-I)
                   MOVE 0 TO STARTUP-CLAIMED(OPEN-STARTUP-I)
               WHEN "CERTIFY "
                   IF OPEN-STARTUP-I > 0
                       MOVE 1
                           TO STARTUP-CERTIFY-SWITCH(OPEN-STARTUP-I)
                   END-IF
               WHEN "PERMFAIL"
                   IF OPEN-STARTUP-I > 0
                       MOVE "PERMFAIL"
                           TO STARTUP-ENDING(OPEN-STARTUP-I)
                       MOVE 0 TO OPEN-STARTUP-I
                   END-IF
               WHEN "COMPLETE"
                   IF OPEN-STARTUP-I > 0
                       MOVE "COMPLETE"
                           TO STARTUP-ENDING(OPEN-STARTUP-I)
                       MOVE 0 TO OPEN-STARTUP-I
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    one trend record since the backup: a run on file claims
      *    it; one that is not is rebuilt
       JUDGE-ONE-HISTORY-RECORD.
           ADD 1 TO HISTORY-SINCE-COUNT
           MOVE 0 TO MATCH-FOUND

           PERFORM VARYING ONFILE-I FROM 1 BY 1
           UNTIL ONFILE-I > ONFILE-COUNT
               IF ONFILE-MATCHED(ONFILE-I) = 0
                   AND ONFILE-RUN-DATE(ONFILE-I) = HISTORY-RUN-DATE
                   AND ONFILE-PRISONERS(ONFILE-I)
                       = HISTORY-NUMBER-OF-PRISONERS
                   AND ONFILE-BOX-OPEN-LIMIT(ONFILE-I)
                       = HISTORY-BOX-OPEN-LIMIT
                   AND ONFILE-TOTAL-WINS(ONFILE-I)
                       = HISTORY-TOTAL-WINS
                   AND ONFILE-TOTAL-LOSSES(ONFILE-I)
                       = HISTORY-TOTAL-LOSSES
                   MOVE 1 TO ONFILE-MATCHED(ONFILE-I)
                   MOVE 1 TO MATCH-FOUND

                   EXIT PERFORM
               END-IF
           END-PERFORM

      *    either way the run accounts for the STARTUP that opened
      *    it
           PERFORM CLAIM-STARTUP-FOR-HISTORY

           IF MATCH-FOUND = 1
               ADD 1 TO ALREADY-ON-FILE-COUNT
           ELSE
               PERFORM REBUILD-ONE-RUN
           END-IF.

      *    finds the STARTUP that opened the trend record's run -
      *    same date, trial count and prisoner count. K is not
      *    matched, because a sweep logs one STARTUP for every K it
      *    runs; an unclaimed STARTUP is preferred, a claimed one
      *    will still do for the run's clock.
       CLAIM-STARTUP-FOR-HISTORY.
           MOVE 0 TO FOUND-STARTUP-I

           PERFORM VARYING STARTUP-I FROM 1 BY 1
           UNTIL STARTUP-I > STARTUP-COUNT
               IF STARTUP-DATE(STARTUP-I) = HISTORY-RUN-DATE
                   AND STARTUP-TESTS(STARTUP-I)
                       = HISTORY-NUMBER-OF-TESTS
                   AND STARTUP-PRISONERS(STARTUP-I)
                       = HISTORY-NUMBER-OF-PRISONERS
                   AND STARTUP-CERTIFY-SWITCH(STARTUP-I) = 0
                   IF STARTUP-CLAIMED(STARTUP-I) = 0
                       MOVE STARTUP-I TO FOUND-STARTUP-I

                       EXIT PERFORM
                   END-IF
                   IF FOUND-STARTUP-I = 0
                       MOVE STARTUP-I TO FOUND-STARTUP-I
                   END-IF
               END-IF
           END-PERFORM

           IF FOUND-STARTUP-I > 0
               MOVE 1 TO STARTUP-CLAIMED(FOUND-STARTUP-I)
           END-IF.

      *    files a reconstructed run record from the trend record.
      *    the seed and the partition count are zero - together the
      *    mark of a reconstruction - and so is every statistic the
      *    trend file does not carry. the clock comes off the
      *    STARTUP when one was found; a key already taken is
      *    stepped on a hundredth at a time.
       REBUILD-ONE-RUN.
           INITIALIZE RESULTS-RECORD
           MOVE HISTORY-RUN-DATE TO RESULTS-RUN-DATE
           MOVE 0 TO RESULTS-RUN-TIME
           MOVE 0 TO RESULTS-RANDOM-SEED
           MOVE HISTORY-NUMBER-OF-TESTS TO RESULTS-NUMBER-OF-TESTS
           MOVE HISTORY-NUMBER-OF-PRISONERS
               TO RESULTS-NUMBER-OF-PRISONERS
           MOVE HISTORY-BOX-OPEN-LIMIT TO RESULTS-BOX-OPEN-LIMIT
           MOVE HISTORY-TOTAL-WINS TO RESULTS-TOTAL-WINS
           MOVE HISTORY-TOTAL-LOSSES TO RESULTS-TOTAL-LOSSES
           MOVE HISTORY-WIN-PERCENT TO RESULTS-WIN-PERCENT
           MOVE HISTORY-VARIANT-CODE TO RESULTS-VARIANT-CODE

      *    on a classic run the classic loop's wins are the run's
      *    own; on a variant run they were never on the trend file
           IF HISTORY-VARIANT-CODE = SPACE
               OR HISTORY-VARIANT-CODE = "C"
               MOVE HISTORY-TOTAL-WINS TO RESULTS-CLASSIC-WINS
           END-IF

           IF FOUND-STARTUP-I > 0
               MOVE STARTUP-TIME(FOUND-STARTUP-I) TO RESULTS-RUN-TIME
               MOVE STARTUP-SCENARIO-ID(FOUND-STARTUP-I)
                   TO RESULTS-SCENARIO-ID
               ADD 1 TO REBUILT-WITH-STARTUP-COUNT
           END-IF

           MOVE 0 TO FILED-SWITCH
           MOVE 0 TO KEY-TRIES

           PERFORM UNTIL FILED-SWITCH = 1 OR KEY-TRIES > 99
               WRITE RESULTS-RECORD
                   INVALID KEY
                       ADD 1 TO KEY-TRIES
                       ADD 1 TO RESULTS-RUN-TIME
                   NOT INVALID KEY
                       MOVE 1 TO FILED-SWITCH
               END-WRITE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE

           IF FILED-SWITCH = 1
               ADD 1 TO REBUILT-COUNT
               STRING "  " RESULTS-RUN-DATE "/" RESULTS-RUN-TIME "/"
                   RESULTS-RANDOM-SEED " SCEN " RESULTS-SCENARIO-ID
                   " N=" RESULTS-NUMBER-OF-PRISONERS
                   " K=" RESULTS-BOX-OPEN-LIMIT
                   " T=" RESULTS-NUMBER-OF-TESTS
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO MISSING-COUNT
               STRING "  NOT FILED - HISTORY " HISTORY-RUN-DATE
                   " N=" HISTORY-NUMBER-OF-PRISONERS
                   " K=" HISTORY-BOX-OPEN-LIMIT
                   " - NO FREE KEY ON THE DATE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE 8 TO RAISE-TO-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *    every STARTUP since the backup that no run accounts for -
      *    a run the log saw begin that reached neither the
      *    repository nor the trend file. a STARTUP earlier on the
      *    boundary date than the backup's last key belongs to the
      *    backed-up period and is not counted.
       LIST-MISSING-RUNS.
           MOVE "MISSING - STARTED ON THE RUNLOG, IN NEITHER RESULTS "
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "NOR HISTORY (RERUN FROM THE PARAMETERS SHOWN):"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF RUNLOG-UNUSABLE-SWITCH = 1
               MOVE "  (UNKNOWN - THE RUNLOG COULD NOT BE READ)"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MATCH-FOUND

           PERFORM VARYING STARTUP-I FROM 1 BY 1
           UNTIL STARTUP-I > STARTUP-COUNT
               IF STARTUP-CLAIMED(STARTUP-I) = 0
                   AND STARTUP-CERTIFY-SWITCH(STARTUP-I) = 0
                   AND STARTUP-STAMP(STARTUP-I) > BOUNDARY-KEY(1:16)
                   ADD 1 TO MISSING-COUNT
                   MOVE 1 TO MATCH-FOUND
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " STARTUP-DATE(STARTUP-I) "/"
                       STARTUP-TIME(STARTUP-I) " "
                       STARTUP-ENDING(STARTUP-I)
                       " T=" STARTUP-TESTS(STARTUP-I)
                       " N=" STARTUP-PRISONERS(STARTUP-I)
                       " K=" STARTUP-BOX-OPEN-LIMIT(STARTUP-I)
                       " SEED=" STARTUP-SEED(STARTUP-I)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "                    SCEN="
                       STARTUP-SCENARIO-ID(STARTUP-I)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           IF MATCH-FOUND = 0
               MOVE "  (NONE)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 8 TO RAISE-TO-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    the bottom line - restored, rebuilt, missing
       WRITE-RECOVERY-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING "RUNS RESTORED FROM THE BACKUP      " RESTORED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF NOT-FILED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "BACKUP RECORDS NOT FILED           "
                   NOT-FILED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF RECOVER-FUNCTION NOT = "RELOAD"
               MOVE SPACES TO REPORT-LINE
               STRING "HISTORY RECORDS SINCE THE BACKUP   "
                   HISTORY-SINCE-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               STRING "  ALREADY ON FILE                  "
                   ALREADY-ON-FILE-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               STRING "RUNS REBUILT (RECONSTRUCTED)       "
                   REBUILT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               STRING "  WITH THEIR STARTUP CLOCK/SCEN    "
                   REBUILT-WITH-STARTUP-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               STRING "RUNS MISSING                       "
                   MISSING-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
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
           MOVE OLD-HISTORY-DATA TO HISTORY-RECORD(9:33).

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
               COMPUTE RECORD-FULL-DATE =
                   20000000 + WIDEN-DATE
           ELSE
               COMPUTE RECORD-FULL-DATE =
                   19000000 + WIDEN-DATE
           END-IF.

      *    one line to the recovery report and the job log both
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM RESULTS-RECOVER.
