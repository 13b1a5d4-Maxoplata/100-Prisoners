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

      *    the operations report, to print and to sysout both
           FD REPORT-FILE
           01 RUN-I PIC 9(4).
           01 RUN-TABLE.
               05 RUN-ENTRY OCCURS 1000 TIMES.
                   10 RUN-START-DATE PIC 9(8).
                   10 RUN-START-TIME PIC 9(8).
                   10 RUN-END-DATE PIC 9(8).
                   10 RUN-END-TIME PIC 9(8).
                   10 RUN-ELAPSED-SECONDS PIC 9(7).
                   10 RUN-CHECKPOINT-COUNT PIC 9(5).
           01 OPEN-RUN-I PIC 9(4) VALUE 0.
           01 LAST-CHECKPOINT-SECONDS PIC 9(9).

      *    event-clock arithmetic. log dates are turned into day
      *    numbers so a run over midnight still measures. an event
      *    written before the four-digit-year layout - a YYMMDD date
      *    and the rest of the record two bytes further up - has its
      *    century flag blank and is widened on the way in, with the
      *    same fixed window the housekeeping uses: years under 70
      *    are 20xx, the rest 19xx.
           01 OLD-RUNLOG-RECORD.
               05 OLD-RUNLOG-DATE PIC 9(6).
               05 OLD-RUNLOG-DATA PIC X(74).
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).
      *    print lines
           01 RUN-DETAIL-LINE.
               05 FILLER PIC X(02) VALUE SPACES.
               05 DETAIL-START-DATE PIC 9(8).
               05 FILLER PIC X(01) VALUE "/".
               05 DETAIL-START-TIME PIC 9(8).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DETAIL-RESUME PIC X(01).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DETAIL-VERDICT PIC X(08).
               05 FILLER PIC X(18) VALUE SPACES.

           01 ELAPSED-EDIT-FIELD.
               05 ELAPSED-EDIT-HOURS PIC 9(4).
                   AT END
                       MOVE 1 TO RUNLOG-EOF
                   NOT AT END
                       IF RUNLOG-CENTURY-FLAG NOT = "Y"
                           PERFORM WIDEN-RUNLOG-RECORD
                       END-IF

                       PERFORM FILE-ONE-LOG-EVENT
               END-READ
           END-PERFORM
      *    number and seconds within the day, so elapsed times
      *    measure correctly across midnight
       COMPUTE-EVENT-CLOCK.
           COMPUTE EVENT-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUNLOG-DATE)

      *    the time stamp is HHMMSSCC off ACCEPT FROM TIME - the
      *    hundredths are dropped, whole seconds are plenty for a
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
      *    form in RECORD-FULL-DATE - the same fixed window the
      *    housekeeping applies
