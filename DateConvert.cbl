      ******************************************************************
      * Author: Maxamilian Demian
      * Purpose: One-time conversion of the simulation datasets from
      *          two-digit-year YYMMDD dates to four-digit-year
      *          CCYYMMDD dates. The parameter card names the layout
      *          of the dataset on DATEIN; every record is copied to
      *          DATEOUT in the four-digit-year layout - each date
      *          widened on the fixed window the readers use (years
      *          under 70 are 20xx, the rest 19xx) and everything
      *          after it moved up to make room. The keyed RESULTS,
      *          STRATCAT and RUNREQ clusters are written into a new
      *          cluster defined in the new record size. Records
      *          already in the four-digit-year layout are copied as
      *          they are, so a dataset caught part way is safe to
      *          run again. Prints a before/after control-count
      *          report - records and a control total of fields the
      *          conversion must not change - and the job only cuts
      *          over to the converted copy when the two balance.
      *          See DateConvert.jcl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

      *    a sequential dataset in and its converted copy out. the
      *    input is read at the widest layout, LOSSPERM's, and each
      *    record is written back at its layout's new length.
           SELECT SEQUENTIAL-IN-FILE ASSIGN TO "DATEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATEIN-STATUS.

           SELECT SEQUENTIAL-OUT-FILE ASSIGN TO "DATEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATEOUT-STATUS.

      *    the keyed clusters - read in their old layout in key
      *    order, written to the new cluster by key, since a widened
      *    run date no longer sorts where its two-digit one did
           SELECT OLD-RESULTS-FILE ASSIGN TO "DATEIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-RESULTS-KEY
               FILE STATUS IS DATEIN-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "DATEOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESULTS-KEY
               FILE STATUS IS DATEOUT-STATUS.

           SELECT OLD-STRATCAT-FILE ASSIGN TO "DATEIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CATALOG-ID
               FILE STATUS IS DATEIN-STATUS.

           SELECT STRATCAT-FILE ASSIGN TO "DATEOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CATALOG-ID
               FILE STATUS IS DATEOUT-STATUS.

           SELECT OLD-RUNREQ-FILE ASSIGN TO "DATEIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-RUNREQ-ID
               FILE STATUS IS DATEIN-STATUS.

           SELECT RUNREQ-FILE ASSIGN TO "DATEOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNREQ-ID
               FILE STATUS IS DATEOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CONVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    names the layout of the dataset on DATEIN - see
      *    SET-LAYOUT-RULES for the names
           FD SYSIN-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 SYSIN-RECORD.
               05 SYSIN-LAYOUT-NAME PIC X(08).
               05 FILLER PIC X(72).

           FD SEQUENTIAL-IN-FILE
               RECORD CONTAINS 3007 CHARACTERS.
           01 SEQUENTIAL-IN-RECORD PIC X(3007).

           FD SEQUENTIAL-OUT-FILE
               RECORD IS VARYING IN SIZE FROM 1 TO 3007 CHARACTERS
                   DEPENDING ON OUT-RECORD-LENGTH.
           01 SEQUENTIAL-OUT-RECORD PIC X(3007).

      *    the run repository in the layout it is leaving - only
      *    the key and the tallies the control total is taken from
      *    are named
           FD OLD-RESULTS-FILE
               RECORD CONTAINS 135 CHARACTERS.
           01 OLD-RESULTS-RECORD.
               05 OLD-RESULTS-KEY.
                   10 OLD-RESULTS-RUN-DATE PIC 9(6).
                   10 OLD-RESULTS-RUN-TIME PIC 9(8).
                   10 OLD-RESULTS-RANDOM-SEED PIC 9(9).
               05 OLD-RESULTS-NUMBER-OF-TESTS PIC 9(7).
               05 OLD-RESULTS-NUMBER-OF-PRISONERS PIC 9(3).
               05 OLD-RESULTS-BOX-OPEN-LIMIT PIC 9(3).
               05 OLD-RESULTS-TOTAL-WINS PIC 9(7).
               05 OLD-RESULTS-TOTAL-LOSSES PIC 9(7).
               05 FILLER PIC X(85).

      *    and in the layout it is moving to - the layout must stay
      *    in step with WRITE-RESULTS-RECORD in 100-PRISONERS
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
               05 FILLER PIC X(85).

      *    the strategy catalog, old and new - the layout must stay
      *    in step with STRAT-MAINTAIN
           FD OLD-STRATCAT-FILE
               RECORD CONTAINS 40 CHARACTERS.
           01 OLD-STRATCAT-RECORD.
               05 OLD-CATALOG-ID PIC X(08).
               05 OLD-CATALOG-RULES PIC X(10).
               05 OLD-CATALOG-CHANGE-DATE PIC 9(6).
               05 OLD-CATALOG-CHANGE-TIME PIC 9(8).
               05 OLD-CATALOG-CHANGE-USER PIC X(08).

           FD STRATCAT-FILE
               RECORD CONTAINS 42 CHARACTERS.
           01 STRATCAT-RECORD.
               05 CATALOG-ID PIC X(08).
               05 CATALOG-RULES PIC X(10).
               05 CATALOG-CHANGE-DATE PIC 9(8).
               05 CATALOG-CHANGE-TIME PIC 9(8).
               05 CATALOG-CHANGE-USER PIC X(08).

      *    the run-request queue, old and new - the layout must stay
      *    in step with REQUEST-MAINTAIN
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

           FD RUNREQ-FILE
               RECORD CONTAINS 208 CHARACTERS.
           01 RUNREQ-RECORD.
               05 RUNREQ-ID PIC X(08).
               05 RUNREQ-REQUEST PIC X(121).
               05 RUNREQ-SUBMIT-DATE PIC 9(8).
               05 RUNREQ-SUBMIT-TIME PIC 9(8).
               05 RUNREQ-CHANGE-DATE PIC 9(8).
               05 RUNREQ-CHANGE-TIME PIC 9(8).
               05 RUNREQ-CHANGE-USER PIC X(08).
               05 RUNREQ-DECK-DATE PIC 9(8).
               05 RUNREQ-RESULT-DATE PIC 9(8).
               05 RUNREQ-RESULT-TIME PIC 9(8).
               05 RUNREQ-RESULT-SEED PIC 9(9).
               05 FILLER PIC X(06).

      *    the control-count report, to print and to sysout both
           FD REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *    dataset handling
           01 SYSIN-STATUS PIC X(02).
           01 DATEIN-STATUS PIC X(02).
           01 DATEOUT-STATUS PIC X(02).
           01 REPORT-STATUS PIC X(02).
           01 DATEIN-EOF PIC 1(1) VALUE 0.

      *    the layout named on the card and what it means. positions
      *    are in the four-digit-year layout; on an old record every
      *    field after the date sits two bytes nearer the front.
           01 LAYOUT-NAME PIC X(08) VALUE SPACES.
           01 LAYOUT-DESCRIPTION PIC X(44).
           01 HASH-DESCRIPTION PIC X(40).
           01 KEYED-LAYOUT-SWITCH PIC 1(1) VALUE 0.
           01 OLD-RECORD-LENGTH PIC 9(4) VALUE 0.
           01 NEW-RECORD-LENGTH PIC 9(4) VALUE 0.
           01 FLAG-POSITION PIC 9(4) VALUE 0.
           01 CONTROL-RECORDS-SWITCH PIC 1(1) VALUE 0.
           01 UNDATED-DATA-SWITCH PIC 1(1) VALUE 0.
           01 RESULTS-IMAGE-SWITCH PIC 1(1) VALUE 0.
           01 HASH-FIELD-COUNT PIC 9(1) VALUE 0.
           01 HASH-FIELD-TABLE.
               05 HASH-FIELD OCCURS 4 TIMES.
                   10 HASH-POSITION PIC 9(4).
                   10 HASH-LENGTH PIC 9(2).
           01 HASH-I PIC 9(1).

      *    the record being converted. a header or trailer carries
      *    its run date after the 7-byte type, and its flag byte
      *    where BLOCK-HEADER-RECORD / BLOCK-TRAILER-RECORD put it.
      *    kind: C control record, D dated record, U undated record
      *    (a DETAIL trial or a LOSSPERM arrangement, copied as is).
           01 IN-RECORD PIC X(3007).
           01 OUT-RECORD PIC X(3007).
           01 OUT-RECORD-LENGTH PIC 9(4) VALUE 1.
           01 RECORD-KIND PIC X(01).
           01 RECORD-OLD-SWITCH PIC 1(1).
           01 CONTROL-FLAG-POSITION PIC 9(4).
           01 OLD-DATA-LENGTH PIC 9(4).

      *    the control total of one record, taken from fields the
      *    conversion carries across unchanged
           01 HASH-RECORD PIC X(3007).
           01 HASH-SHIFT PIC 9(1).
           01 RECORD-HASH PIC 9(15).
           01 PIECE-POSITION PIC 9(4).
           01 PIECE-LENGTH PIC 9(2).
           01 HASH-PIECE PIC X(10) JUSTIFIED RIGHT.
           01 HASH-PIECE-NUMBER REDEFINES HASH-PIECE PIC 9(10).

      *    two-digit-year dates are widened on the fixed window -
      *    years under 70 are 20xx, the rest 19xx. a date never
      *    set stays zero.
           01 WIDEN-DATE PIC 9(6).
           01 WIDEN-YEAR PIC 9(2).
           01 RECORD-FULL-DATE PIC 9(8).
           01 CENTURY-TALLY-DATE PIC 9(8).

      *    the before/after control counts
           01 RECORDS-READ PIC 9(9) VALUE 0.
           01 RECORDS-WRITTEN PIC 9(9) VALUE 0.
           01 RECORDS-CONVERTED PIC 9(9) VALUE 0.
           01 RECORDS-ALREADY-NEW PIC 9(9) VALUE 0.
           01 RECORDS-UNDATED PIC 9(9) VALUE 0.
           01 RECORDS-BAD-DATE PIC 9(9) VALUE 0.
           01 WRITE-ERROR-COUNT PIC 9(9) VALUE 0.
           01 DATES-IN-1900S PIC 9(9) VALUE 0.
           01 DATES-IN-2000S PIC 9(9) VALUE 0.
           01 HASH-BEFORE PIC 9(15) VALUE 0.
           01 HASH-AFTER PIC 9(15) VALUE 0.
           01 ALREADY-CONVERTED-SWITCH PIC 1(1) VALUE 0.

           01 REPORT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-LAYOUT-CARD
           PERFORM SET-LAYOUT-RULES

           OPEN OUTPUT REPORT-FILE

           IF KEYED-LAYOUT-SWITCH = 1
               EVALUATE LAYOUT-NAME
                   WHEN "RESULTS"
                       PERFORM CONVERT-RESULTS-CLUSTER
                   WHEN "STRATCAT"
                       PERFORM CONVERT-STRATCAT-CLUSTER
                   WHEN "RUNREQ"
                       PERFORM CONVERT-RUNREQ-CLUSTER
               END-EVALUATE
           ELSE
               PERFORM CONVERT-SEQUENTIAL-DATASET
           END-IF

           PERFORM WRITE-CONTROL-REPORT

           CLOSE REPORT-FILE

      *    only a balanced conversion with every date widened ends
      *    0 - the cutover step in the job runs on nothing less
           IF ALREADY-CONVERTED-SWITCH = 1
               MOVE 4 TO RETURN-CODE
           ELSE
               IF RECORDS-READ NOT = RECORDS-WRITTEN
                   OR HASH-BEFORE NOT = HASH-AFTER
                   OR WRITE-ERROR-COUNT > 0
                   OR RECORDS-BAD-DATE > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *    reads the layout name off the parameter card - no card,
      *    no conversion
       READ-LAYOUT-CARD.
           OPEN INPUT SYSIN-FILE

           IF SYSIN-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SYSIN-LAYOUT-NAME TO LAYOUT-NAME
               END-READ

               CLOSE SYSIN-FILE
           END-IF

           IF LAYOUT-NAME = SPACES
               DISPLAY "ABEND: DATE CONVERSION NEEDS THE LAYOUT OF "
                   "THE DATASET ON ITS PARAMETER CARD"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF.

      *    what each layout looks like on either side of the
      *    conversion, and which of its fields make the control
      *    total. the sequential RESULTS image (CONSRES, the
      *    archives, PARTSEQ) has no flag byte - an old record is
      *    known by its classic-wins column running off the end.
       SET-LAYOUT-RULES.
           MOVE 0 TO HASH-FIELD-COUNT

           EVALUATE LAYOUT-NAME
               WHEN "RESULTS"
                   MOVE 1 TO KEYED-LAYOUT-SWITCH
                   MOVE "RESULTS KSDS 135 -> 137, KEY 23 -> 25"
                       TO LAYOUT-DESCRIPTION
                   MOVE "TOTAL WINS + TOTAL LOSSES" TO HASH-DESCRIPTION
               WHEN "RESSEQ"
                   MOVE 135 TO OLD-RECORD-LENGTH
                   MOVE 137 TO NEW-RECORD-LENGTH
                   MOVE 1 TO RESULTS-IMAGE-SWITCH
                   MOVE "SEQUENTIAL RESULTS IMAGE 135 -> 137"
                       TO LAYOUT-DESCRIPTION
                   MOVE "TOTAL WINS + TOTAL LOSSES" TO HASH-DESCRIPTION
                   MOVE 2 TO HASH-FIELD-COUNT
                   MOVE 39 TO HASH-POSITION(1)
                   MOVE 7 TO HASH-LENGTH(1)
                   MOVE 46 TO HASH-POSITION(2)
                   MOVE 7 TO HASH-LENGTH(2)
               WHEN "HISTORY"
                   MOVE 39 TO OLD-RECORD-LENGTH
                   MOVE 42 TO NEW-RECORD-LENGTH
                   MOVE 42 TO FLAG-POSITION
                   MOVE "HISTORY 39 -> 42" TO LAYOUT-DESCRIPTION
                   MOVE "TOTAL WINS + TOTAL LOSSES" TO HASH-DESCRIPTION
                   MOVE 2 TO HASH-FIELD-COUNT
                   MOVE 22 TO HASH-POSITION(1)
                   MOVE 7 TO HASH-LENGTH(1)
                   MOVE 29 TO HASH-POSITION(2)
                   MOVE 7 TO HASH-LENGTH(2)
               WHEN "RUNLOG"
                   MOVE 80 TO OLD-RECORD-LENGTH
                   MOVE 83 TO NEW-RECORD-LENGTH
                   MOVE 83 TO FLAG-POSITION
                   MOVE "RUNLOG 80 -> 83" TO LAYOUT-DESCRIPTION
                   MOVE "EVENT TIMES" TO HASH-DESCRIPTION
                   MOVE 1 TO HASH-FIELD-COUNT
                   MOVE 9 TO HASH-POSITION(1)
                   MOVE 8 TO HASH-LENGTH(1)
               WHEN "STRATOUT"
                   MOVE 63 TO OLD-RECORD-LENGTH
                   MOVE 66 TO NEW-RECORD-LENGTH
                   MOVE 66 TO FLAG-POSITION
                   MOVE 1 TO CONTROL-RECORDS-SWITCH
                   MOVE "STRATOUT 63 -> 66, WITH HEADERS/TRAILERS"
                       TO LAYOUT-DESCRIPTION
                   MOVE "WINS + LOSSES, CONTROL RUN TIMES"
                       TO HASH-DESCRIPTION
                   MOVE 2 TO HASH-FIELD-COUNT
                   MOVE 46 TO HASH-POSITION(1)
                   MOVE 7 TO HASH-LENGTH(1)
                   MOVE 53 TO HASH-POSITION(2)
                   MOVE 7 TO HASH-LENGTH(2)
               WHEN "PAIROUT"
                   MOVE 71 TO OLD-RECORD-LENGTH
                   MOVE 75 TO NEW-RECORD-LENGTH
                   MOVE 75 TO FLAG-POSITION
                   MOVE "PAIROUT 71 -> 75" TO LAYOUT-DESCRIPTION
                   MOVE "SUM OF THE FOUR PAIRED CELLS"
                       TO HASH-DESCRIPTION
                   MOVE 4 TO HASH-FIELD-COUNT
                   MOVE 46 TO HASH-POSITION(1)
                   MOVE 53 TO HASH-POSITION(2)
                   MOVE 60 TO HASH-POSITION(3)
                   MOVE 67 TO HASH-POSITION(4)
                   MOVE 7 TO HASH-LENGTH(1)
                   MOVE 7 TO HASH-LENGTH(2)
                   MOVE 7 TO HASH-LENGTH(3)
                   MOVE 7 TO HASH-LENGTH(4)
               WHEN "DETAIL"
                   MOVE 60 TO OLD-RECORD-LENGTH
                   MOVE 61 TO NEW-RECORD-LENGTH
                   MOVE 1 TO CONTROL-RECORDS-SWITCH
                   MOVE 1 TO UNDATED-DATA-SWITCH
                   MOVE "DETAIL 60 -> 61, HEADERS/TRAILERS ONLY"
                       TO LAYOUT-DESCRIPTION
                   MOVE "TRIAL NUMBERS, CONTROL RUN TIMES"
                       TO HASH-DESCRIPTION
                   MOVE 1 TO HASH-FIELD-COUNT
                   MOVE 1 TO HASH-POSITION(1)
                   MOVE 7 TO HASH-LENGTH(1)
               WHEN "LOSSPERM"
                   MOVE 3007 TO OLD-RECORD-LENGTH
                   MOVE 3007 TO NEW-RECORD-LENGTH
                   MOVE 1 TO CONTROL-RECORDS-SWITCH
                   MOVE 1 TO UNDATED-DATA-SWITCH
                   MOVE "LOSSPERM 3007, HEADERS/TRAILERS ONLY"
                       TO LAYOUT-DESCRIPTION
                   MOVE "TRIAL NUMBERS, CONTROL RUN TIMES"
                       TO HASH-DESCRIPTION
                   MOVE 1 TO HASH-FIELD-COUNT
                   MOVE 1 TO HASH-POSITION(1)
                   MOVE 7 TO HASH-LENGTH(1)
               WHEN "STRATCAT"
                   MOVE 1 TO KEYED-LAYOUT-SWITCH
                   MOVE "STRATCAT KSDS 40 -> 42" TO LAYOUT-DESCRIPTION
                   MOVE "CHANGE TIMES" TO HASH-DESCRIPTION
               WHEN "RUNREQ"
                   MOVE 1 TO KEYED-LAYOUT-SWITCH
                   MOVE "RUNREQ KSDS 200 -> 208" TO LAYOUT-DESCRIPTION
                   MOVE "SUBMIT TIMES" TO HASH-DESCRIPTION
               WHEN "REQAUDIT"
                   MOVE 33 TO OLD-RECORD-LENGTH
                   MOVE 36 TO NEW-RECORD-LENGTH
                   MOVE 36 TO FLAG-POSITION
                   MOVE "RUN-REQUEST AUDIT 33 -> 36"
                       TO LAYOUT-DESCRIPTION
                   MOVE "AUDIT TIMES" TO HASH-DESCRIPTION
                   MOVE 1 TO HASH-FIELD-COUNT
                   MOVE 9 TO HASH-POSITION(1)
                   MOVE 8 TO HASH-LENGTH(1)
               WHEN "CATAUDIT"
                   MOVE 67 TO OLD-RECORD-LENGTH
                   MOVE 70 TO NEW-RECORD-LENGTH
                   MOVE 70 TO FLAG-POSITION
                   MOVE "STRATEGY CATALOG AUDIT 67 -> 70"
                       TO LAYOUT-DESCRIPTION
                   MOVE "AUDIT TIMES" TO HASH-DESCRIPTION
                   MOVE 1 TO HASH-FIELD-COUNT
                   MOVE 9 TO HASH-POSITION(1)
                   MOVE 8 TO HASH-LENGTH(1)
               WHEN OTHER
                   DISPLAY "ABEND: UNKNOWN LAYOUT '" LAYOUT-NAME
                       "' - USE RESULTS, RESSEQ, HISTORY, RUNLOG, "
                       "STRATOUT, PAIROUT, DETAIL, LOSSPERM, "
                       "STRATCAT, RUNREQ, REQAUDIT OR CATAUDIT"
                   MOVE 16 TO RETURN-CODE

                   STOP RUN
           END-EVALUATE.

      *    copies a sequential dataset record by record, widening
      *    every date still in the old layout
       CONVERT-SEQUENTIAL-DATASET.
           OPEN INPUT SEQUENTIAL-IN-FILE

           IF DATEIN-STATUS NOT = "00"
               DISPLAY "ABEND: " LAYOUT-NAME " DATASET ON DATEIN "
                   "COULD NOT BE OPENED - FILE STATUS " DATEIN-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           OPEN OUTPUT SEQUENTIAL-OUT-FILE

           IF DATEOUT-STATUS NOT = "00"
               DISPLAY "ABEND: CONVERTED COPY ON DATEOUT COULD NOT "
                   "BE OPENED - FILE STATUS " DATEOUT-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF

           MOVE NEW-RECORD-LENGTH TO OUT-RECORD-LENGTH

           PERFORM UNTIL DATEIN-EOF = 1
               READ SEQUENTIAL-IN-FILE
                   AT END
                       MOVE 1 TO DATEIN-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-SEQUENTIAL-RECORD
               END-READ
           END-PERFORM

           CLOSE SEQUENTIAL-IN-FILE
           CLOSE SEQUENTIAL-OUT-FILE.

      *    one record: classify it, take its before total, widen
      *    it when it is still old, take its after total, write it
       CONVERT-ONE-SEQUENTIAL-RECORD.
           ADD 1 TO RECORDS-READ
           MOVE SEQUENTIAL-IN-RECORD TO IN-RECORD

           PERFORM CLASSIFY-RECORD

           MOVE IN-RECORD TO HASH-RECORD
           IF RECORD-OLD-SWITCH = 1
               MOVE 2 TO HASH-SHIFT
           ELSE
               MOVE 0 TO HASH-SHIFT
           END-IF
           PERFORM SUM-RECORD-HASH
           ADD RECORD-HASH TO HASH-BEFORE

           IF RECORD-KIND = "U"
               ADD 1 TO RECORDS-UNDATED
               MOVE IN-RECORD TO OUT-RECORD
           ELSE
               IF RECORD-OLD-SWITCH = 1
                   PERFORM WIDEN-SEQUENTIAL-RECORD
               ELSE
                   ADD 1 TO RECORDS-ALREADY-NEW
                   MOVE IN-RECORD TO OUT-RECORD
               END-IF
               PERFORM TALLY-RECORD-CENTURY
           END-IF

           MOVE OUT-RECORD TO HASH-RECORD
           MOVE 0 TO HASH-SHIFT
           PERFORM SUM-RECORD-HASH
           ADD RECORD-HASH TO HASH-AFTER

           MOVE OUT-RECORD TO SEQUENTIAL-OUT-RECORD
           WRITE SEQUENTIAL-OUT-RECORD

           IF DATEOUT-STATUS = "00"
               ADD 1 TO RECORDS-WRITTEN
           ELSE
               ADD 1 TO WRITE-ERROR-COUNT
               DISPLAY "WARNING: WRITE FAILED ON DATEOUT - FILE "
                   "STATUS " DATEOUT-STATUS " AT INPUT RECORD "
                   RECORDS-READ
           END-IF.

      *    sorts the record into control, dated or undated, and
      *    decides whether it is still in the old layout
       CLASSIFY-RECORD.
           MOVE 0 TO RECORD-OLD-SWITCH
           MOVE "D" TO RECORD-KIND

           IF CONTROL-RECORDS-SWITCH = 1
               IF IN-RECORD(1:7) = "HEADER"
                   MOVE "C" TO RECORD-KIND
                   MOVE 61 TO CONTROL-FLAG-POSITION
               ELSE
               IF IN-RECORD(1:7) = "TRAILER"
                   MOVE "C" TO RECORD-KIND
                   MOVE 57 TO CONTROL-FLAG-POSITION
               END-IF
               END-IF
           END-IF

           IF RECORD-KIND = "C"
               IF IN-RECORD(CONTROL-FLAG-POSITION:1) NOT = "Y"
                   MOVE 1 TO RECORD-OLD-SWITCH
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF UNDATED-DATA-SWITCH = 1
               MOVE "U" TO RECORD-KIND
               EXIT PARAGRAPH
           END-IF

           IF RESULTS-IMAGE-SWITCH = 1
               IF IN-RECORD(131:7) NOT NUMERIC
                   MOVE 1 TO RECORD-OLD-SWITCH
               END-IF
           ELSE
               IF IN-RECORD(FLAG-POSITION:1) NOT = "Y"
                   MOVE 1 TO RECORD-OLD-SWITCH
               END-IF
           END-IF.

      *    an old record moved into the new layout - the date
      *    widened and everything after it moved up two bytes. a
      *    date that is not a date is copied as it stands and
      *    reported, so nothing is lost and nothing is guessed at.
       WIDEN-SEQUENTIAL-RECORD.
           MOVE SPACES TO OUT-RECORD

           IF RECORD-KIND = "C"
               IF IN-RECORD(8:6) NOT NUMERIC
                   PERFORM KEEP-UNDATABLE-RECORD
                   EXIT PARAGRAPH
               END-IF

               MOVE IN-RECORD(8:6) TO WIDEN-DATE
               PERFORM WIDEN-RECORD-DATE
               MOVE IN-RECORD(1:7) TO OUT-RECORD(1:7)
               MOVE RECORD-FULL-DATE TO OUT-RECORD(8:8)
               MOVE IN-RECORD(14:45) TO OUT-RECORD(16:45)
               MOVE "Y" TO OUT-RECORD(CONTROL-FLAG-POSITION:1)
           ELSE
               IF IN-RECORD(1:6) NOT NUMERIC
                   PERFORM KEEP-UNDATABLE-RECORD
                   EXIT PARAGRAPH
               END-IF

               MOVE IN-RECORD(1:6) TO WIDEN-DATE
               PERFORM WIDEN-RECORD-DATE
               MOVE RECORD-FULL-DATE TO OUT-RECORD(1:8)
               COMPUTE OLD-DATA-LENGTH = OLD-RECORD-LENGTH - 6
               MOVE IN-RECORD(7:OLD-DATA-LENGTH)
                   TO OUT-RECORD(9:OLD-DATA-LENGTH)
               IF FLAG-POSITION > 0
                   MOVE "Y" TO OUT-RECORD(FLAG-POSITION:1)
               END-IF
           END-IF

           ADD 1 TO RECORDS-CONVERTED.

      *    a record whose date will not widen goes across untouched
       KEEP-UNDATABLE-RECORD.
           MOVE IN-RECORD TO OUT-RECORD
           ADD 1 TO RECORDS-BAD-DATE

           DISPLAY "WARNING: INPUT RECORD " RECORDS-READ
               " HAS NO USABLE DATE - COPIED UNCONVERTED".

      *    counts the converted record's date into its century
       TALLY-RECORD-CENTURY.
           IF RECORD-KIND = "C"
               MOVE OUT-RECORD(8:8) TO CENTURY-TALLY-DATE
           ELSE
               MOVE OUT-RECORD(1:8) TO CENTURY-TALLY-DATE
           END-IF

           PERFORM TALLY-CENTURY.

      *    counts CENTURY-TALLY-DATE into the 19xx or 20xx column
       TALLY-CENTURY.
           IF CENTURY-TALLY-DATE NUMERIC
               IF CENTURY-TALLY-DATE(1:2) = "19"
                   ADD 1 TO DATES-IN-1900S
               ELSE
               IF CENTURY-TALLY-DATE(1:2) = "20"
                   ADD 1 TO DATES-IN-2000S
               END-IF
               END-IF
           END-IF.

      *    the control total of the record in HASH-RECORD. a header
      *    or trailer is totalled on its run time; anything else on
      *    the layout's own fields, HASH-SHIFT bytes nearer the
      *    front on a record still in the old layout.
       SUM-RECORD-HASH.
           MOVE 0 TO RECORD-HASH

           IF RECORD-KIND = "C"
               COMPUTE PIECE-POSITION = 16 - HASH-SHIFT
               MOVE 8 TO PIECE-LENGTH
               PERFORM ADD-HASH-PIECE
           ELSE
               IF RECORD-KIND = "U"
                   MOVE 0 TO HASH-SHIFT
               END-IF
               PERFORM VARYING HASH-I FROM 1 BY 1
               UNTIL HASH-I > HASH-FIELD-COUNT
                   COMPUTE PIECE-POSITION =
                       HASH-POSITION(HASH-I) - HASH-SHIFT
                   MOVE HASH-LENGTH(HASH-I) TO PIECE-LENGTH
                   PERFORM ADD-HASH-PIECE
               END-PERFORM
           END-IF.

      *    adds one numeric field of HASH-RECORD to the total - a
      *    field that is not numeric adds nothing on either side
       ADD-HASH-PIECE.
           MOVE HASH-RECORD(PIECE-POSITION:PIECE-LENGTH) TO HASH-PIECE
           INSPECT HASH-PIECE REPLACING LEADING SPACES BY ZEROS

           IF HASH-PIECE NUMERIC
               ADD HASH-PIECE-NUMBER TO RECORD-HASH
           END-IF.

      *    the run repository, old cluster to new. an input cluster
      *    that will not open in the old layout has been converted
      *    already - nothing is written and the job does not cut
      *    over.
       CONVERT-RESULTS-CLUSTER.
           OPEN INPUT OLD-RESULTS-FILE

           IF DATEIN-STATUS = "39"
               PERFORM NOTE-ALREADY-CONVERTED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-KEYED-DATEIN-OPEN

           OPEN OUTPUT RESULTS-FILE

           PERFORM CHECK-KEYED-DATEOUT-OPEN

           PERFORM UNTIL DATEIN-EOF = 1
               READ OLD-RESULTS-FILE
                   AT END
                       MOVE 1 TO DATEIN-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-RESULTS-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-RESULTS-FILE
           CLOSE RESULTS-FILE.

      *    one run record - key widened, everything after it moved
      *    up two bytes, filed under its new key
       CONVERT-ONE-RESULTS-RECORD.
           ADD 1 TO RECORDS-READ
           ADD OLD-RESULTS-TOTAL-WINS TO HASH-BEFORE
           ADD OLD-RESULTS-TOTAL-LOSSES TO HASH-BEFORE

           MOVE OLD-RESULTS-RUN-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO RESULTS-RUN-DATE
           MOVE OLD-RESULTS-RUN-TIME TO RESULTS-RUN-TIME
           MOVE OLD-RESULTS-RANDOM-SEED TO RESULTS-RANDOM-SEED
           MOVE OLD-RESULTS-RECORD(24:112) TO RESULTS-RECORD(26:112)
           ADD 1 TO RECORDS-CONVERTED

           MOVE RESULTS-RUN-DATE TO CENTURY-TALLY-DATE
           PERFORM TALLY-CENTURY

           WRITE RESULTS-RECORD
               INVALID KEY
                   ADD 1 TO WRITE-ERROR-COUNT
                   DISPLAY "WARNING: RESULTS KEY " RESULTS-KEY
                       " COULD NOT BE FILED - FILE STATUS "
                       DATEOUT-STATUS
               NOT INVALID KEY
                   ADD 1 TO RECORDS-WRITTEN
                   ADD RESULTS-TOTAL-WINS TO HASH-AFTER
                   ADD RESULTS-TOTAL-LOSSES TO HASH-AFTER
           END-WRITE.

      *    the strategy catalog, old cluster to new
       CONVERT-STRATCAT-CLUSTER.
           OPEN INPUT OLD-STRATCAT-FILE

           IF DATEIN-STATUS = "39"
               PERFORM NOTE-ALREADY-CONVERTED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-KEYED-DATEIN-OPEN

           OPEN OUTPUT STRATCAT-FILE

           PERFORM CHECK-KEYED-DATEOUT-OPEN

           PERFORM UNTIL DATEIN-EOF = 1
               READ OLD-STRATCAT-FILE
                   AT END
                       MOVE 1 TO DATEIN-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-CATALOG-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-STRATCAT-FILE
           CLOSE STRATCAT-FILE.

      *    one catalog entry - the rules as they were, the change
      *    date widened
       CONVERT-ONE-CATALOG-RECORD.
           ADD 1 TO RECORDS-READ
           ADD OLD-CATALOG-CHANGE-TIME TO HASH-BEFORE

           MOVE OLD-CATALOG-ID TO CATALOG-ID
           MOVE OLD-CATALOG-RULES TO CATALOG-RULES
           MOVE OLD-CATALOG-CHANGE-DATE TO WIDEN-DATE
           PERFORM WIDEN-RECORD-DATE
           MOVE RECORD-FULL-DATE TO CATALOG-CHANGE-DATE
           MOVE OLD-CATALOG-CHANGE-TIME TO CATALOG-CHANGE-TIME
           MOVE OLD-CATALOG-CHANGE-USER TO CATALOG-CHANGE-USER
           ADD 1 TO RECORDS-CONVERTED

           MOVE CATALOG-CHANGE-DATE TO CENTURY-TALLY-DATE
           PERFORM TALLY-CENTURY

           WRITE STRATCAT-RECORD
               INVALID KEY
                   ADD 1 TO WRITE-ERROR-COUNT
                   DISPLAY "WARNING: STRATEGY " CATALOG-ID
                       " COULD NOT BE FILED - FILE STATUS "
                       DATEOUT-STATUS
               NOT INVALID KEY
                   ADD 1 TO RECORDS-WRITTEN
                   ADD CATALOG-CHANGE-TIME TO HASH-AFTER
           END-WRITE.

      *    the run-request queue, old cluster to new
       CONVERT-RUNREQ-CLUSTER.
           OPEN INPUT OLD-RUNREQ-FILE

           IF DATEIN-STATUS = "39"
               PERFORM NOTE-ALREADY-CONVERTED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-KEYED-DATEIN-OPEN

           OPEN OUTPUT RUNREQ-FILE

           PERFORM CHECK-KEYED-DATEOUT-OPEN

           PERFORM UNTIL DATEIN-EOF = 1
               READ OLD-RUNREQ-FILE
                   AT END
                       MOVE 1 TO DATEIN-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-RUNREQ-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-RUNREQ-FILE
           CLOSE RUNREQ-FILE.

      *    one request - all four dates widened, a date never set
      *    left zero
       CONVERT-ONE-RUNREQ-RECORD.
           ADD 1 TO RECORDS-READ
           ADD OLD-RUNREQ-SUBMIT-TIME TO HASH-BEFORE

           MOVE SPACES TO RUNREQ-RECORD
           MOVE OLD-RUNREQ-ID TO RUNREQ-ID
           MOVE OLD-RUNREQ-REQUEST TO RUNREQ-REQUEST
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
           MOVE OLD-RUNREQ-RESULT-SEED TO RUNREQ-RESULT-SEED
           ADD 1 TO RECORDS-CONVERTED

           MOVE RUNREQ-SUBMIT-DATE TO CENTURY-TALLY-DATE
           PERFORM TALLY-CENTURY

           WRITE RUNREQ-RECORD
               INVALID KEY
                   ADD 1 TO WRITE-ERROR-COUNT
                   DISPLAY "WARNING: REQUEST " RUNREQ-ID
                       " COULD NOT BE FILED - FILE STATUS "
                       DATEOUT-STATUS
               NOT INVALID KEY
                   ADD 1 TO RECORDS-WRITTEN
                   ADD RUNREQ-SUBMIT-TIME TO HASH-AFTER
           END-WRITE.

      *    an old cluster that will not open is a stop
       CHECK-KEYED-DATEIN-OPEN.
           IF DATEIN-STATUS NOT = "00"
               DISPLAY "ABEND: " LAYOUT-NAME " CLUSTER ON DATEIN "
                   "COULD NOT BE OPENED - FILE STATUS " DATEIN-STATUS
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF.

      *    the new cluster must be defined, empty, in the new
      *    record size before the step runs - see DateConvert.jcl
       CHECK-KEYED-DATEOUT-OPEN.
           IF DATEOUT-STATUS NOT = "00"
               DISPLAY "ABEND: NEW " LAYOUT-NAME " CLUSTER ON "
                   "DATEOUT COULD NOT BE OPENED - FILE STATUS "
                   DATEOUT-STATUS " - IS IT DEFINED AT THE NEW "
                   "RECORD SIZE?"
               MOVE 16 TO RETURN-CODE

               STOP RUN
           END-IF.

      *    the cluster on DATEIN is already in the four-digit-year
      *    layout - the conversion has been run before
       NOTE-ALREADY-CONVERTED.
           MOVE 1 TO ALREADY-CONVERTED-SWITCH

           DISPLAY "NOTE: " LAYOUT-NAME " CLUSTER ON DATEIN IS "
               "ALREADY IN THE FOUR-DIGIT-YEAR LAYOUT - NOTHING "
               "CONVERTED".

      *    widens a two-digit-year date in WIDEN-DATE to the full
      *    CCYYMMDD form in RECORD-FULL-DATE
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

      *    the before/after control-count report
       WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "DATE CONVERSION CONTROL REPORT - " LAYOUT-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "LAYOUT: " LAYOUT-DESCRIPTION
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF ALREADY-CONVERTED-SWITCH = 1
               MOVE "ALREADY IN THE FOUR-DIGIT-YEAR LAYOUT - NOTHING "
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "CONVERTED, DO NOT CUT OVER" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "                               BEFORE"
               "          AFTER"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS               " "      " RECORDS-READ
               "       " RECORDS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CONTROL TOTAL         " HASH-BEFORE " "
               HASH-AFTER
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  (" DELIMITED BY SIZE
               HASH-DESCRIPTION DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CONVERTED TO CCYYMMDD        " RECORDS-CONVERTED
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ALREADY CCYYMMDD             " RECORDS-ALREADY-NEW
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CARRIED - NO DATE            " RECORDS-UNDATED
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "NO USABLE DATE - UNCONVERTED " RECORDS-BAD-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "WRITE FAILURES               " WRITE-ERROR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DATES NOW IN 19XX            " DATES-IN-1900S
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DATES NOW IN 20XX            " DATES-IN-2000S
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF RECORDS-READ = RECORDS-WRITTEN
               AND HASH-BEFORE = HASH-AFTER
               AND WRITE-ERROR-COUNT = 0
               IF RECORDS-BAD-DATE = 0
                   MOVE "BALANCED - SAFE TO CUT OVER" TO REPORT-LINE
               ELSE
                   MOVE "BALANCED, BUT SOME DATES WOULD NOT WIDEN - "
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "LOOK BEFORE CUTTING OVER" TO REPORT-LINE
               END-IF
           ELSE
               MOVE "OUT OF BALANCE - DO NOT CUT OVER" TO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *    one line to the control report and the job log both
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM DATE-CONVERT.
