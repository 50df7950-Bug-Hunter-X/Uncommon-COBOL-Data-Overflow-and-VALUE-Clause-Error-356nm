       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMRPT.
      *
      *  Job-stream status report.  Reads the stream ledger STRMLDG
      *  written by every step of the daily stream and prints, for
      *  each business date on file, where the date stands - complete,
      *  waiting for the next step, checkpointed for restart, failed
      *  at a step, or started at a step that never recorded its end
      *  (still running or abended) - followed by one line per stream
      *  step with its state, start and end times, return code, run
      *  count, override authority and the step's key counts.  Steps
      *  are listed in stream order, side steps indented under the
      *  step they follow; a step with no ledger entry is shown as
      *  NOT RUN.  An optional STRMSEL card (business date, columns
      *  1-8) starts the report at that date.  The program ends with
      *  return code 4 when any date has a failed or unfinished step.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-LEDGER-FILE ASSIGN TO "STRMLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.
           SELECT SELECT-CARD-FILE ASSIGN TO "STRMSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.
           SELECT STATUS-REPORT-FILE ASSIGN TO "STRMSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-LEDGER-FILE.
       01  STREAM-LEDGER-RECORD.
           05 LDG-KEY.
              10 LDG-BUSINESS-DATE       PIC 9(8).
              10 LDG-STEP-NAME           PIC X(10).
           05 LDG-STEP-STATE             PIC X(1).
              88 LDG-STEP-RUNNING        VALUE "R".
              88 LDG-STEP-CHECKPOINTED   VALUE "P".
              88 LDG-STEP-ENDED          VALUE "E".
           05 LDG-START-DATE             PIC 9(8).
           05 LDG-START-TIME             PIC 9(8).
           05 LDG-END-DATE               PIC 9(8).
           05 LDG-END-TIME               PIC 9(8).
           05 LDG-RETURN-CODE            PIC 9(2).
           05 LDG-RUN-COUNT              PIC 9(3).
           05 LDG-OVERRIDE-BY            PIC X(8).
           05 LDG-STEP-COUNTS OCCURS 3 TIMES.
              10 LDG-COUNT-LABEL         PIC X(10).
              10 LDG-COUNT               PIC 9(9).

       FD  SELECT-CARD-FILE
           RECORDING MODE IS F.
       01  SELECT-CARD-RECORD.
           05 SEL-FROM-DATE              PIC X(8).
           05 SEL-FROM-DATE-NUM REDEFINES SEL-FROM-DATE
                                         PIC 9(8).

       FD  STATUS-REPORT-FILE
           RECORDING MODE IS F.
       01  STATUS-REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-LDG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-SEL-STATUS            PIC X(2) VALUE SPACES.
           05 WS-REPORT-STATUS         PIC X(2) VALUE SPACES.
           05 WS-LDG-EOF-FLAG          PIC X(1) VALUE "N".
              88 LDG-EOF               VALUE "Y".

       01  WS-STATUS-COUNTERS.
           05 WS-ENTRY-COUNT           PIC 9(6) COMP-3 VALUE 0.
           05 WS-DATE-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-COMPLETE-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-PENDING-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-PROBLEM-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-UNKNOWN-COUNT         PIC 9(6) COMP-3 VALUE 0.

       01  WS-STATUS-FIELDS.
           05 WS-FROM-DATE             PIC 9(8) VALUE 0.
           05 WS-REPORT-DATE           PIC 9(8) VALUE 0.
           05 WS-STEP-SUB              PIC 9(3) COMP VALUE 0.
           05 WS-CNT-SUB               PIC 9(3) COMP VALUE 0.
           05 WS-FOUND-SUB             PIC 9(3) COMP VALUE 0.
           05 WS-STANDING              PIC X(50) VALUE SPACES.
           05 WS-STANDING-RC           PIC 9(2) VALUE 0.

      *    The stream in running order.  Main-line steps each follow
      *    the one before; side steps (type S) hang off the step
      *    named as their predecessor and do not hold the main line.
       01  WS-STREAM-STEP-COUNT        PIC 9(3) COMP VALUE 0.
       01  WS-STREAM-STEP-TABLE.
           05 WS-STREAM-STEP OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-STREAM-STEP-COUNT
                 INDEXED BY STEP-IDX.
              10 WS-SS-STEP-NAME       PIC X(10).
              10 WS-SS-PRED-NAME       PIC X(10).
              10 WS-SS-STEP-TYPE       PIC X(1).
                 88 SS-MAIN-LINE       VALUE "M".
                 88 SS-SIDE-STEP       VALUE "S".
              10 WS-SS-FOUND-FLAG      PIC X(1).
                 88 SS-STEP-FOUND      VALUE "Y".
              10 WS-SS-STATE           PIC X(1).
                 88 SS-STEP-RUNNING    VALUE "R".
                 88 SS-STEP-CHECKPOINTED VALUE "P".
                 88 SS-STEP-ENDED      VALUE "E".
              10 WS-SS-START-DATE      PIC 9(8).
              10 WS-SS-START-TIME      PIC 9(8).
              10 WS-SS-END-DATE        PIC 9(8).
              10 WS-SS-END-TIME        PIC 9(8).
              10 WS-SS-RETURN-CODE     PIC 9(2).
              10 WS-SS-RUN-COUNT       PIC 9(3).
              10 WS-SS-OVERRIDE-BY     PIC X(8).
              10 WS-SS-COUNTS OCCURS 3 TIMES.
                 15 WS-SS-COUNT-LABEL  PIC X(10).
                 15 WS-SS-COUNT        PIC 9(9).

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 9(2).
              10 WS-CURR-DAY           PIC 9(2).
           05 WS-RUN-DATE-DISPLAY      PIC X(10).

       01  SST-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "JOB STREAM STATUS REPORT".
           05 FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05 SST-H1-RUN-DATE          PIC X(10).

       01  SST-HEADER-2.
           05 FILLER                   PIC X(12) VALUE "STEP".
           05 FILLER                   PIC X(9) VALUE "STATE".
           05 FILLER                   PIC X(16) VALUE "STARTED".
           05 FILLER                   PIC X(16) VALUE "ENDED".
           05 FILLER                   PIC X(3) VALUE "RC".
           05 FILLER                   PIC X(5) VALUE "RUNS".
           05 FILLER                   PIC X(8) VALUE "OVERRIDE".

       01  SST-DATE-LINE.
           05 FILLER                   PIC X(15) VALUE
              "BUSINESS DATE: ".
           05 SST-DATE-BUS-DATE        PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SST-DATE-STANDING        PIC X(50).

       01  SST-STEP-LINE.
           05 SST-STEP-NAME            PIC X(12).
           05 SST-STEP-STATE           PIC X(9).
           05 SST-STEP-START-DATE      PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 SST-STEP-START-TIME      PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 SST-STEP-END-DATE        PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 SST-STEP-END-TIME        PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 SST-STEP-RC              PIC 9(2).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 SST-STEP-RUNS            PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SST-STEP-OVERRIDE-BY     PIC X(8).

       01  SST-NOT-RUN-LINE.
           05 SST-NR-NAME              PIC X(12).
           05 FILLER                   PIC X(9) VALUE "NOT RUN".

       01  SST-COUNT-LINE.
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 SST-COUNT-ENTRY OCCURS 3 TIMES.
              10 SST-COUNT-LABEL       PIC X(10).
              10 FILLER                PIC X(1).
              10 SST-COUNT-VALUE       PIC ZZZZZZZZ9.
              10 FILLER                PIC X(2).

       01  SST-SUMMARY-LINE.
           05 SST-SUM-TEXT             PIC X(32).
           05 SST-SUM-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LEDGER-ENTRY
               UNTIL LDG-EOF
           IF WS-REPORT-DATE NOT = 0
               PERFORM 3000-REPORT-DATE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-STREAM-STEPS
           OPEN INPUT SELECT-CARD-FILE
           IF WS-SEL-STATUS = "00"
               READ SELECT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEL-FROM-DATE IS NUMERIC
                           MOVE SEL-FROM-DATE-NUM TO WS-FROM-DATE
                       END-IF
               END-READ
               CLOSE SELECT-CARD-FILE
           END-IF
           OPEN INPUT STREAM-LEDGER-FILE
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open stream ledger STRMLDG"
                   " - file status " WS-LDG-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATUS-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open status report STRMSTAT"
                   " - file status " WS-REPORT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH "/" WS-CURR-DAY "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE WS-RUN-DATE-DISPLAY TO SST-H1-RUN-DATE
           WRITE STATUS-REPORT-RECORD FROM SST-HEADER-1
           MOVE SPACES TO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD
           IF WS-FROM-DATE NOT = 0
               MOVE WS-FROM-DATE TO LDG-BUSINESS-DATE
               MOVE LOW-VALUES TO LDG-STEP-NAME
               START STREAM-LEDGER-FILE KEY NOT LESS THAN LDG-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LDG-EOF-FLAG
               END-START
           END-IF
           IF NOT LDG-EOF
               PERFORM 1100-READ-LEDGER
           END-IF.

       1050-LOAD-STREAM-STEPS.
           MOVE 12 TO WS-STREAM-STEP-COUNT
           MOVE "REFCHK" TO WS-SS-STEP-NAME(1)
           MOVE SPACES TO WS-SS-PRED-NAME(1)
           MOVE "TXNEDIT" TO WS-SS-STEP-NAME(2)
           MOVE "REFCHK" TO WS-SS-PRED-NAME(2)
           MOVE "TXNMERGE" TO WS-SS-STEP-NAME(3)
           MOVE "TXNEDIT" TO WS-SS-PRED-NAME(3)
           MOVE "TXNACCUM" TO WS-SS-STEP-NAME(4)
           MOVE "TXNMERGE" TO WS-SS-PRED-NAME(4)
           MOVE "ACCTPOST" TO WS-SS-STEP-NAME(5)
           MOVE "TXNACCUM" TO WS-SS-PRED-NAME(5)
           MOVE "TXNALERT" TO WS-SS-STEP-NAME(6)
           MOVE "TXNACCUM" TO WS-SS-PRED-NAME(6)
           MOVE "SUSPMNT" TO WS-SS-STEP-NAME(7)
           MOVE "TXNACCUM" TO WS-SS-PRED-NAME(7)
           MOVE "EXCREPAIR" TO WS-SS-STEP-NAME(8)
           MOVE "SUSPMNT" TO WS-SS-PRED-NAME(8)
           MOVE "GLVOUCH" TO WS-SS-STEP-NAME(9)
           MOVE "EXCREPAIR" TO WS-SS-PRED-NAME(9)
           MOVE "SUSPWOFF" TO WS-SS-STEP-NAME(10)
           MOVE "GLVOUCH" TO WS-SS-PRED-NAME(10)
           MOVE "PPADJ" TO WS-SS-STEP-NAME(11)
           MOVE "GLVOUCH" TO WS-SS-PRED-NAME(11)
           MOVE "STRMBAL" TO WS-SS-STEP-NAME(12)
           MOVE "GLVOUCH" TO WS-SS-PRED-NAME(12)
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STREAM-STEP-COUNT
               MOVE "M" TO WS-SS-STEP-TYPE(WS-STEP-SUB)
           END-PERFORM
           MOVE "S" TO WS-SS-STEP-TYPE(5)
           MOVE "S" TO WS-SS-STEP-TYPE(6)
           MOVE "S" TO WS-SS-STEP-TYPE(10)
           MOVE "S" TO WS-SS-STEP-TYPE(11).

       1100-READ-LEDGER.
           READ STREAM-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LDG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ENTRY-COUNT
           END-READ.

       2000-PROCESS-LEDGER-ENTRY.
           IF LDG-BUSINESS-DATE NOT = WS-REPORT-DATE
               IF WS-REPORT-DATE NOT = 0
                   PERFORM 3000-REPORT-DATE
               END-IF
               PERFORM 2100-START-NEW-DATE
           END-IF
           SET STEP-IDX TO 1
           SEARCH WS-STREAM-STEP
               AT END
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY "Ledger entry for unknown step "
                       LDG-STEP-NAME " on " LDG-BUSINESS-DATE
                       " - not reported."
               WHEN WS-SS-STEP-NAME(STEP-IDX) = LDG-STEP-NAME
                   PERFORM 2200-STORE-STEP-ENTRY
           END-SEARCH
           PERFORM 1100-READ-LEDGER.

       2100-START-NEW-DATE.
           MOVE LDG-BUSINESS-DATE TO WS-REPORT-DATE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STREAM-STEP-COUNT
               MOVE "N" TO WS-SS-FOUND-FLAG(WS-STEP-SUB)
               MOVE SPACES TO WS-SS-STATE(WS-STEP-SUB)
           END-PERFORM.

       2200-STORE-STEP-ENTRY.
           MOVE "Y" TO WS-SS-FOUND-FLAG(STEP-IDX)
           MOVE LDG-STEP-STATE TO WS-SS-STATE(STEP-IDX)
           MOVE LDG-START-DATE TO WS-SS-START-DATE(STEP-IDX)
           MOVE LDG-START-TIME TO WS-SS-START-TIME(STEP-IDX)
           MOVE LDG-END-DATE TO WS-SS-END-DATE(STEP-IDX)
           MOVE LDG-END-TIME TO WS-SS-END-TIME(STEP-IDX)
           MOVE LDG-RETURN-CODE TO WS-SS-RETURN-CODE(STEP-IDX)
           MOVE LDG-RUN-COUNT TO WS-SS-RUN-COUNT(STEP-IDX)
           MOVE LDG-OVERRIDE-BY TO WS-SS-OVERRIDE-BY(STEP-IDX)
           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
               UNTIL WS-CNT-SUB > 3
               MOVE LDG-COUNT-LABEL(WS-CNT-SUB)
                   TO WS-SS-COUNT-LABEL(STEP-IDX, WS-CNT-SUB)
               MOVE LDG-COUNT(WS-CNT-SUB)
                   TO WS-SS-COUNT(STEP-IDX, WS-CNT-SUB)
           END-PERFORM.

       3000-REPORT-DATE.
           ADD 1 TO WS-DATE-COUNT
           PERFORM 3100-DETERMINE-STANDING
           MOVE WS-REPORT-DATE TO SST-DATE-BUS-DATE
           MOVE WS-STANDING TO SST-DATE-STANDING
           WRITE STATUS-REPORT-RECORD FROM SST-DATE-LINE
           WRITE STATUS-REPORT-RECORD FROM SST-HEADER-2
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STREAM-STEP-COUNT
               PERFORM 3200-WRITE-STEP-LINE
           END-PERFORM
           MOVE SPACES TO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD.

       3100-DETERMINE-STANDING.
      *    A failed step (ended with return code 8 or more) or a step
      *    that started and never recorded its end stops the date
      *    wherever it is in the stream, side steps included.  Failing
      *    that, the date waits on the first main-line step that has
      *    not run or has checkpointed for restart.
           MOVE SPACES TO WS-STANDING
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STREAM-STEP-COUNT
                  OR WS-FOUND-SUB > 0
               IF SS-STEP-FOUND(WS-STEP-SUB)
                   IF SS-STEP-RUNNING(WS-STEP-SUB)
                      OR (SS-STEP-ENDED(WS-STEP-SUB)
                          AND WS-SS-RETURN-CODE(WS-STEP-SUB) >= 8)
                       MOVE WS-STEP-SUB TO WS-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0
               ADD 1 TO WS-PROBLEM-COUNT
               IF SS-STEP-RUNNING(WS-FOUND-SUB)
                   STRING "STARTED, NO END RECORDED - "
                       WS-SS-STEP-NAME(WS-FOUND-SUB)
                       DELIMITED BY SIZE INTO WS-STANDING
               ELSE
                   MOVE WS-SS-RETURN-CODE(WS-FOUND-SUB)
                       TO WS-STANDING-RC
                   STRING "FAILED AT "
                       WS-SS-STEP-NAME(WS-FOUND-SUB) DELIMITED BY " "
                       " RC " WS-STANDING-RC
                       DELIMITED BY SIZE INTO WS-STANDING
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STREAM-STEP-COUNT
                  OR WS-FOUND-SUB > 0
               IF SS-MAIN-LINE(WS-STEP-SUB)
                   IF NOT SS-STEP-FOUND(WS-STEP-SUB)
                      OR SS-STEP-CHECKPOINTED(WS-STEP-SUB)
                       MOVE WS-STEP-SUB TO WS-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0
               ADD 1 TO WS-PENDING-COUNT
               IF SS-STEP-CHECKPOINTED(WS-FOUND-SUB)
                   STRING "CHECKPOINTED AT "
                       WS-SS-STEP-NAME(WS-FOUND-SUB) DELIMITED BY " "
                       " - RESTART DUE"
                       DELIMITED BY SIZE INTO WS-STANDING
               ELSE
                   STRING "WAITING FOR "
                       WS-SS-STEP-NAME(WS-FOUND-SUB)
                       DELIMITED BY SIZE INTO WS-STANDING
               END-IF
           ELSE
               ADD 1 TO WS-COMPLETE-COUNT
               MOVE "COMPLETE" TO WS-STANDING
           END-IF.

       3200-WRITE-STEP-LINE.
           IF NOT SS-STEP-FOUND(WS-STEP-SUB)
               MOVE SPACES TO SST-NR-NAME
               IF SS-SIDE-STEP(WS-STEP-SUB)
                   MOVE WS-SS-STEP-NAME(WS-STEP-SUB)
                       TO SST-NR-NAME(3:10)
               ELSE
                   MOVE WS-SS-STEP-NAME(WS-STEP-SUB) TO SST-NR-NAME
               END-IF
               WRITE STATUS-REPORT-RECORD FROM SST-NOT-RUN-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SST-STEP-NAME
           IF SS-SIDE-STEP(WS-STEP-SUB)
               MOVE WS-SS-STEP-NAME(WS-STEP-SUB)
                   TO SST-STEP-NAME(3:10)
           ELSE
               MOVE WS-SS-STEP-NAME(WS-STEP-SUB) TO SST-STEP-NAME
           END-IF
           EVALUATE TRUE
               WHEN SS-STEP-RUNNING(WS-STEP-SUB)
                   MOVE "STARTED" TO SST-STEP-STATE
               WHEN SS-STEP-CHECKPOINTED(WS-STEP-SUB)
                   MOVE "CHECKPT" TO SST-STEP-STATE
               WHEN WS-SS-RETURN-CODE(WS-STEP-SUB) >= 8
                   MOVE "FAILED" TO SST-STEP-STATE
               WHEN OTHER
                   MOVE "ENDED" TO SST-STEP-STATE
           END-EVALUATE
           MOVE WS-SS-START-DATE(WS-STEP-SUB) TO SST-STEP-START-DATE
           COMPUTE SST-STEP-START-TIME =
               WS-SS-START-TIME(WS-STEP-SUB) / 100
           MOVE WS-SS-END-DATE(WS-STEP-SUB) TO SST-STEP-END-DATE
           COMPUTE SST-STEP-END-TIME =
               WS-SS-END-TIME(WS-STEP-SUB) / 100
           MOVE WS-SS-RETURN-CODE(WS-STEP-SUB) TO SST-STEP-RC
           MOVE WS-SS-RUN-COUNT(WS-STEP-SUB) TO SST-STEP-RUNS
           MOVE WS-SS-OVERRIDE-BY(WS-STEP-SUB) TO SST-STEP-OVERRIDE-BY
           WRITE STATUS-REPORT-RECORD FROM SST-STEP-LINE
           IF NOT SS-STEP-RUNNING(WS-STEP-SUB)
               MOVE SPACES TO SST-COUNT-LINE
               PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > 3
                   IF WS-SS-COUNT-LABEL(WS-STEP-SUB, WS-CNT-SUB)
                       NOT = SPACES
                       MOVE WS-SS-COUNT-LABEL(WS-STEP-SUB, WS-CNT-SUB)
                           TO SST-COUNT-LABEL(WS-CNT-SUB)
                       MOVE WS-SS-COUNT(WS-STEP-SUB, WS-CNT-SUB)
                           TO SST-COUNT-VALUE(WS-CNT-SUB)
                   END-IF
               END-PERFORM
               WRITE STATUS-REPORT-RECORD FROM SST-COUNT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE "LEDGER ENTRIES READ:" TO SST-SUM-TEXT
           MOVE WS-ENTRY-COUNT TO SST-SUM-COUNT
           WRITE STATUS-REPORT-RECORD FROM SST-SUMMARY-LINE
           MOVE "BUSINESS DATES REPORTED:" TO SST-SUM-TEXT
           MOVE WS-DATE-COUNT TO SST-SUM-COUNT
           WRITE STATUS-REPORT-RECORD FROM SST-SUMMARY-LINE
           MOVE "DATES COMPLETE:" TO SST-SUM-TEXT
           MOVE WS-COMPLETE-COUNT TO SST-SUM-COUNT
           WRITE STATUS-REPORT-RECORD FROM SST-SUMMARY-LINE
           MOVE "DATES WAITING OR CHECKPOINTED:" TO SST-SUM-TEXT
           MOVE WS-PENDING-COUNT TO SST-SUM-COUNT
           WRITE STATUS-REPORT-RECORD FROM SST-SUMMARY-LINE
           MOVE "DATES FAILED OR UNFINISHED:" TO SST-SUM-TEXT
           MOVE WS-PROBLEM-COUNT TO SST-SUM-COUNT
           WRITE STATUS-REPORT-RECORD FROM SST-SUMMARY-LINE
           MOVE "UNKNOWN STEP ENTRIES:" TO SST-SUM-TEXT
           MOVE WS-UNKNOWN-COUNT TO SST-SUM-COUNT
           WRITE STATUS-REPORT-RECORD FROM SST-SUMMARY-LINE
           CLOSE STREAM-LEDGER-FILE
           CLOSE STATUS-REPORT-FILE
           DISPLAY "Stream status report complete - " WS-DATE-COUNT
               " business dates reported."
           IF WS-PROBLEM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
