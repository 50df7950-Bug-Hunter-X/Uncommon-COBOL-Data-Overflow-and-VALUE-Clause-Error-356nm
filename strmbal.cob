      *  edit's accepted count against the records the input builder
      *  took from TRANSVAL, the merged feed against what TXNACCUM
      *  read, read against processed plus rejects plus duplicate
      *  suppressions plus carryovers plus prior-period adjustments,
      *  the reject, duplicate, carryover and adjustment files against
      *  the accumulator's own counts, and the GLEXTRACT "ALL" line
      *  against the accumulator's processed count and final sum
      *  (which is the RPTOUT final total).  Counts are
      *  taken from the EDITCTL and MRGCTL control records, the
      *  RUNAUDIT records for the business date (segments of a
      *  restarted run are added together), and the files themselves.
           SELECT CARRYOVER-FILE ASSIGN TO "CARRYOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STREAM-LEDGER-FILE ASSIGN TO "STRMLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.
           SELECT STREAM-OVERRIDE-FILE ASSIGN TO "STRMOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AUD-DUP-RUN-COUNT          PIC 9(6).
           05 AUD-DUP-PRIOR-COUNT        PIC 9(6).
           05 AUD-CARRYOVER-COUNT        PIC 9(6).
           05 AUD-ADJUST-COUNT           PIC 9(6).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
           05 EXC-BRANCH                PIC X(3).
           05 EXC-SUM                   PIC S9(13)V99 COMP-3.
           05 EXC-REASON                PIC X(25).
           05 EXC-ACCOUNT               PIC X(10).
           05 EXC-CURRENCY              PIC X(3).
           05 EXC-ORIG-AMOUNT           PIC 9(5)V99 COMP-3.
           05 EXC-FX-RATE               PIC 9(4)V9(6) COMP-3.

       FD  DUP-LIST-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CARRYOVER-RECORD              PIC X(80).

       FD  ADJUSTMENT-FILE
           RECORDING MODE IS F.
       01  ADJUSTMENT-RECORD             PIC X(94).

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
       01  GL-EXTRACT-RECORD.
           05 PARM-OVERFLOW-CEILING     PIC 9(15).
           05 PARM-BUSINESS-DATE        PIC X(8).

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

       FD  STREAM-OVERRIDE-FILE
           RECORDING MODE IS F.
       01  STREAM-OVERRIDE-RECORD.
           05 OVR-BUSINESS-DATE          PIC X(8).
           05 OVR-BUSINESS-DATE-NUM REDEFINES OVR-BUSINESS-DATE
                                         PIC 9(8).
           05 OVR-STEP-NAME              PIC X(10).
           05 OVR-AUTHORIZED-BY          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-EDITCTL-STATUS        PIC X(2) VALUE SPACES.
           05 WS-EXC-STATUS            PIC X(2) VALUE SPACES.
           05 WS-DUP-STATUS            PIC X(2) VALUE SPACES.
           05 WS-CARRY-STATUS          PIC X(2) VALUE SPACES.
           05 WS-ADJ-STATUS            PIC X(2) VALUE SPACES.
           05 WS-GL-STATUS             PIC X(2) VALUE SPACES.
           05 WS-CERT-STATUS           PIC X(2) VALUE SPACES.
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
              88 DUP-EOF               VALUE "Y".
           05 WS-CARRY-EOF-FLAG        PIC X(1) VALUE "N".
              88 CARRY-EOF             VALUE "Y".
           05 WS-ADJ-EOF-FLAG          PIC X(1) VALUE "N".
              88 ADJ-EOF               VALUE "Y".
           05 WS-GL-EOF-FLAG           PIC X(1) VALUE "N".
              88 GL-EOF                VALUE "Y".

           05 WS-AUD-DUP-RUN           PIC 9(6) COMP-3 VALUE 0.
           05 WS-AUD-DUP-PRIOR         PIC 9(6) COMP-3 VALUE 0.
           05 WS-AUD-CARRYOVER         PIC 9(6) COMP-3 VALUE 0.
           05 WS-AUD-ADJUST            PIC 9(6) COMP-3 VALUE 0.
           05 WS-AUD-FINAL-SUM         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-EXC-COUNT             PIC 9(6) COMP-3 VALUE 0.
           05 WS-DUP-LINE-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-CARRY-COUNT           PIC 9(6) COMP-3 VALUE 0.
           05 WS-ADJ-COUNT             PIC 9(6) COMP-3 VALUE 0.
           05 WS-GL-ALL-COUNT          PIC 9(6) COMP-3 VALUE 0.
           05 WS-GL-ALL-SUM            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ACCOUNTED-TOTAL       PIC 9(7) COMP-3 VALUE 0.
           05 FILLER                   PIC X(9) VALUE "VERDICT: ".
           05 CRT-VERDICT-TEXT         PIC X(40).

       01  WS-STREAM-CONTROL.
           05 WS-LDG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-EOF-FLAG          PIC X(1) VALUE "N".
              88 OVR-EOF               VALUE "Y".
           05 WS-STEP-NAME             PIC X(10) VALUE "STRMBAL".
           05 WS-PRED-STEP-NAME        PIC X(10) VALUE "GLVOUCH".
           05 WS-STEP-ON-FILE-FLAG     PIC X(1) VALUE "N".
              88 STEP-ON-FILE          VALUE "Y".
           05 WS-STEP-OVERRIDE-FLAG    PIC X(1) VALUE "N".
              88 STEP-OVERRIDDEN       VALUE "Y".
           05 WS-STEP-OVERRIDE-BY      PIC X(8) VALUE SPACES.
           05 WS-STEP-RUN-COUNT        PIC 9(3) VALUE 0.
           05 WS-STEP-SUB              PIC 9(1) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2300-GATHER-EXCEPTIONS
           PERFORM 2400-GATHER-DUP-LIST
           PERFORM 2500-GATHER-CARRYOVER
           PERFORM 2550-GATHER-ADJUSTMENTS
           PERFORM 2600-GATHER-GL-EXTRACT
           PERFORM 3000-CROSS-FOOT
           PERFORM 9000-TERMINATE
           PERFORM 8600-RECORD-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           PERFORM 8500-CHECK-STREAM-LEDGER
           OPEN OUTPUT CERTIFICATE-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open certificate BALCERT"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE-DISPLAY TO CRT-H1-BUS-DATE
           WRITE CERTIFICATE-RECORD FROM CRT-HEADER-1
           MOVE SPACES TO CERTIFICATE-RECORD
                       ADD AUD-DUP-RUN-COUNT TO WS-AUD-DUP-RUN
                       ADD AUD-DUP-PRIOR-COUNT TO WS-AUD-DUP-PRIOR
                       ADD AUD-CARRYOVER-COUNT TO WS-AUD-CARRYOVER
                       ADD AUD-ADJUST-COUNT TO WS-AUD-ADJUST
                       MOVE AUD-FINAL-SUM TO WS-AUD-FINAL-SUM
                   END-IF
           END-READ.
                   ADD 1 TO WS-CARRY-COUNT
           END-READ.

       2550-GATHER-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJ-STATUS = "00"
               PERFORM 2560-COUNT-ADJUSTMENT
                   UNTIL ADJ-EOF
               CLOSE ADJUSTMENT-FILE
           ELSE
               MOVE "Y" TO WS-BREAK-FLAG
               MOVE "BREAK - ADJUSTMENT FILE ADJTXN NOT SUPPLIED"
                   TO CRT-NOTE-TEXT
               WRITE CERTIFICATE-RECORD FROM CRT-NOTE-LINE
           END-IF.

       2560-COUNT-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE "Y" TO WS-ADJ-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ADJ-COUNT
           END-READ.

       2600-GATHER-GL-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-STATUS = "00"
           COMPUTE WS-ACCOUNTED-TOTAL =
               WS-AUD-PROCESSED + WS-AUD-REJECTED
               + WS-AUD-DUP-RUN + WS-AUD-DUP-PRIOR
               + WS-AUD-CARRYOVER + WS-AUD-ADJUST
           MOVE "READ = PROC+REJ+DUPS+CARRY+ADJ"
               TO CRT-CNT-DESC
           MOVE WS-AUD-READ TO CRT-CNT-A
           MOVE WS-ACCOUNTED-TOTAL TO CRT-CNT-B
               MOVE "Y" TO WS-BREAK-FLAG
           END-IF
           WRITE CERTIFICATE-RECORD FROM CRT-COUNT-LINE
           MOVE "ACCUM ADJUSTMENTS = ADJTXN RECORDS"
               TO CRT-CNT-DESC
           MOVE WS-AUD-ADJUST TO CRT-CNT-A
           MOVE WS-ADJ-COUNT TO CRT-CNT-B
           IF WS-AUD-ADJUST = WS-ADJ-COUNT
               MOVE "OK" TO CRT-CNT-STATUS
           ELSE
               MOVE "BREAK" TO CRT-CNT-STATUS
               MOVE "Y" TO WS-BREAK-FLAG
           END-IF
           WRITE CERTIFICATE-RECORD FROM CRT-COUNT-LINE
           MOVE "ACCUM PROCESSED = GL ALL COUNT"
               TO CRT-CNT-DESC
           MOVE WS-AUD-PROCESSED TO CRT-CNT-A
           END-IF
           WRITE CERTIFICATE-RECORD FROM CRT-AMOUNT-LINE.

       8500-CHECK-STREAM-LEDGER.
      *    Every step of the daily stream is recorded on the stream
      *    ledger STRMLDG by business date.  A step that has already
      *    completed cleanly for the date is not run again, and a step
      *    whose predecessor has not completed cleanly is held - clean
      *    meaning ended with a return code below 8.  A STRMOVR card
      *    naming the step and the business date overrides both.
           PERFORM 8510-READ-STREAM-OVERRIDE
           OPEN I-O STREAM-LEDGER-FILE
           IF WS-LDG-STATUS = "35"
               OPEN OUTPUT STREAM-LEDGER-FILE
               CLOSE STREAM-LEDGER-FILE
               OPEN I-O STREAM-LEDGER-FILE
           END-IF
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open stream ledger STRMLDG"
                   " - file status " WS-LDG-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-STEP-ON-FILE-FLAG
           MOVE 0 TO WS-STEP-RUN-COUNT
           MOVE WS-BUSINESS-DATE-NUM TO LDG-BUSINESS-DATE
           MOVE WS-STEP-NAME TO LDG-STEP-NAME
           READ STREAM-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-STEP-ON-FILE-FLAG
                   MOVE LDG-RUN-COUNT TO WS-STEP-RUN-COUNT
           END-READ
           IF STEP-ON-FILE AND LDG-STEP-ENDED
               AND LDG-RETURN-CODE < 8 AND NOT STEP-OVERRIDDEN
               DISPLAY "FATAL: " WS-STEP-NAME " already completed "
                   "for business date " WS-BUSINESS-DATE-NUM
                   " with return code " LDG-RETURN-CODE
                   " - rerun refused.  Supply a STRMOVR card to "
                   "run it again."
               CLOSE STREAM-LEDGER-FILE
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PRED-STEP-NAME NOT = SPACES
               AND NOT STEP-OVERRIDDEN
               PERFORM 8520-CHECK-PREDECESSOR
           END-IF
           PERFORM 8530-RECORD-STEP-START
           CLOSE STREAM-LEDGER-FILE.

       8510-READ-STREAM-OVERRIDE.
           MOVE "N" TO WS-STEP-OVERRIDE-FLAG
           MOVE SPACES TO WS-STEP-OVERRIDE-BY
           OPEN INPUT STREAM-OVERRIDE-FILE
           IF WS-OVR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 8515-READ-OVERRIDE-CARD
               UNTIL OVR-EOF
           CLOSE STREAM-OVERRIDE-FILE
           IF STEP-OVERRIDDEN
               DISPLAY "Stream override accepted for " WS-STEP-NAME
                   " - authorized by " WS-STEP-OVERRIDE-BY
           END-IF.

       8515-READ-OVERRIDE-CARD.
           READ STREAM-OVERRIDE-FILE
               AT END
                   MOVE "Y" TO WS-OVR-EOF-FLAG
               NOT AT END
                   IF OVR-BUSINESS-DATE IS NUMERIC
                       AND OVR-BUSINESS-DATE-NUM = WS-BUSINESS-DATE-NUM
                       AND OVR-STEP-NAME = WS-STEP-NAME
                       AND OVR-AUTHORIZED-BY NOT = SPACES
                       MOVE "Y" TO WS-STEP-OVERRIDE-FLAG
                       MOVE OVR-AUTHORIZED-BY TO WS-STEP-OVERRIDE-BY
                   END-IF
           END-READ.

       8520-CHECK-PREDECESSOR.
           MOVE WS-BUSINESS-DATE-NUM TO LDG-BUSINESS-DATE
           MOVE WS-PRED-STEP-NAME TO LDG-STEP-NAME
           READ STREAM-LEDGER-FILE
               INVALID KEY
                   DISPLAY "FATAL: " WS-PRED-STEP-NAME " has not run "
                       "for business date " WS-BUSINESS-DATE-NUM
                       " - " WS-STEP-NAME " held."
                   CLOSE STREAM-LEDGER-FILE
                   MOVE 28 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT LDG-STEP-ENDED OR LDG-RETURN-CODE >= 8
               DISPLAY "FATAL: " WS-PRED-STEP-NAME " has not "
                   "completed cleanly for business date "
                   WS-BUSINESS-DATE-NUM " - " WS-STEP-NAME " held."
               CLOSE STREAM-LEDGER-FILE
               MOVE 28 TO RETURN-CODE
               STOP RUN
           END-IF.

       8530-RECORD-STEP-START.
           MOVE WS-BUSINESS-DATE-NUM TO LDG-BUSINESS-DATE
           MOVE WS-STEP-NAME TO LDG-STEP-NAME
           MOVE "R" TO LDG-STEP-STATE
           ACCEPT LDG-START-DATE FROM DATE YYYYMMDD
           ACCEPT LDG-START-TIME FROM TIME
           MOVE 0 TO LDG-END-DATE
           MOVE 0 TO LDG-END-TIME
           MOVE 0 TO LDG-RETURN-CODE
           ADD 1 TO WS-STEP-RUN-COUNT
           MOVE WS-STEP-RUN-COUNT TO LDG-RUN-COUNT
           MOVE WS-STEP-OVERRIDE-BY TO LDG-OVERRIDE-BY
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 3
               MOVE SPACES TO LDG-COUNT-LABEL(WS-STEP-SUB)
               MOVE 0 TO LDG-COUNT(WS-STEP-SUB)
           END-PERFORM
           IF STEP-ON-FILE
               REWRITE STREAM-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE STREAM-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to record " WS-STEP-NAME
                   " start on stream ledger STRMLDG - file status "
                   WS-LDG-STATUS
               CLOSE STREAM-LEDGER-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       8600-RECORD-STEP-END.
           OPEN I-O STREAM-LEDGER-FILE
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "Unable to open stream ledger STRMLDG - file "
                   "status " WS-LDG-STATUS " - " WS-STEP-NAME
                   " end not recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSINESS-DATE-NUM TO LDG-BUSINESS-DATE
           MOVE WS-STEP-NAME TO LDG-STEP-NAME
           READ STREAM-LEDGER-FILE
               INVALID KEY
                   DISPLAY "Stream ledger entry for " WS-STEP-NAME
                       " not found - step end not recorded"
                   CLOSE STREAM-LEDGER-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE "E" TO LDG-STEP-STATE
           ACCEPT LDG-END-DATE FROM DATE YYYYMMDD
           ACCEPT LDG-END-TIME FROM TIME
           MOVE RETURN-CODE TO LDG-RETURN-CODE
           MOVE "EDIT ACC" TO LDG-COUNT-LABEL(1)
           MOVE WS-EDIT-ACCEPTED TO LDG-COUNT(1)
           MOVE "ACCUM READ" TO LDG-COUNT-LABEL(2)
           MOVE WS-AUD-READ TO LDG-COUNT(2)
           MOVE "GL ALL" TO LDG-COUNT-LABEL(3)
           MOVE WS-GL-ALL-COUNT TO LDG-COUNT(3)
           REWRITE STREAM-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Unable to record " WS-STEP-NAME
                       " end on stream ledger STRMLDG - file status "
                       WS-LDG-STATUS
           END-REWRITE
           CLOSE STREAM-LEDGER-FILE.

       9000-TERMINATE.
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
