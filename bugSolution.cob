      *  per iteration from the daily transaction file and accumulates
      *  the amount on each record into WS-SUM - debits add, credits
      *  subtract.  The loop is bounded by end-of-file rather than a
      *  fixed iteration count.  Every accumulated record is also
      *  written to POSTTXN, stamped with the business date and its
      *  read sequence, for the account posting step ACCTPOST.  Every
      *  record read is kept on the keyed archive TXNARCH under the
      *  business date, transaction id and read sequence, with the
      *  full record and its disposition - accepted, carried over,
      *  rejected, suppressed as a duplicate or routed as a prior-
      *  period adjustment - for TXNINQ.
      *
      *  A carried-over or resubmitted item that comes back dated in
      *  a month already closed to the category archive CATARCH is a
      *  prior-period adjustment.  It stays out of the day's totals,
      *  the GL extract and the category history, and is written to
      *  ADJTXN - stamped like POSTTXN - for PPADJ to restate the
      *  closed month.  It still goes to POSTTXN so the account
      *  balance reflects it.
      *
      *  Amounts arrive already converted to the base currency by
      *  TXNEDIT, with the currency code and the amount as keyed
      *  carried alongside.  Accepted items are also subtotalled by
      *  currency on the control totals, and GLDETAIL carries one row
      *  per category, branch and currency with both the base total
      *  and the original-currency total.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT POSTED-TRANS-FILE ASSIGN TO "POSTTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CAT-CODE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TXN-ARCHIVE-FILE ASSIGN TO "TXNARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CATEGORY-ARCHIVE-FILE ASSIGN TO "CATARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATARCH-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
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
           05 TRANS-BRANCH             PIC X(3).
           05 TRANS-SOURCE-TAG         PIC X(1).
              88 TRANS-REENTERED       VALUES "C" "R".
           05 FILLER                   PIC X(6).
           05 TRANS-ACCOUNT            PIC X(10).
           05 TRANS-CURRENCY           PIC X(3).
           05 TRANS-ORIG-AMOUNT        PIC 9(5)V99.
           05 TRANS-FX-RATE            PIC 9(4)V9(6).
           05 FILLER                   PIC X(16).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           05 CKPT-DUP-RUN-COUNT        PIC 9(6) COMP-3.
           05 CKPT-DUP-PRIOR-COUNT      PIC 9(6) COMP-3.
           05 CKPT-CARRYOVER-COUNT      PIC 9(6) COMP-3.
           05 CKPT-ADJUST-COUNT         PIC 9(6) COMP-3.
           05 CKPT-SUM                  PIC S9(13)V99 COMP-3.
           05 CKPT-PAGE-COUNT           PIC 9(3) COMP-3.
           05 CKPT-LINE-COUNT           PIC 9(3) COMP-3.
                 15 CKPT-CB-BR-CODE     PIC X(3).
                 15 CKPT-CB-TOTAL       PIC S9(13)V99 COMP-3.
                 15 CKPT-CB-COUNT       PIC 9(6) COMP-3.
                 15 CKPT-CB-CURRENCY    PIC X(3).
                 15 CKPT-CB-ORIG-TOTAL  PIC S9(13)V99 COMP-3.
           05 CKPT-CURRENCY-COUNT       PIC 9(2) COMP-3.
           05 CKPT-CURRENCY-TABLE.
              10 CKPT-CURRENCY-ENTRY OCCURS 20 TIMES.
                 15 CKPT-CUR-CODE       PIC X(3).
                 15 CKPT-CUR-COUNT      PIC 9(6) COMP-3.
                 15 CKPT-CUR-ORIG-TOTAL PIC S9(13)V99 COMP-3.
                 15 CKPT-CUR-BASE-TOTAL PIC S9(13)V99 COMP-3.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
           05 EXC-BRANCH                PIC X(3).
           05 EXC-SUM                   PIC S9(13)V99 COMP-3.
           05 EXC-REASON                PIC X(25).
           05 EXC-ACCOUNT               PIC X(10).
           05 EXC-CURRENCY              PIC X(3).
           05 EXC-ORIG-AMOUNT           PIC 9(5)V99 COMP-3.
           05 EXC-FX-RATE               PIC 9(4)V9(6) COMP-3.

       FD  RECON-FILE
           RECORDING MODE IS F.
           05 PARM-OVERFLOW-CEILING     PIC 9(15).
           05 PARM-BUSINESS-DATE        PIC X(8).
           05 PARM-OVERRIDE-FLAG        PIC X(1).
           05 PARM-BASE-CURRENCY        PIC X(3).

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
           05 GLD-COUNT                  PIC 9(6).
           05 GLD-TOTAL                  PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.
           05 GLD-CURRENCY               PIC X(3).
           05 GLD-ORIG-TOTAL             PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.

       FD  CATEGORY-REF-FILE
           RECORDING MODE IS F.
           05 AUD-DUP-RUN-COUNT          PIC 9(6).
           05 AUD-DUP-PRIOR-COUNT        PIC 9(6).
           05 AUD-CARRYOVER-COUNT        PIC 9(6).
           05 AUD-ADJUST-COUNT           PIC 9(6).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
                                         SIGN IS LEADING SEPARATE.
              10 RC-CAT-COUNT            PIC 9(6).

       FD  POSTED-TRANS-FILE
           RECORDING MODE IS F.
       01  POSTED-TRANS-RECORD.
           05 POST-BUSINESS-DATE         PIC 9(8).
           05 POST-READ-SEQ              PIC 9(6).
           05 POST-TRANS-DATA            PIC X(80).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HIST-CAT-CODE              PIC X(2).
           05 HIST-YTD-TOTAL             PIC S9(13)V99 COMP-3.
           05 HIST-YTD-COUNT             PIC 9(8) COMP-3.

       FD  TXN-ARCHIVE-FILE.
       01  TXN-ARCHIVE-RECORD.
           05 ARCH-KEY.
              10 ARCH-BUSINESS-DATE      PIC 9(8).
              10 ARCH-TRANS-ID           PIC X(6).
              10 ARCH-READ-SEQ           PIC 9(6).
           05 ARCH-DISPOSITION           PIC X(1).
           05 ARCH-REASON                PIC X(25).
           05 ARCH-TRANS-DATA            PIC X(80).

       FD  CATEGORY-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  CATEGORY-ARCHIVE-RECORD.
           05 CARC-PERIOD                PIC 9(6).
           05 CARC-CAT-CODE              PIC X(2).
           05 FILLER                     PIC X(48).

       FD  ADJUSTMENT-FILE
           RECORDING MODE IS F.
       01  ADJUSTMENT-RECORD.
           05 ADJ-BUSINESS-DATE          PIC 9(8).
           05 ADJ-READ-SEQ               PIC 9(6).
           05 ADJ-TRANS-DATA             PIC X(80).

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
       01  WS-AREA.
           05 WS-DATA PIC 9(5)V99 COMP-3 VALUE 0.
           05 WS-AUDIT-STATUS          PIC X(2) VALUE SPACES.
           05 WS-RUNCTL-STATUS         PIC X(2) VALUE SPACES.
           05 WS-STAT-STATUS           PIC X(2) VALUE SPACES.
           05 WS-POST-STATUS           PIC X(2) VALUE SPACES.
           05 WS-ARCH-STATUS           PIC X(2) VALUE SPACES.
           05 WS-CATARCH-STATUS        PIC X(2) VALUE SPACES.
           05 WS-ADJ-STATUS            PIC X(2) VALUE SPACES.
           05 WS-EOF-FLAG              PIC X(1) VALUE "N".
              88 TRANS-EOF             VALUE "Y".
           05 WS-RESTARTED-FLAG        PIC X(1) VALUE "N".
           05 WS-BUS-DATE-DISPLAY      PIC X(10).
           05 WS-OVERRIDE-FLAG         PIC X(1) VALUE "N".
              88 OVERRIDE-REQUESTED    VALUE "O".
           05 WS-BASE-CURRENCY         PIC X(3) VALUE "USD".

       01  WS-RUNCTL-FIELDS.
           05 WS-RUNCTL-EOF-FLAG       PIC X(1) VALUE "N".
           05 WS-BASE-DUP-RUN-COUNT    PIC 9(6) COMP-3 VALUE 0.
           05 WS-BASE-DUP-PRIOR-COUNT  PIC 9(6) COMP-3 VALUE 0.
           05 WS-BASE-CARRYOVER-COUNT  PIC 9(6) COMP-3 VALUE 0.
           05 WS-BASE-ADJUST-COUNT     PIC 9(6) COMP-3 VALUE 0.

       01  WS-REJECT-FIELDS.
           05 WS-RECORD-REJECT-FLAG    PIC X(1) VALUE "N".
              88 TRANS-DATE-ACCEPTED   VALUE "A".
              88 TRANS-DATE-REJECTED   VALUE "F".
              88 TRANS-DATE-LATE       VALUE "L".
              88 TRANS-DATE-PRIOR-PERIOD VALUE "P".
           05 WS-CARRYOVER-COUNT       PIC 9(6) COMP-3 VALUE 0.
           05 WS-ADJUST-COUNT          PIC 9(6) COMP-3 VALUE 0.

       01  WS-PRIOR-PERIOD-FIELDS.
           05 WS-BUS-PERIOD            PIC 9(6) VALUE 0.
           05 WS-TRANS-PERIOD          PIC 9(6) VALUE 0.
           05 WS-CATARCH-EOF-FLAG      PIC X(1) VALUE "N".
              88 CATARCH-EOF           VALUE "Y".

       01  WS-CLOSED-PERIOD-COUNT      PIC 9(3) VALUE 0.

       01  WS-CLOSED-PERIOD-TABLE.
           05 WS-CLOSED-PERIOD-ENTRY OCCURS 1 TO 240 TIMES
                 DEPENDING ON WS-CLOSED-PERIOD-COUNT
                 INDEXED BY WS-CLP-IDX.
              10 WS-CLP-PERIOD         PIC 9(6).

       01  WS-CATREF-COUNT             PIC 9(2) VALUE 0.
       01  WS-CATREF-EOF-FLAG          PIC X(1) VALUE "N".
           05 WS-IDHIST-EOF-FLAG       PIC X(1) VALUE "N".
              88 IDHIST-EOF            VALUE "Y".

       01  WS-ARCHIVE-FIELDS.
           05 WS-ARCH-DISPOSITION      PIC X(1) VALUE SPACES.
              88 ARCH-ACCEPTED         VALUE "A".
              88 ARCH-CARRIED-OVER     VALUE "C".
              88 ARCH-REJECTED         VALUE "R".
              88 ARCH-DUPLICATE        VALUE "D".
              88 ARCH-PRIOR-PERIOD     VALUE "P".
           05 WS-ARCH-REASON           PIC X(25) VALUE SPACES.
           05 WS-ARCH-EOF-FLAG         PIC X(1) VALUE "N".
              88 ARCH-EOF              VALUE "Y".
           05 WS-BACKOUT-ARCH-COUNT    PIC 9(6) COMP-3 VALUE 0.

       01  WS-TOP-COUNT                PIC 9(2) COMP VALUE 0.
       01  WS-TOP-SUB                  PIC 9(2) COMP VALUE 0.

              10 WS-CB-BR-CODE         PIC X(3).
              10 WS-CB-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
              10 WS-CB-COUNT           PIC 9(6) COMP-3 VALUE 0.
              10 WS-CB-CURRENCY        PIC X(3).
              10 WS-CB-ORIG-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-ITEM-CURRENCY-FIELDS.
           05 WS-ITEM-CURRENCY         PIC X(3) VALUE SPACES.
           05 WS-ITEM-ORIG-AMOUNT      PIC 9(5)V99 COMP-3 VALUE 0.
           05 WS-SIGNED-ORIG-AMOUNT    PIC S9(5)V99 COMP-3 VALUE 0.

       01  WS-CURRENCY-COUNT           PIC 9(2) VALUE 0.

       01  WS-CURRENCY-TABLE.
           05 WS-CURRENCY-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-CURRENCY-COUNT
                 INDEXED BY WS-CUR-IDX.
              10 WS-CUR-CODE           PIC X(3).
              10 WS-CUR-COUNT          PIC 9(6) COMP-3 VALUE 0.
              10 WS-CUR-ORIG-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
              10 WS-CUR-BASE-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-RR-TEXT              PIC X(35).

       01  RPT-CURRENCY-HEADER.
           05 FILLER                   PIC X(5) VALUE "CUR".
           05 FILLER                   PIC X(8) VALUE "COUNT".
           05 FILLER                   PIC X(23) VALUE
              "ORIGINAL CURRENCY".
           05 FILLER                   PIC X(21) VALUE
              "BASE CURRENCY".

       01  RPT-CURRENCY-LINE.
           05 RPT-CUR-CODE             PIC X(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-CUR-COUNT            PIC ZZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-CUR-ORIG-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-CUR-BASE-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  RPT-SUMMARY-LINE.
           05 RPT-SUM-TEXT             PIC X(30).
           05 RPT-SUM-COUNT            PIC ZZZZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 DUP-DET-REASON           PIC X(24).

       01  WS-STREAM-CONTROL.
           05 WS-LDG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-EOF-FLAG          PIC X(1) VALUE "N".
              88 OVR-EOF               VALUE "Y".
           05 WS-STEP-NAME             PIC X(10) VALUE "TXNACCUM".
           05 WS-PRED-STEP-NAME        PIC X(10) VALUE "TXNMERGE".
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
               UNTIL TRANS-EOF OR WS-OVERFLOW-FLAG = 1
                   OR WS-COUNT >= WS-RECORD-LIMIT
           PERFORM 9000-TERMINATE
           PERFORM 8600-RECORD-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           PERFORM 1025-CHECK-RUN-CONTROL
           PERFORM 8500-CHECK-STREAM-LEDGER
           PERFORM 1030-LOAD-CATEGORY-REF
           PERFORM 1035-LOAD-BRANCH-REF
           PERFORM 1070-LOAD-CLOSED-PERIODS
           PERFORM 1060-OPEN-ID-HISTORY
           PERFORM 1065-OPEN-ARCHIVE
           IF DATE-ALREADY-POSTED
               PERFORM 1080-BACKOUT-PRIOR-POSTING
           END-IF
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND POSTED-TRANS-FILE
               IF WS-POST-STATUS NOT = "00"
                   DISPLAY "FATAL: Unable to open posted transaction "
                       "file POSTTXN for restart - file status "
                       WS-POST-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND ADJUSTMENT-FILE
               IF WS-ADJ-STATUS NOT = "00"
                   DISPLAY "FATAL: Unable to open adjustment file "
                       "ADJTXN for restart - file status "
                       WS-ADJ-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT POSTED-TRANS-FILE
               IF WS-POST-STATUS NOT = "00"
                   DISPLAY "FATAL: Unable to open posted transaction "
                       "file POSTTXN - file status " WS-POST-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT ADJUSTMENT-FILE
               IF WS-ADJ-STATUS NOT = "00"
                   DISPLAY "FATAL: Unable to open adjustment file "
                       "ADJTXN - file status " WS-ADJ-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-READ-TRANS.

                               TO WS-BUSINESS-DATE-NUM
                       END-IF
                       MOVE PARM-OVERRIDE-FLAG TO WS-OVERRIDE-FLAG
                       IF PARM-BASE-CURRENCY NOT = SPACES
                           MOVE PARM-BASE-CURRENCY
                               TO WS-BASE-CURRENCY
                       END-IF
                       DISPLAY "Control card loaded - Record limit: "
                           WS-RECORD-LIMIT " Overflow ceiling: "
                           WS-OVERFLOW-CEILING " Business date: "
               WS-BUSINESS-DATE-NUM
           PERFORM 1085-BACKOUT-CATEGORY-HISTORY
           PERFORM 1090-BACKOUT-ID-HISTORY
           PERFORM 1097-BACKOUT-ARCHIVE
      *    Drop the backed-out date from the table by overlaying it
      *    with the last entry, and rewrite the file now - if the
      *    rerun abends after this point the date must already read
                   END-IF
           END-READ.

       1097-BACKOUT-ARCHIVE.
      *    The archive is keyed on business date first, so the
      *    backed-out date is one contiguous run of records - the
      *    rerun archives the feed afresh with its own dispositions.
           MOVE 0 TO WS-BACKOUT-ARCH-COUNT
           MOVE "N" TO WS-ARCH-EOF-FLAG
           MOVE LOW-VALUES TO ARCH-KEY
           MOVE WS-BUSINESS-DATE-NUM TO ARCH-BUSINESS-DATE
           START TXN-ARCHIVE-FILE KEY NOT LESS THAN ARCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
           END-START
           PERFORM 1098-BACKOUT-ARCHIVE-ENTRY
               UNTIL ARCH-EOF
           MOVE "N" TO WS-ARCH-EOF-FLAG
           DISPLAY "Backout: " WS-BACKOUT-ARCH-COUNT
               " archived transactions removed for "
               WS-BUSINESS-DATE-NUM.

       1098-BACKOUT-ARCHIVE-ENTRY.
           READ TXN-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
               NOT AT END
                   IF ARCH-BUSINESS-DATE = WS-BUSINESS-DATE-NUM
                       DELETE TXN-ARCHIVE-FILE RECORD
                       ADD 1 TO WS-BACKOUT-ARCH-COUNT
                   ELSE
                       MOVE "Y" TO WS-ARCH-EOF-FLAG
                   END-IF
           END-READ.

       1030-LOAD-CATEGORY-REF.
           OPEN INPUT CATEGORY-REF-FILE
           IF WS-CATREF-STATUS NOT = "00"
                   END-IF
           END-READ.

       1070-LOAD-CLOSED-PERIODS.
      *    Every period on the category archive has been closed by
      *    CATCLOSE.  No archive simply means no month is closed yet.
           MOVE WS-BUSINESS-DATE-NUM(1:6) TO WS-BUS-PERIOD
           OPEN INPUT CATEGORY-ARCHIVE-FILE
           IF WS-CATARCH-STATUS NOT = "00"
               DISPLAY "No category archive CATARCH - no closed "
                   "periods."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1075-LOAD-CLOSED-PERIOD-ENTRY
               UNTIL CATARCH-EOF
           CLOSE CATEGORY-ARCHIVE-FILE
           DISPLAY "Closed periods loaded - " WS-CLOSED-PERIOD-COUNT
               " periods.".

       1075-LOAD-CLOSED-PERIOD-ENTRY.
           READ CATEGORY-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-CATARCH-EOF-FLAG
               NOT AT END
                   SET WS-CLP-IDX TO 1
                   SEARCH WS-CLOSED-PERIOD-ENTRY
                       AT END
                           IF WS-CLOSED-PERIOD-COUNT < 240
                               ADD 1 TO WS-CLOSED-PERIOD-COUNT
                               MOVE CARC-PERIOD TO WS-CLP-PERIOD
                                   (WS-CLOSED-PERIOD-COUNT)
                           ELSE
                               DISPLAY "Closed period table full - "
                                   "period " CARC-PERIOD " ignored"
                           END-IF
                       WHEN WS-CLP-PERIOD(WS-CLP-IDX) = CARC-PERIOD
                           CONTINUE
                   END-SEARCH
           END-READ.

       1060-OPEN-ID-HISTORY.
      *    The id history is the only defense against double-posting
      *    a feed, so the run must not start without it - any failure
               STOP RUN
           END-IF.

       1065-OPEN-ARCHIVE.
           OPEN I-O TXN-ARCHIVE-FILE
           IF WS-ARCH-STATUS = "35"
               OPEN OUTPUT TXN-ARCHIVE-FILE
               CLOSE TXN-ARCHIVE-FILE
               OPEN I-O TXN-ARCHIVE-FILE
           END-IF
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open transaction archive "
                   "TXNARCH - file status " WS-ARCH-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-CHECK-RESTART.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
                       MOVE CKPT-CARRYOVER-COUNT TO WS-CARRYOVER-COUNT
                       MOVE CKPT-CARRYOVER-COUNT
                           TO WS-BASE-CARRYOVER-COUNT
                       MOVE CKPT-ADJUST-COUNT TO WS-ADJUST-COUNT
                       MOVE CKPT-ADJUST-COUNT
                           TO WS-BASE-ADJUST-COUNT
                       MOVE CKPT-SUM TO WS-SUM
                       MOVE CKPT-PAGE-COUNT TO WS-PAGE-COUNT
                       MOVE CKPT-LINE-COUNT TO WS-LINE-COUNT
                               TO WS-CB-TOTAL(WS-CATBR-SUB)
                           MOVE CKPT-CB-COUNT(WS-CATBR-SUB)
                               TO WS-CB-COUNT(WS-CATBR-SUB)
                           MOVE CKPT-CB-CURRENCY(WS-CATBR-SUB)
                               TO WS-CB-CURRENCY(WS-CATBR-SUB)
                           MOVE CKPT-CB-ORIG-TOTAL(WS-CATBR-SUB)
                               TO WS-CB-ORIG-TOTAL(WS-CATBR-SUB)
                       END-PERFORM
                       MOVE CKPT-CURRENCY-COUNT TO WS-CURRENCY-COUNT
                       PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                           UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
                           MOVE CKPT-CUR-CODE(WS-CUR-IDX)
                               TO WS-CUR-CODE(WS-CUR-IDX)
                           MOVE CKPT-CUR-COUNT(WS-CUR-IDX)
                               TO WS-CUR-COUNT(WS-CUR-IDX)
                           MOVE CKPT-CUR-ORIG-TOTAL(WS-CUR-IDX)
                               TO WS-CUR-ORIG-TOTAL(WS-CUR-IDX)
                           MOVE CKPT-CUR-BASE-TOTAL(WS-CUR-IDX)
                               TO WS-CUR-BASE-TOTAL(WS-CUR-IDX)
                       END-PERFORM
                       DISPLAY "Resuming from checkpoint - Count: "
                           WS-COUNT " Sum: " WS-SUM
                       IF NOT RECORD-REJECTED
                           PERFORM 2530-CHECK-TRANS-DATE
                           IF TRANS-DATE-ACCEPTED
                               OR TRANS-DATE-PRIOR-PERIOD
                               PERFORM 2650-REGISTER-TRANS-ID
                           END-IF
                       END-IF
                   ELSE
                       MOVE WS-DATA TO WS-SIGNED-AMOUNT
                   END-IF
                   PERFORM 1110-SET-ITEM-CURRENCY
           END-READ.

       1110-SET-ITEM-CURRENCY.
      *    Items that predate the currency fields carry none - they
      *    were keyed in the base currency.
           IF TRANS-CURRENCY = SPACES
               OR TRANS-ORIG-AMOUNT IS NOT NUMERIC
               MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
               MOVE WS-DATA TO WS-ITEM-ORIG-AMOUNT
           ELSE
               MOVE TRANS-CURRENCY TO WS-ITEM-CURRENCY
               MOVE TRANS-ORIG-AMOUNT TO WS-ITEM-ORIG-AMOUNT
           END-IF
           IF TRANS-CREDIT
               COMPUTE WS-SIGNED-ORIG-AMOUNT = 0 - WS-ITEM-ORIG-AMOUNT
           ELSE
               MOVE WS-ITEM-ORIG-AMOUNT TO WS-SIGNED-ORIG-AMOUNT
           END-IF.

       1200-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-BUS-DATE-DISPLAY TO RPT-H1-RUN-DATE
           PERFORM 2600-CHECK-DUPLICATE
           IF WS-DUP-FLAG NOT = "N"
               PERFORM 2700-WRITE-DUP-SUPPRESSION
               MOVE "D" TO WS-ARCH-DISPOSITION
               MOVE DUP-DET-REASON TO WS-ARCH-REASON
               PERFORM 2160-WRITE-ARCHIVE
               PERFORM 1100-READ-TRANS
               EXIT PARAGRAPH
           END-IF
           PERFORM 2500-VALIDATE-CATEGORY
           IF RECORD-REJECTED
               MOVE "R" TO WS-ARCH-DISPOSITION
               MOVE WS-EXC-REASON TO WS-ARCH-REASON
               PERFORM 2160-WRITE-ARCHIVE
               PERFORM 1100-READ-TRANS
               EXIT PARAGRAPH
           END-IF
           PERFORM 2520-VALIDATE-TRANS-DATE
           IF TRANS-DATE-PRIOR-PERIOD
               PERFORM 2650-REGISTER-TRANS-ID
               PERFORM 2150-WRITE-POSTED-TRANS
               MOVE "P" TO WS-ARCH-DISPOSITION
               MOVE "PRIOR-PERIOD ADJUSTMENT" TO WS-ARCH-REASON
               PERFORM 2160-WRITE-ARCHIVE
               PERFORM 1100-READ-TRANS
               EXIT PARAGRAPH
           END-IF
           IF NOT TRANS-DATE-ACCEPTED
               IF TRANS-DATE-LATE
                   MOVE "C" TO WS-ARCH-DISPOSITION
                   MOVE "CARRIED OVER - LATE DATE" TO WS-ARCH-REASON
               ELSE
                   MOVE "R" TO WS-ARCH-DISPOSITION
                   MOVE WS-EXC-REASON TO WS-ARCH-REASON
               END-IF
               PERFORM 2160-WRITE-ARCHIVE
               PERFORM 1100-READ-TRANS
               EXIT PARAGRAPH
           END-IF
           PERFORM 2400-UPDATE-CATEGORY
           PERFORM 2450-UPDATE-BRANCH
           PERFORM 2460-UPDATE-CAT-BRANCH
           PERFORM 2470-UPDATE-CURRENCY
           DISPLAY "Iteration: " WS-COUNT " Sum: " WS-SUM
           PERFORM 2100-WRITE-DETAIL-LINE
           IF WS-OVERFLOW-FLAG = 1
               MOVE "R" TO WS-ARCH-DISPOSITION
               MOVE WS-EXC-REASON TO WS-ARCH-REASON
               PERFORM 2160-WRITE-ARCHIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2150-WRITE-POSTED-TRANS
           MOVE "A" TO WS-ARCH-DISPOSITION
           MOVE SPACES TO WS-ARCH-REASON
           PERFORM 2160-WRITE-ARCHIVE
           IF FUNCTION MOD(WS-COUNT, WS-CHECKPOINT-INTERVAL) = 0
               PERFORM 2200-WRITE-CHECKPOINT
           END-IF
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       2150-WRITE-POSTED-TRANS.
      *    The read sequence lets ACCTPOST recognise the records a
      *    restart reprocesses after the last checkpoint - they come
      *    round again with a sequence no higher than one it has
      *    already posted.
           MOVE WS-BUSINESS-DATE-NUM TO POST-BUSINESS-DATE
           MOVE WS-READ-COUNT TO POST-READ-SEQ
           MOVE TRANS-RECORD TO POST-TRANS-DATA
           WRITE POSTED-TRANS-RECORD.

       2160-WRITE-ARCHIVE.
      *    A duplicate-key status means a restart is reprocessing a
      *    record read before the abend - it was archived then, with
      *    the same read sequence and the same disposition.
           MOVE WS-BUSINESS-DATE-NUM TO ARCH-BUSINESS-DATE
           MOVE TRANS-ID TO ARCH-TRANS-ID
           MOVE WS-READ-COUNT TO ARCH-READ-SEQ
           MOVE WS-ARCH-DISPOSITION TO ARCH-DISPOSITION
           MOVE WS-ARCH-REASON TO ARCH-REASON
           MOVE TRANS-RECORD TO ARCH-TRANS-DATA
           WRITE TXN-ARCHIVE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-ARCH-STATUS NOT = "00"
               AND WS-ARCH-STATUS NOT = "02"
               AND WS-ARCH-STATUS NOT = "22"
               DISPLAY "FATAL: Transaction archive TXNARCH failed "
                   "at record " WS-READ-COUNT
                   " - file status " WS-ARCH-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       2170-WRITE-ADJUSTMENT.
      *    Stamped the same way as POSTTXN, so PPADJ can recognise the
      *    items a restart writes a second time.
           MOVE WS-BUSINESS-DATE-NUM TO ADJ-BUSINESS-DATE
           MOVE WS-READ-COUNT TO ADJ-READ-SEQ
           MOVE TRANS-RECORD TO ADJ-TRANS-DATA
           WRITE ADJUSTMENT-RECORD.

       2200-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-COUNT TO CKPT-COUNT
           MOVE WS-DUP-RUN-COUNT TO CKPT-DUP-RUN-COUNT
           MOVE WS-DUP-PRIOR-COUNT TO CKPT-DUP-PRIOR-COUNT
           MOVE WS-CARRYOVER-COUNT TO CKPT-CARRYOVER-COUNT
           MOVE WS-ADJUST-COUNT TO CKPT-ADJUST-COUNT
           MOVE WS-SUM TO CKPT-SUM
           MOVE WS-PAGE-COUNT TO CKPT-PAGE-COUNT
           MOVE WS-LINE-COUNT TO CKPT-LINE-COUNT
                   TO CKPT-CB-TOTAL(WS-CATBR-SUB)
               MOVE WS-CB-COUNT(WS-CATBR-SUB)
                   TO CKPT-CB-COUNT(WS-CATBR-SUB)
               MOVE WS-CB-CURRENCY(WS-CATBR-SUB)
                   TO CKPT-CB-CURRENCY(WS-CATBR-SUB)
               MOVE WS-CB-ORIG-TOTAL(WS-CATBR-SUB)
                   TO CKPT-CB-ORIG-TOTAL(WS-CATBR-SUB)
           END-PERFORM
           MOVE WS-CURRENCY-COUNT TO CKPT-CURRENCY-COUNT
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               MOVE WS-CUR-CODE(WS-CUR-IDX)
                   TO CKPT-CUR-CODE(WS-CUR-IDX)
               MOVE WS-CUR-COUNT(WS-CUR-IDX)
                   TO CKPT-CUR-COUNT(WS-CUR-IDX)
               MOVE WS-CUR-ORIG-TOTAL(WS-CUR-IDX)
                   TO CKPT-CUR-ORIG-TOTAL(WS-CUR-IDX)
               MOVE WS-CUR-BASE-TOTAL(WS-CUR-IDX)
                   TO CKPT-CUR-BASE-TOTAL(WS-CUR-IDX)
           END-PERFORM
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
           MOVE TRANS-BRANCH TO EXC-BRANCH
           MOVE WS-SUM TO EXC-SUM
           MOVE WS-EXC-REASON TO EXC-REASON
           MOVE TRANS-ACCOUNT TO EXC-ACCOUNT
           MOVE WS-ITEM-CURRENCY TO EXC-CURRENCY
           MOVE WS-ITEM-ORIG-AMOUNT TO EXC-ORIG-AMOUNT
           IF TRANS-FX-RATE IS NUMERIC AND TRANS-FX-RATE > 0
               MOVE TRANS-FX-RATE TO EXC-FX-RATE
           ELSE
               MOVE 1 TO EXC-FX-RATE
           END-IF
           WRITE EXCEPTION-RECORD.

       2400-UPDATE-CATEGORY.
                       MOVE TRANS-CATEGORY
                           TO WS-CB-CAT-CODE(WS-CB-IDX)
                       MOVE TRANS-BRANCH TO WS-CB-BR-CODE(WS-CB-IDX)
                       MOVE WS-ITEM-CURRENCY
                           TO WS-CB-CURRENCY(WS-CB-IDX)
                   ELSE
                       DISPLAY "Category/branch table full - "
                           "GL detail incomplete for category "
                           TRANS-CATEGORY " branch " TRANS-BRANCH
                           " currency " WS-ITEM-CURRENCY
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-CB-CAT-CODE(WS-CB-IDX) = TRANS-CATEGORY
                   AND WS-CB-BR-CODE(WS-CB-IDX) = TRANS-BRANCH
                   AND WS-CB-CURRENCY(WS-CB-IDX) = WS-ITEM-CURRENCY
                   CONTINUE
           END-SEARCH
           ADD WS-SIGNED-AMOUNT TO WS-CB-TOTAL(WS-CB-IDX)
           ADD WS-SIGNED-ORIG-AMOUNT TO WS-CB-ORIG-TOTAL(WS-CB-IDX)
           ADD 1 TO WS-CB-COUNT(WS-CB-IDX).

       2470-UPDATE-CURRENCY.
           SET WS-CUR-IDX TO 1
           SEARCH WS-CURRENCY-ENTRY
               AT END
                   IF WS-CURRENCY-COUNT < 20
                       ADD 1 TO WS-CURRENCY-COUNT
                       SET WS-CUR-IDX TO WS-CURRENCY-COUNT
                       MOVE WS-ITEM-CURRENCY TO WS-CUR-CODE(WS-CUR-IDX)
                   ELSE
                       DISPLAY "Currency table full - control totals "
                           "incomplete for currency " WS-ITEM-CURRENCY
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-CUR-CODE(WS-CUR-IDX) = WS-ITEM-CURRENCY
                   CONTINUE
           END-SEARCH
           ADD WS-SIGNED-ORIG-AMOUNT TO WS-CUR-ORIG-TOTAL(WS-CUR-IDX)
           ADD WS-SIGNED-AMOUNT TO WS-CUR-BASE-TOTAL(WS-CUR-IDX)
           ADD 1 TO WS-CUR-COUNT(WS-CUR-IDX).

       2500-VALIDATE-CATEGORY.
           PERFORM 2510-CHECK-CATEGORY
           IF RECORD-REJECTED
               DISPLAY "Record " WS-READ-COUNT " carried over - "
                   "transaction date " TRANS-DATE " before business "
                   "date " WS-BUSINESS-DATE-NUM
           END-IF
           IF TRANS-DATE-PRIOR-PERIOD
               ADD 1 TO WS-ADJUST-COUNT
               PERFORM 2170-WRITE-ADJUSTMENT
               DISPLAY "Record " WS-READ-COUNT " routed to prior-"
                   "period adjustment - transaction date " TRANS-DATE
                   " is in a closed period"
           END-IF.

       2530-CHECK-TRANS-DATE.
      *            A carryover or resubmitted item merged back by
      *            TXNMERGE necessarily dates before today - its
      *            source tag says it already went around once, so
      *            accumulate it now instead of carrying it forever
      *            - unless its month has been closed, in which case
      *            it restates that month instead.
                   IF TRANS-REENTERED
                       PERFORM 2540-CHECK-CLOSED-PERIOD
                   ELSE
                       MOVE "L" TO WS-DATE-DISPOSITION
                   END-IF
               END-IF
           END-IF.

       2540-CHECK-CLOSED-PERIOD.
           MOVE TRANS-DATE(1:6) TO WS-TRANS-PERIOD
           IF WS-CLOSED-PERIOD-COUNT = 0
               OR WS-TRANS-PERIOD NOT < WS-BUS-PERIOD
               EXIT PARAGRAPH
           END-IF
           SET WS-CLP-IDX TO 1
           SEARCH WS-CLOSED-PERIOD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLP-PERIOD(WS-CLP-IDX) = WS-TRANS-PERIOD
                   MOVE "P" TO WS-DATE-DISPOSITION
           END-SEARCH.

       2600-CHECK-DUPLICATE.
      *    Position at the lowest date registered for this id - if a
      *    record exists the id has been seen, on this business date
               MOVE "D" TO WS-TOP-DC(WS-TOP-SUB)
           END-IF.

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
      *    The control card override flag that reposts a date also
      *    allows the step to be run again.
           IF STEP-ON-FILE AND LDG-STEP-ENDED
               AND LDG-RETURN-CODE < 8 AND NOT STEP-OVERRIDDEN
               AND NOT OVERRIDE-REQUESTED
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
      *    A run stopped by the record limit has checkpointed and
      *    will be restarted - it has not completed the date.
           IF TRANS-EOF OR WS-OVERFLOW-FLAG = 1
               MOVE "E" TO LDG-STEP-STATE
           ELSE
               MOVE "P" TO LDG-STEP-STATE
           END-IF
           ACCEPT LDG-END-DATE FROM DATE YYYYMMDD
           ACCEPT LDG-END-TIME FROM TIME
           MOVE RETURN-CODE TO LDG-RETURN-CODE
           MOVE "READ" TO LDG-COUNT-LABEL(1)
           MOVE WS-READ-COUNT TO LDG-COUNT(1)
           MOVE "PROCESSED" TO LDG-COUNT-LABEL(2)
           MOVE WS-COUNT TO LDG-COUNT(2)
           MOVE "REJECTED" TO LDG-COUNT-LABEL(3)
           MOVE WS-REJECT-COUNT TO LDG-COUNT(3)
           REWRITE STREAM-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Unable to record " WS-STEP-NAME
                       " end on stream ledger STRMLDG - file status "
                       WS-LDG-STATUS
           END-REWRITE
           CLOSE STREAM-LEDGER-FILE.

       9000-TERMINATE.
      *    When the record limit stopped the run the last READ primed
      *    a record that was never processed - back it out of the
           CLOSE EXCEPTION-FILE
           CLOSE DUP-LIST-FILE
           CLOSE CARRYOVER-FILE
           CLOSE POSTED-TRANS-FILE
           CLOSE ADJUSTMENT-FILE
           CLOSE TXNID-HIST-FILE
           CLOSE TXN-ARCHIVE-FILE
           MOVE WS-SUM TO RPT-TOT-SUM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "CARRYOVER TO NEXT DAY:" TO RPT-SUM-TEXT
           MOVE WS-CARRYOVER-COUNT TO RPT-SUM-COUNT
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "PRIOR-PERIOD ADJUSTMENTS:" TO RPT-SUM-TEXT
           MOVE WS-ADJUST-COUNT TO RPT-SUM-COUNT
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE
           PERFORM 9260-WRITE-CURRENCY-TOTALS.

       9260-WRITE-CURRENCY-TOTALS.
      *    Accepted items by the currency they were keyed in - the
      *    original-currency total beside its base-currency value.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM RPT-CURRENCY-HEADER
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               MOVE WS-CUR-CODE(WS-CUR-IDX) TO RPT-CUR-CODE
               MOVE WS-CUR-COUNT(WS-CUR-IDX) TO RPT-CUR-COUNT
               MOVE WS-CUR-ORIG-TOTAL(WS-CUR-IDX)
                   TO RPT-CUR-ORIG-TOTAL
               MOVE WS-CUR-BASE-TOTAL(WS-CUR-IDX)
                   TO RPT-CUR-BASE-TOTAL
               WRITE REPORT-RECORD FROM RPT-CURRENCY-LINE
           END-PERFORM.

       9300-RECONCILE.
           MOVE SPACES TO REPORT-RECORD
               MOVE WS-CB-BR-CODE(WS-CB-IDX) TO GLD-BRANCH
               MOVE WS-CB-COUNT(WS-CB-IDX) TO GLD-COUNT
               MOVE WS-CB-TOTAL(WS-CB-IDX) TO GLD-TOTAL
               MOVE WS-CB-CURRENCY(WS-CB-IDX) TO GLD-CURRENCY
               MOVE WS-CB-ORIG-TOTAL(WS-CB-IDX) TO GLD-ORIG-TOTAL
               WRITE GL-DETAIL-RECORD
           END-PERFORM
           CLOSE GL-DETAIL-FILE.
               WS-DUP-PRIOR-COUNT - WS-BASE-DUP-PRIOR-COUNT
           COMPUTE AUD-CARRYOVER-COUNT =
               WS-CARRYOVER-COUNT - WS-BASE-CARRYOVER-COUNT
           COMPUTE AUD-ADJUST-COUNT =
               WS-ADJUST-COUNT - WS-BASE-ADJUST-COUNT
           MOVE WS-SUM TO AUD-FINAL-SUM
           MOVE WS-RESTARTED-FLAG TO AUD-RESTART-IND
           MOVE RETURN-CODE TO AUD-RETURN-CODE
