      *  business date is rejected to the GLVERR error listing and the
      *  program ends with return code 4 so the posting errors get
      *  fixed before the journal is transmitted.
      *
      *  GLDETAIL carries a row per category, branch and currency, so
      *  each voucher is for a single currency.  The journal records
      *  carry the base-currency amount with the currency code and the
      *  original-currency amount alongside, and GLVERR closes with
      *  the vouchers subtotalled by currency.
      *
      *  Each journal record also carries the name of the step that
      *  wrote it and the business date of the run.  SUSPWOFF and
      *  PPADJ append their own vouchers to GLJRNL after this step,
      *  so a rerun of GLVOUCH for the same business date keeps their
      *  lines for the date and numbers its vouchers on from theirs.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GL-DETAIL-FILE ASSIGN TO "GLDETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLDET-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT GL-JOURNAL-WORK-FILE ASSIGN TO "GLJRNLWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JWK-STATUS.
           SELECT VOUCHER-ERROR-FILE ASSIGN TO "GLVERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERR-STATUS.
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
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05 PARM-RECORD-LIMIT         PIC 9(6).
           05 PARM-OVERFLOW-CEILING     PIC 9(15).
           05 PARM-BUSINESS-DATE        PIC X(8).
           05 PARM-OVERRIDE-FLAG        PIC X(1).
           05 PARM-BASE-CURRENCY        PIC X(3).

       FD  GL-DETAIL-FILE
           RECORDING MODE IS F.
       01  GL-DETAIL-RECORD.
           05 GLD-COUNT                  PIC 9(6).
           05 GLD-TOTAL                  PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.
           05 GLD-CURRENCY               PIC X(3).
           05 GLD-ORIG-TOTAL             PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
           05 JRN-AMOUNT                 PIC 9(13)V99.
           05 JRN-CAT-CODE               PIC X(2).
           05 JRN-BRANCH                 PIC X(3).
           05 JRN-CURRENCY               PIC X(3).
           05 JRN-ORIG-AMOUNT            PIC 9(13)V99.
           05 JRN-SOURCE-STEP            PIC X(8).
           05 JRN-STREAM-DATE            PIC 9(8).

       FD  GL-JOURNAL-WORK-FILE
           RECORDING MODE IS F.
       01  GL-JOURNAL-WORK-RECORD       PIC X(81).

       FD  VOUCHER-ERROR-FILE
           RECORDING MODE IS F.
       01  VOUCHER-ERROR-RECORD          PIC X(80).

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
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-GLDET-STATUS          PIC X(2) VALUE SPACES.
           05 WS-MAP-STATUS            PIC X(2) VALUE SPACES.
           05 WS-JRN-STATUS            PIC X(2) VALUE SPACES.
           05 WS-JWK-STATUS            PIC X(2) VALUE SPACES.
           05 WS-VERR-STATUS           PIC X(2) VALUE SPACES.
           05 WS-GLDET-EOF-FLAG        PIC X(1) VALUE "N".
              88 GLDET-EOF             VALUE "Y".
           05 WS-MAP-EOF-FLAG          PIC X(1) VALUE "N".
              88 MAP-EOF               VALUE "Y".
           05 WS-JRN-EOF-FLAG          PIC X(1) VALUE "N".
              88 JRN-EOF               VALUE "Y".
           05 WS-JWK-EOF-FLAG          PIC X(1) VALUE "N".
              88 JWK-EOF               VALUE "Y".

       01  WS-VOUCHER-COUNTERS.
           05 WS-DETAIL-COUNT          PIC 9(6) COMP-3 VALUE 0.
           05 WS-JOURNAL-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-UNMAPPED-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-ZERO-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-KEPT-LINE-COUNT       PIC 9(6) COMP-3 VALUE 0.
           05 WS-DEBIT-TOTAL           PIC 9(13)V99 COMP-3 VALUE 0.
           05 WS-CREDIT-TOTAL          PIC 9(13)V99 COMP-3 VALUE 0.
           05 WS-UNMAPPED-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CLEARING-COST-CENTER  PIC X(4) VALUE SPACES.
           05 WS-CLEARING-FOUND-FLAG   PIC X(1) VALUE "N".
           05 WS-ABS-AMOUNT            PIC 9(13)V99 COMP-3 VALUE 0.
           05 WS-ABS-ORIG-AMOUNT       PIC 9(13)V99 COMP-3 VALUE 0.
           05 WS-VOUCHER-BASE          PIC 9(6) VALUE 0.
           05 WS-VOUCHER-NO            PIC 9(6) VALUE 0.

       01  WS-CURRENCY-COUNT           PIC 9(2) VALUE 0.

       01  WS-CURRENCY-TABLE.
           05 WS-CURRENCY-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-CURRENCY-COUNT
                 INDEXED BY WS-CUR-IDX.
              10 WS-CUR-CODE           PIC X(3).
              10 WS-CUR-VOUCHERS       PIC 9(6) COMP-3 VALUE 0.
              10 WS-CUR-ORIG-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
              10 WS-CUR-BASE-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-MAP-COUNT                PIC 9(3) VALUE 0.

              10 WS-MAP-EFF-FROM       PIC 9(8).
              10 WS-MAP-EFF-TO         PIC 9(8).

       01  WS-CONTROL-PARMS.
           05 WS-BUSINESS-DATE.
              10 WS-BUS-YEAR           PIC 9(4).
              10 WS-BUS-MONTH          PIC 9(2).
              10 WS-BUS-DAY            PIC 9(2).
           05 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                       PIC 9(8).
           05 WS-BUS-DATE-DISPLAY      PIC X(10).
           05 WS-BASE-CURRENCY         PIC X(3) VALUE "USD".

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
           05 ERR-DET-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(7) VALUE " DATE ".
           05 ERR-DET-DATE             PIC 9(8).
           05 FILLER                   PIC X(5) VALUE " CUR ".
           05 ERR-DET-CURRENCY         PIC X(3).

       01  ERR-SUMMARY-LINE.
           05 ERR-SUM-TEXT             PIC X(28).
           05 ERR-AMT-TEXT             PIC X(28).
           05 ERR-AMT-VALUE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  ERR-CURRENCY-HEADER.
           05 FILLER                   PIC X(5) VALUE "CUR".
           05 FILLER                   PIC X(10) VALUE "VOUCHERS".
           05 FILLER                   PIC X(23) VALUE
              "ORIGINAL CURRENCY NET".
           05 FILLER                   PIC X(21) VALUE
              "BASE CURRENCY NET".

       01  ERR-CURRENCY-LINE.
           05 ERR-CUR-CODE             PIC X(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ERR-CUR-VOUCHERS         PIC ZZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 ERR-CUR-ORIG-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ERR-CUR-BASE-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-STREAM-CONTROL.
           05 WS-LDG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-EOF-FLAG          PIC X(1) VALUE "N".
              88 OVR-EOF               VALUE "Y".
           05 WS-STEP-NAME             PIC X(10) VALUE "GLVOUCH".
           05 WS-PRED-STEP-NAME        PIC X(10) VALUE "EXCREPAIR".
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
           PERFORM 2000-PROCESS-GL-DETAIL
               UNTIL GLDET-EOF
           PERFORM 9000-TERMINATE
           PERFORM 8600-RECORD-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH "/" WS-CURR-DAY "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           PERFORM 8500-CHECK-STREAM-LEDGER
           OPEN INPUT GL-DETAIL-FILE
           IF WS-GLDET-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open GL detail extract "
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-SAVE-LATER-STEP-LINES
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open journal file GLJRNL"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-KEPT-LINE-COUNT > 0
               PERFORM 1070-RESTORE-LATER-STEP-LINES
           END-IF
           OPEN OUTPUT VOUCHER-ERROR-FILE
           IF WS-VERR-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open error listing GLVERR"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-DISPLAY TO ERR-H1-RUN-DATE
           WRITE VOUCHER-ERROR-RECORD FROM ERR-HEADER-1
           MOVE SPACES TO VOUCHER-ERROR-RECORD
           END-IF
           PERFORM 1300-READ-GL-DETAIL.

       1020-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BUSINESS-DATE IS NUMERIC
                           MOVE PARM-BUSINESS-DATE
                               TO WS-BUSINESS-DATE-NUM
                       END-IF
                       IF PARM-BASE-CURRENCY NOT = SPACES
                           MOVE PARM-BASE-CURRENCY
                               TO WS-BASE-CURRENCY
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "No control card supplied - using current "
                   "date as business date."
           END-IF
           STRING WS-BUS-MONTH "/" WS-BUS-DAY "/" WS-BUS-YEAR
               DELIMITED BY SIZE INTO WS-BUS-DATE-DISPLAY.

       1050-SAVE-LATER-STEP-LINES.
      *    SUSPWOFF and PPADJ add their vouchers to the end of the
      *    journal this step builds.  When GLVOUCH is rerun for a
      *    business date after they have run, their lines for the
      *    date are set aside on GLJRNLWK and written back to the new
      *    journal, and this step's vouchers are numbered on from the
      *    highest of them so no voucher number is used twice.
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GL-JOURNAL-WORK-FILE
           IF WS-JWK-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open journal work file "
                   "GLJRNLWK - file status " WS-JWK-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1060-SAVE-JOURNAL-LINE
               UNTIL JRN-EOF
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-JOURNAL-WORK-FILE
           IF WS-KEPT-LINE-COUNT > 0
               DISPLAY WS-KEPT-LINE-COUNT " journal lines written by "
                   "later steps for business date "
                   WS-BUSINESS-DATE-NUM " kept on GLJRNL"
           END-IF.

       1060-SAVE-JOURNAL-LINE.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRN-EOF-FLAG
               NOT AT END
                   IF JRN-STREAM-DATE = WS-BUSINESS-DATE-NUM
                       AND JRN-SOURCE-STEP NOT = WS-STEP-NAME
                       AND JRN-SOURCE-STEP NOT = SPACES
                       WRITE GL-JOURNAL-WORK-RECORD
                           FROM GL-JOURNAL-RECORD
                       ADD 1 TO WS-KEPT-LINE-COUNT
                       IF JRN-VOUCHER-NO > WS-VOUCHER-BASE
                           MOVE JRN-VOUCHER-NO TO WS-VOUCHER-BASE
                       END-IF
                   END-IF
           END-READ.

       1070-RESTORE-LATER-STEP-LINES.
           OPEN INPUT GL-JOURNAL-WORK-FILE
           IF WS-JWK-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to reopen journal work file "
                   "GLJRNLWK - file status " WS-JWK-STATUS
                   " - later steps' journal lines not restored"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1080-RESTORE-JOURNAL-LINE
               UNTIL JWK-EOF
           CLOSE GL-JOURNAL-WORK-FILE.

       1080-RESTORE-JOURNAL-LINE.
           READ GL-JOURNAL-WORK-FILE
               AT END
                   MOVE "Y" TO WS-JWK-EOF-FLAG
               NOT AT END
                   WRITE GL-JOURNAL-RECORD
                       FROM GL-JOURNAL-WORK-RECORD
           END-READ.

       1100-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
                   MOVE "Y" TO WS-GLDET-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-DETAIL-COUNT
                   IF GLD-CURRENCY = SPACES
                       OR GLD-ORIG-TOTAL IS NOT NUMERIC
                       MOVE WS-BASE-CURRENCY TO GLD-CURRENCY
                       MOVE GLD-TOTAL TO GLD-ORIG-TOTAL
                   END-IF
           END-READ.

       2000-PROCESS-GL-DETAIL.
               MOVE GLD-BRANCH TO ERR-DET-BRANCH
               MOVE GLD-TOTAL TO ERR-DET-AMOUNT
               MOVE GLD-BUSINESS-DATE TO ERR-DET-DATE
               MOVE GLD-CURRENCY TO ERR-DET-CURRENCY
               WRITE VOUCHER-ERROR-RECORD FROM ERR-DETAIL-LINE
           ELSE
               IF GLD-TOTAL = 0
      *    reverse.  Both sides carry the same voucher number and
      *    absolute amount so each voucher balances by construction.
           ADD 1 TO WS-VOUCHER-COUNT
           COMPUTE WS-VOUCHER-NO = WS-VOUCHER-BASE + WS-VOUCHER-COUNT
           IF GLD-ORIG-TOTAL < 0
               COMPUTE WS-ABS-ORIG-AMOUNT = 0 - GLD-ORIG-TOTAL
           ELSE
               MOVE GLD-ORIG-TOTAL TO WS-ABS-ORIG-AMOUNT
           END-IF
           IF GLD-TOTAL > 0
               MOVE GLD-TOTAL TO WS-ABS-AMOUNT
               PERFORM 2300-WRITE-DEBIT-POSTING
               COMPUTE WS-ABS-AMOUNT = 0 - GLD-TOTAL
               PERFORM 2500-WRITE-CREDIT-POSTING
               PERFORM 2600-WRITE-DEBIT-CLEARING
           END-IF
           PERFORM 2700-UPDATE-CURRENCY.

       2300-WRITE-DEBIT-POSTING.
           MOVE WS-VOUCHER-NO TO JRN-VOUCHER-NO
           MOVE GLD-BUSINESS-DATE TO JRN-BUSINESS-DATE
           MOVE WS-POST-ACCOUNT TO JRN-GL-ACCOUNT
           MOVE WS-POST-COST-CENTER TO JRN-COST-CENTER
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT
           MOVE GLD-CAT-CODE TO JRN-CAT-CODE
           MOVE GLD-BRANCH TO JRN-BRANCH
           MOVE GLD-CURRENCY TO JRN-CURRENCY
           MOVE WS-ABS-ORIG-AMOUNT TO JRN-ORIG-AMOUNT
           MOVE WS-STEP-NAME TO JRN-SOURCE-STEP
           MOVE WS-BUSINESS-DATE-NUM TO JRN-STREAM-DATE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           ADD WS-ABS-AMOUNT TO WS-DEBIT-TOTAL.

       2400-WRITE-CREDIT-CLEARING.
           MOVE WS-VOUCHER-NO TO JRN-VOUCHER-NO
           MOVE GLD-BUSINESS-DATE TO JRN-BUSINESS-DATE
           MOVE WS-CLEARING-ACCOUNT TO JRN-GL-ACCOUNT
           MOVE WS-CLEARING-COST-CENTER TO JRN-COST-CENTER
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT
           MOVE GLD-CAT-CODE TO JRN-CAT-CODE
           MOVE GLD-BRANCH TO JRN-BRANCH
           MOVE GLD-CURRENCY TO JRN-CURRENCY
           MOVE WS-ABS-ORIG-AMOUNT TO JRN-ORIG-AMOUNT
           MOVE WS-STEP-NAME TO JRN-SOURCE-STEP
           MOVE WS-BUSINESS-DATE-NUM TO JRN-STREAM-DATE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           ADD WS-ABS-AMOUNT TO WS-CREDIT-TOTAL.

       2500-WRITE-CREDIT-POSTING.
           MOVE WS-VOUCHER-NO TO JRN-VOUCHER-NO
           MOVE GLD-BUSINESS-DATE TO JRN-BUSINESS-DATE
           MOVE WS-POST-ACCOUNT TO JRN-GL-ACCOUNT
           MOVE WS-POST-COST-CENTER TO JRN-COST-CENTER
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT
           MOVE GLD-CAT-CODE TO JRN-CAT-CODE
           MOVE GLD-BRANCH TO JRN-BRANCH
           MOVE GLD-CURRENCY TO JRN-CURRENCY
           MOVE WS-ABS-ORIG-AMOUNT TO JRN-ORIG-AMOUNT
           MOVE WS-STEP-NAME TO JRN-SOURCE-STEP
           MOVE WS-BUSINESS-DATE-NUM TO JRN-STREAM-DATE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           ADD WS-ABS-AMOUNT TO WS-CREDIT-TOTAL.

       2600-WRITE-DEBIT-CLEARING.
           MOVE WS-VOUCHER-NO TO JRN-VOUCHER-NO
           MOVE GLD-BUSINESS-DATE TO JRN-BUSINESS-DATE
           MOVE WS-CLEARING-ACCOUNT TO JRN-GL-ACCOUNT
           MOVE WS-CLEARING-COST-CENTER TO JRN-COST-CENTER
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT
           MOVE GLD-CAT-CODE TO JRN-CAT-CODE
           MOVE GLD-BRANCH TO JRN-BRANCH
           MOVE GLD-CURRENCY TO JRN-CURRENCY
           MOVE WS-ABS-ORIG-AMOUNT TO JRN-ORIG-AMOUNT
           MOVE WS-STEP-NAME TO JRN-SOURCE-STEP
           MOVE WS-BUSINESS-DATE-NUM TO JRN-STREAM-DATE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           ADD WS-ABS-AMOUNT TO WS-DEBIT-TOTAL.

       2700-UPDATE-CURRENCY.
           SET WS-CUR-IDX TO 1
           SEARCH WS-CURRENCY-ENTRY
               AT END
                   IF WS-CURRENCY-COUNT < 20
                       ADD 1 TO WS-CURRENCY-COUNT
                       SET WS-CUR-IDX TO WS-CURRENCY-COUNT
                       MOVE GLD-CURRENCY TO WS-CUR-CODE(WS-CUR-IDX)
                   ELSE
                       DISPLAY "Currency table full - currency "
                           "subtotals incomplete for " GLD-CURRENCY
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-CUR-CODE(WS-CUR-IDX) = GLD-CURRENCY
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-CUR-VOUCHERS(WS-CUR-IDX)
           ADD GLD-ORIG-TOTAL TO WS-CUR-ORIG-TOTAL(WS-CUR-IDX)
           ADD GLD-TOTAL TO WS-CUR-BASE-TOTAL(WS-CUR-IDX).

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
           MOVE "DETAIL" TO LDG-COUNT-LABEL(1)
           MOVE WS-DETAIL-COUNT TO LDG-COUNT(1)
           MOVE "VOUCHERS" TO LDG-COUNT-LABEL(2)
           MOVE WS-VOUCHER-COUNT TO LDG-COUNT(2)
           MOVE "UNMAPPED" TO LDG-COUNT-LABEL(3)
           MOVE WS-UNMAPPED-COUNT TO LDG-COUNT(3)
           REWRITE STREAM-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Unable to record " WS-STEP-NAME
                       " end on stream ledger STRMLDG - file status "
                       WS-LDG-STATUS
           END-REWRITE
           CLOSE STREAM-LEDGER-FILE.

       9000-TERMINATE.
           MOVE SPACES TO VOUCHER-ERROR-RECORD
           WRITE VOUCHER-ERROR-RECORD
           MOVE "UNMAPPED AMOUNT:" TO ERR-AMT-TEXT
           MOVE WS-UNMAPPED-TOTAL TO ERR-AMT-VALUE
           WRITE VOUCHER-ERROR-RECORD FROM ERR-AMOUNT-LINE
           PERFORM 9100-WRITE-CURRENCY-TOTALS
           CLOSE GL-DETAIL-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE VOUCHER-ERROR-FILE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       9100-WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO VOUCHER-ERROR-RECORD
           WRITE VOUCHER-ERROR-RECORD
           WRITE VOUCHER-ERROR-RECORD FROM ERR-CURRENCY-HEADER
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               MOVE WS-CUR-CODE(WS-CUR-IDX) TO ERR-CUR-CODE
               MOVE WS-CUR-VOUCHERS(WS-CUR-IDX) TO ERR-CUR-VOUCHERS
               MOVE WS-CUR-ORIG-TOTAL(WS-CUR-IDX)
                   TO ERR-CUR-ORIG-TOTAL
               MOVE WS-CUR-BASE-TOTAL(WS-CUR-IDX)
                   TO ERR-CUR-BASE-TOTAL
               WRITE VOUCHER-ERROR-RECORD FROM ERR-CURRENCY-LINE
           END-PERFORM.
