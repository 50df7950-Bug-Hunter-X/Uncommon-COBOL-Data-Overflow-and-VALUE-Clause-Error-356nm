      *  TRANSIN feed before TXNACCUM sees it, verifies that each
      *  record carries a well-formed transaction id, a numeric
      *  amount, a non-blank category, a valid debit/credit
      *  indicator, a plausible transaction date, a branch code and,
      *  where one is given, a well-formed account number, writes
      *  clean records to the
      *  validated transaction file and rejected records to the edit
      *  error listing with one reason per record.
      *
      *  Items keyed in a currency other than the base currency are
      *  converted here at the rate on the exchange-rate master FXRATE
      *  for the transaction date.  The converted amount replaces the
      *  keyed amount so every later step accumulates in base
      *  currency; the currency code, the amount as keyed and the rate
      *  applied are carried alongside on the record.  Unknown
      *  currencies and missing rates are rejected.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.
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
       01  RAW-TRANS-RECORD.
           05 RAW-TRANS-ID             PIC X(6).
           05 RAW-TRANS-AMOUNT         PIC X(7).
           05 RAW-TRANS-AMOUNT-N REDEFINES RAW-TRANS-AMOUNT
                                       PIC 9(5)V99.
           05 RAW-TRANS-CATEGORY       PIC X(2).
           05 RAW-TRANS-DC-IND         PIC X(1).
           05 RAW-TRANS-DATE           PIC X(8).
           05 RAW-TRANS-BRANCH         PIC X(3).
           05 FILLER                   PIC X(7).
           05 RAW-TRANS-ACCOUNT        PIC X(10).
           05 RAW-TRANS-CURRENCY       PIC X(3).
           05 RAW-TRANS-ORIG-AMOUNT    PIC 9(5)V99.
           05 RAW-TRANS-FX-RATE        PIC 9(4)V9(6).
           05 FILLER                   PIC X(16).

       FD  VALID-TRANS-FILE
           RECORDING MODE IS F.
           05 PARM-OVERFLOW-CEILING     PIC 9(15).
           05 PARM-BUSINESS-DATE        PIC X(8).
           05 PARM-OVERRIDE-FLAG        PIC X(1).
           05 PARM-BASE-CURRENCY        PIC X(3).

       FD  FX-RATE-FILE
           RECORDING MODE IS F.
       01  FX-RATE-RECORD.
           05 FXR-CURRENCY             PIC X(3).
           05 FXR-EFF-DATE             PIC X(8).
           05 FXR-EFF-DATE-NUM REDEFINES FXR-EFF-DATE
                                       PIC 9(8).
           05 FXR-RATE                 PIC X(10).
           05 FXR-RATE-N REDEFINES FXR-RATE
                                       PIC 9(4)V9(6).

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
           05 WS-CONTROL-STATUS        PIC X(2) VALUE SPACES.
           05 WS-BRREF-STATUS          PIC X(2) VALUE SPACES.
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-FXRATE-STATUS         PIC X(2) VALUE SPACES.
           05 WS-FXRATE-EOF-FLAG       PIC X(1) VALUE "N".
              88 FXRATE-EOF            VALUE "Y".
           05 WS-BRREF-EOF-FLAG        PIC X(1) VALUE "N".
              88 BRREF-EOF             VALUE "Y".
           05 WS-EOF-FLAG              PIC X(1) VALUE "N".
           05 WS-ID-SCAN-SUB           PIC 9(2) COMP VALUE 0.
           05 WS-ID-BLANK-SEEN         PIC X(1) VALUE "N".
           05 WS-ID-MALFORMED          PIC X(1) VALUE "N".
           05 WS-ACCT-SCAN-SUB         PIC 9(2) COMP VALUE 0.
           05 WS-ACCT-CHAR             PIC X(1) VALUE SPACE.
           05 WS-EDIT-DATE.
              10 WS-EDIT-DATE-YEAR     PIC 9(4).
              10 WS-EDIT-DATE-MONTH    PIC 9(2).

       01  WS-CONTROL-PARMS.
           05 WS-BUSINESS-DATE-NUM     PIC 9(8) VALUE 0.
           05 WS-BASE-CURRENCY         PIC X(3) VALUE "USD".

       01  WS-FX-FIELDS.
           05 WS-FX-MAX-RATE-AGE       PIC 9(3) VALUE 7.
           05 WS-FX-LOOKUP-CURRENCY    PIC X(3) VALUE SPACES.
           05 WS-FX-LOOKUP-DATE        PIC 9(8) VALUE 0.
           05 WS-FX-LOOKUP-RESULT      PIC X(1) VALUE "U".
              88 FX-CURRENCY-UNKNOWN   VALUE "U".
              88 FX-RATE-MISSING       VALUE "M".
              88 FX-RATE-FOUND         VALUE "F".
           05 WS-FX-BEST-DATE          PIC 9(8) VALUE 0.
           05 WS-FX-FOUND-RATE         PIC 9(4)V9(6) VALUE 0.
           05 WS-FX-RATE-AGE           PIC S9(8) COMP VALUE 0.
           05 WS-FX-BASE-AMOUNT        PIC 9(5)V99 VALUE 0.

       01  WS-FXRATE-COUNT             PIC 9(4) VALUE 0.

       01  WS-FXRATE-TABLE.
           05 WS-FXRATE-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-FXRATE-COUNT
                 INDEXED BY WS-FX-IDX.
              10 WS-FX-CURRENCY        PIC X(3).
              10 WS-FX-EFF-DATE        PIC 9(8).
              10 WS-FX-RATE            PIC 9(4)V9(6).

       01  WS-BRREF-COUNT              PIC 9(3) VALUE 0.

           05 FILLER                   PIC X(11) VALUE "  REJECTED:".
           05 ERR-TOT-REJECTED         PIC ZZZZZ9.

       01  WS-STREAM-CONTROL.
           05 WS-LDG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-EOF-FLAG          PIC X(1) VALUE "N".
              88 OVR-EOF               VALUE "Y".
           05 WS-STEP-NAME             PIC X(10) VALUE "TXNEDIT".
           05 WS-PRED-STEP-NAME        PIC X(10) VALUE "REFCHK".
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
           PERFORM 2000-EDIT-TRANSACTIONS
               UNTIL RAW-EOF
           PERFORM 9000-TERMINATE
           PERFORM 8600-RECORD-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH "/" WS-CURR-DAY "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE-NUM
           PERFORM 1050-READ-PARM-CARD
           PERFORM 8500-CHECK-STREAM-LEDGER
           OPEN INPUT RAW-TRANS-FILE
           IF WS-RAW-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open transaction file TRANSIN"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-DISPLAY TO ERR-H1-RUN-DATE
           WRITE EDIT-ERROR-RECORD FROM ERR-HEADER-1
           MOVE SPACES TO EDIT-ERROR-RECORD
           MOVE SPACES TO EDIT-ERROR-RECORD
           WRITE EDIT-ERROR-RECORD
           PERFORM 1200-LOAD-BRANCH-REF
           PERFORM 1300-LOAD-EXCHANGE-RATES
           PERFORM 1100-READ-RAW-TRANS.

       1200-LOAD-BRANCH-REF.
                   END-IF
           END-READ.

       1300-LOAD-EXCHANGE-RATES.
      *    The rate master is only needed for foreign-currency items.
      *    Without it the base-currency items still edit normally and
      *    every foreign item is rejected as an unknown currency.
           OPEN INPUT FX-RATE-FILE
           IF WS-FXRATE-STATUS NOT = "00"
               DISPLAY "Exchange-rate master FXRATE not available - "
                   "file status " WS-FXRATE-STATUS " - foreign "
                   "currency items will be rejected"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1350-LOAD-FXRATE-ENTRY
               UNTIL FXRATE-EOF
           CLOSE FX-RATE-FILE
           DISPLAY "Exchange rates loaded - " WS-FXRATE-COUNT
               " rates.  Base currency " WS-BASE-CURRENCY.

       1350-LOAD-FXRATE-ENTRY.
           READ FX-RATE-FILE
               AT END
                   MOVE "Y" TO WS-FXRATE-EOF-FLAG
               NOT AT END
                   IF FXR-CURRENCY = SPACES
                       OR FXR-EFF-DATE IS NOT NUMERIC
                       OR FXR-RATE IS NOT NUMERIC
                       DISPLAY "Exchange rate entry " FXR-CURRENCY
                           " " FXR-EFF-DATE " not valid - ignored"
                       EXIT PARAGRAPH
                   END-IF
                   IF FXR-RATE-N = 0
                       DISPLAY "Exchange rate entry " FXR-CURRENCY
                           " " FXR-EFF-DATE " has a zero rate - "
                           "ignored"
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-FXRATE-COUNT < 3000
                       ADD 1 TO WS-FXRATE-COUNT
                       SET WS-FX-IDX TO WS-FXRATE-COUNT
                       MOVE FXR-CURRENCY TO WS-FX-CURRENCY(WS-FX-IDX)
                       MOVE FXR-EFF-DATE-NUM
                           TO WS-FX-EFF-DATE(WS-FX-IDX)
                       MOVE FXR-RATE-N TO WS-FX-RATE(WS-FX-IDX)
                   ELSE
                       DISPLAY "Exchange rate table full - entry "
                           FXR-CURRENCY " " FXR-EFF-DATE " ignored"
                   END-IF
           END-READ.

       1100-READ-RAW-TRANS.
           READ RAW-TRANS-FILE
               AT END
           IF NOT RECORD-REJECTED
               PERFORM 2470-EDIT-TRANS-BRANCH
           END-IF
           IF NOT RECORD-REJECTED
               PERFORM 2480-EDIT-TRANS-ACCOUNT
           END-IF
           IF NOT RECORD-REJECTED
               PERFORM 2492-EDIT-TRANS-CURRENCY
           END-IF
           IF RECORD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2500-WRITE-ERROR-DETAIL
                   END-IF
           END-SEARCH.

       2480-EDIT-TRANS-ACCOUNT.
      *    The account number is optional - items with none still
      *    accumulate by category and branch, they simply do not post
      *    to the account master.  One that is given must be left
      *    justified letters and digits with no embedded blanks.
           IF RAW-TRANS-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ID-BLANK-SEEN
           MOVE "N" TO WS-ID-MALFORMED
           PERFORM 2490-SCAN-TRANS-ACCOUNT
               VARYING WS-ACCT-SCAN-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SCAN-SUB > 10
           IF WS-ID-MALFORMED = "Y"
               MOVE "Y" TO WS-REJECT-FLAG
               MOVE "ACCOUNT NUMBER NOT WELL-FORMED" TO WS-REASON
           END-IF.

       2490-SCAN-TRANS-ACCOUNT.
           MOVE RAW-TRANS-ACCOUNT(WS-ACCT-SCAN-SUB:1) TO WS-ACCT-CHAR
           IF WS-ACCT-CHAR = SPACE
               IF WS-ACCT-SCAN-SUB = 1
                   MOVE "Y" TO WS-ID-MALFORMED
               END-IF
               MOVE "Y" TO WS-ID-BLANK-SEEN
           ELSE
               IF WS-ID-BLANK-SEEN = "Y"
                   MOVE "Y" TO WS-ID-MALFORMED
               END-IF
               IF WS-ACCT-CHAR IS NOT NUMERIC
                   AND WS-ACCT-CHAR IS NOT ALPHABETIC-UPPER
                   MOVE "Y" TO WS-ID-MALFORMED
               END-IF
           END-IF.

       2492-EDIT-TRANS-CURRENCY.
      *    A blank currency is the base currency.  Anything else must
      *    have a rate on FXRATE effective on or before the
      *    transaction date and no more than WS-FX-MAX-RATE-AGE days
      *    older than it.  The amount as keyed moves to the original
      *    amount and the converted amount takes its place.
           IF RAW-TRANS-CURRENCY = SPACES
               OR RAW-TRANS-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-BASE-CURRENCY TO RAW-TRANS-CURRENCY
               MOVE RAW-TRANS-AMOUNT-N TO RAW-TRANS-ORIG-AMOUNT
               MOVE 1 TO RAW-TRANS-FX-RATE
               EXIT PARAGRAPH
           END-IF
           MOVE RAW-TRANS-CURRENCY TO WS-FX-LOOKUP-CURRENCY
           MOVE RAW-TRANS-DATE TO WS-FX-LOOKUP-DATE
           PERFORM 2494-FIND-EXCHANGE-RATE
           IF FX-CURRENCY-UNKNOWN
               MOVE "Y" TO WS-REJECT-FLAG
               MOVE "CURRENCY CODE UNKNOWN" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF FX-RATE-MISSING
               MOVE "Y" TO WS-REJECT-FLAG
               MOVE "EXCHANGE RATE MISSING" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FX-BASE-AMOUNT ROUNDED =
                   RAW-TRANS-AMOUNT-N * WS-FX-FOUND-RATE
               ON SIZE ERROR
                   MOVE "Y" TO WS-REJECT-FLAG
                   MOVE "CONVERTED AMOUNT TOO LARGE" TO WS-REASON
                   EXIT PARAGRAPH
           END-COMPUTE
           MOVE RAW-TRANS-AMOUNT-N TO RAW-TRANS-ORIG-AMOUNT
           MOVE WS-FX-FOUND-RATE TO RAW-TRANS-FX-RATE
           MOVE WS-FX-BASE-AMOUNT TO RAW-TRANS-AMOUNT-N.

       2494-FIND-EXCHANGE-RATE.
           MOVE "U" TO WS-FX-LOOKUP-RESULT
           MOVE 0 TO WS-FX-BEST-DATE
           MOVE 0 TO WS-FX-FOUND-RATE
           PERFORM 2496-SCAN-RATE-ENTRY
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FXRATE-COUNT
           IF WS-FX-BEST-DATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FX-RATE-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-FX-LOOKUP-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-FX-BEST-DATE)
           IF WS-FX-RATE-AGE <= WS-FX-MAX-RATE-AGE
               MOVE "F" TO WS-FX-LOOKUP-RESULT
           END-IF.

       2496-SCAN-RATE-ENTRY.
           IF WS-FX-CURRENCY(WS-FX-IDX) = WS-FX-LOOKUP-CURRENCY
               IF FX-CURRENCY-UNKNOWN
                   MOVE "M" TO WS-FX-LOOKUP-RESULT
               END-IF
               IF WS-FX-EFF-DATE(WS-FX-IDX) <= WS-FX-LOOKUP-DATE
                   AND WS-FX-EFF-DATE(WS-FX-IDX) > WS-FX-BEST-DATE
                   MOVE WS-FX-EFF-DATE(WS-FX-IDX) TO WS-FX-BEST-DATE
                   MOVE WS-FX-RATE(WS-FX-IDX) TO WS-FX-FOUND-RATE
               END-IF
           END-IF.

       2500-WRITE-ERROR-DETAIL.
           MOVE WS-READ-COUNT TO ERR-DET-RECORD-NO
           MOVE RAW-TRANS-RECORD(1:20) TO ERR-DET-IMAGE
           MOVE WS-REASON TO ERR-DET-REASON
           WRITE EDIT-ERROR-RECORD FROM ERR-DETAIL-LINE.

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
           MOVE "READ" TO LDG-COUNT-LABEL(1)
           MOVE WS-READ-COUNT TO LDG-COUNT(1)
           MOVE "ACCEPTED" TO LDG-COUNT-LABEL(2)
           MOVE WS-ACCEPT-COUNT TO LDG-COUNT(2)
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
           MOVE WS-READ-COUNT TO ERR-TOT-READ
           MOVE WS-ACCEPT-COUNT TO ERR-TOT-ACCEPTED
           CLOSE EDIT-CONTROL-FILE.

       1050-READ-PARM-CARD.
      *    Only the business date and the base currency matter here
      *    - the date stamps the control totals so the balancing step
      *    can prove they belong to the day being certified.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
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
