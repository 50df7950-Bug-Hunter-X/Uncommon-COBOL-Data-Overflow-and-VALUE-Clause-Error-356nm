      *  other item is carried forward on SUSPOUT with its original
      *  first-reject date so the aging keeps running.  Corrected
      *  values that would bypass the front-end edit - a branch not
      *  on the branch reference, a bad debit/credit indicator or a
      *  malformed account number - are refused and the item stays
      *  on suspense.  An audit line on EXCLIST shows the before and
      *  after values of every resubmitted transaction.
      *
      *  A corrected amount is taken in the currency the item was
      *  keyed in.  Foreign-currency items keep the rate TXNEDIT
      *  applied unless the transaction date is corrected, in which
      *  case the rate for the new date is taken from the exchange-
      *  rate master FXRATE; the item is then reconverted to the base
      *  currency and an FX line on EXCLIST shows the conversion.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT BRANCH-REF-FILE ASSIGN TO "BRREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRREF-STATUS.
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
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05 PARM-RECORD-LIMIT         PIC 9(6).
           05 PARM-OVERFLOW-CEILING     PIC 9(15).
           05 PARM-BUSINESS-DATE        PIC X(8).
           05 PARM-OVERRIDE-FLAG        PIC X(1).
           05 PARM-BASE-CURRENCY        PIC X(3).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05 SUSP-BRANCH               PIC X(3).
           05 SUSP-SUM                  PIC S9(13)V99 COMP-3.
           05 SUSP-REASON               PIC X(25).
           05 SUSP-ACCOUNT              PIC X(10).
           05 SUSP-CURRENCY             PIC X(3).
           05 SUSP-ORIG-AMOUNT          PIC 9(5)V99 COMP-3.
           05 SUSP-FX-RATE              PIC 9(4)V9(6) COMP-3.

       FD  CORRECTION-FILE
           RECORDING MODE IS F.
           05 CORR-TRANS-DATE           PIC X(8).
           05 CORR-BRANCH               PIC X(3).
           05 CORR-FIRST-DATE           PIC X(8).
           05 CORR-ACCOUNT              PIC X(10).
           05 FILLER                    PIC X(29).

       FD  REPAIR-LIST-FILE
           RECORDING MODE IS F.
           05 RESUB-TRANS-DC-IND        PIC X(1).
           05 RESUB-TRANS-DATE          PIC 9(8).
           05 RESUB-TRANS-BRANCH        PIC X(3).
           05 FILLER                    PIC X(7).
           05 RESUB-TRANS-ACCOUNT       PIC X(10).
           05 RESUB-TRANS-CURRENCY      PIC X(3).
           05 RESUB-TRANS-ORIG-AMOUNT   PIC 9(5)V99.
           05 RESUB-TRANS-FX-RATE       PIC 9(4)V9(6).
           05 FILLER                    PIC X(16).

       FD  SUSPENSE-OUT-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-OUT-RECORD          PIC X(92).

       FD  BRANCH-REF-FILE
           RECORDING MODE IS F.
           05 BRREF-REGION              PIC X(3).
           05 BRREF-ACTIVE-FLAG         PIC X(1).

       FD  FX-RATE-FILE
           RECORDING MODE IS F.
       01  FX-RATE-RECORD.
           05 FXR-CURRENCY              PIC X(3).
           05 FXR-EFF-DATE              PIC X(8).
           05 FXR-EFF-DATE-NUM REDEFINES FXR-EFF-DATE
                                        PIC 9(8).
           05 FXR-RATE                  PIC X(10).
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
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-SUSP-STATUS           PIC X(2) VALUE SPACES.
           05 WS-CORR-STATUS           PIC X(2) VALUE SPACES.
           05 WS-LIST-STATUS           PIC X(2) VALUE SPACES.
           05 WS-RESUB-STATUS          PIC X(2) VALUE SPACES.
           05 WS-SUSPOUT-STATUS        PIC X(2) VALUE SPACES.
           05 WS-BRREF-STATUS          PIC X(2) VALUE SPACES.
           05 WS-FXRATE-STATUS         PIC X(2) VALUE SPACES.
           05 WS-FXRATE-EOF-FLAG       PIC X(1) VALUE "N".
              88 FXRATE-EOF            VALUE "Y".
           05 WS-BRREF-EOF-FLAG        PIC X(1) VALUE "N".
              88 BRREF-EOF             VALUE "Y".
           05 WS-SUSP-EOF-FLAG         PIC X(1) VALUE "N".
           05 WS-NEW-CATEGORY          PIC X(2) VALUE SPACES.
           05 WS-NEW-DC-IND            PIC X(1) VALUE SPACES.
           05 WS-NEW-TRANS-DATE        PIC X(8) VALUE SPACES.
           05 WS-NEW-TRANS-DATE-N REDEFINES WS-NEW-TRANS-DATE
                                       PIC 9(8).
           05 WS-NEW-BRANCH            PIC X(3) VALUE SPACES.
           05 WS-NEW-ACCOUNT           PIC X(10) VALUE SPACES.
           05 WS-ACCT-SCAN-SUB         PIC 9(2) COMP VALUE 0.
           05 WS-ACCT-CHAR             PIC X(1) VALUE SPACE.
           05 WS-ACCT-BLANK-SEEN       PIC X(1) VALUE "N".
           05 WS-ACCT-MALFORMED        PIC X(1) VALUE "N".
           05 WS-OLD-AMOUNT            PIC 9(5)V99 VALUE 0.
           05 WS-OLD-AMOUNT-X REDEFINES WS-OLD-AMOUNT
                                       PIC X(7).
              88 NEW-BRANCH-UNKNOWN    VALUE "U".
              88 NEW-BRANCH-CLOSED     VALUE "X".

       01  WS-FX-FIELDS.
           05 WS-FX-MAX-RATE-AGE       PIC 9(3) VALUE 7.
           05 WS-ITEM-CURRENCY         PIC X(3) VALUE SPACES.
           05 WS-NEW-FX-RATE           PIC 9(4)V9(6) VALUE 0.
           05 WS-NEW-BASE-AMOUNT       PIC 9(5)V99 VALUE 0.
           05 WS-FX-LOOKUP-CURRENCY    PIC X(3) VALUE SPACES.
           05 WS-FX-LOOKUP-DATE        PIC 9(8) VALUE 0.
           05 WS-FX-LOOKUP-RESULT      PIC X(1) VALUE "U".
              88 FX-CURRENCY-UNKNOWN   VALUE "U".
              88 FX-RATE-MISSING       VALUE "M".
              88 FX-RATE-FOUND         VALUE "F".
              88 FX-CONVERSION-OVERFLOW VALUE "O".
           05 WS-FX-BEST-DATE          PIC 9(8) VALUE 0.
           05 WS-FX-FOUND-RATE         PIC 9(4)V9(6) VALUE 0.
           05 WS-FX-RATE-AGE           PIC S9(8) COMP VALUE 0.

       01  WS-FXRATE-COUNT             PIC 9(4) VALUE 0.

       01  WS-FXRATE-TABLE.
           05 WS-FXRATE-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-FXRATE-COUNT
                 INDEXED BY WS-FX-IDX.
              10 WS-FX-CURRENCY        PIC X(3).
              10 WS-FX-EFF-DATE        PIC 9(8).
              10 WS-FX-RATE            PIC 9(4)V9(6).

       01  WS-CORRECTION-COUNT         PIC 9(3) COMP VALUE 0.

       01  WS-CORRECTION-TABLE.
              10 WS-CORR-TRANS-DATE    PIC X(8).
              10 WS-CORR-BRANCH        PIC X(3).
              10 WS-CORR-FIRST-DATE    PIC X(8).
              10 WS-CORR-ACCOUNT       PIC X(10).
              10 WS-CORR-USED-FLAG     PIC X(1).

       01  WS-BRREF-COUNT              PIC 9(3) VALUE 0.
              10 WS-BRF-REGION         PIC X(3).
              10 WS-BRF-ACTIVE         PIC X(1).

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
           05 FILLER                   PIC X(1) VALUE ">".
           05 LST-AUD-NEW-BRANCH       PIC X(3).

       01  LST-ACCOUNT-LINE.
           05 FILLER                   PIC X(6) VALUE "ACCT".
           05 LST-ACC-RECORD-NO        PIC ZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 LST-ACC-OLD-ACCOUNT      PIC X(10).
           05 FILLER                   PIC X(1) VALUE ">".
           05 LST-ACC-NEW-ACCOUNT      PIC X(10).

       01  LST-FX-LINE.
           05 FILLER                   PIC X(6) VALUE "FX".
           05 LST-FX-RECORD-NO         PIC ZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 LST-FX-CURRENCY          PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 LST-FX-ORIG-AMOUNT       PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(3) VALUE " @ ".
           05 LST-FX-RATE              PIC Z,ZZ9.999999.
           05 FILLER                   PIC X(3) VALUE " = ".
           05 LST-FX-BASE-AMOUNT       PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 LST-FX-BASE-CURRENCY     PIC X(3).

       01  LST-WARNING-LINE.
           05 FILLER                   PIC X(9) VALUE "WARNING".
           05 LST-WARN-TEXT            PIC X(45).
           05 FILLER                   PIC X(13) VALUE "  CORR ERRS:".
           05 LST-TOT-BAD-CORR         PIC ZZZZZ9.

       01  WS-STREAM-CONTROL.
           05 WS-LDG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-EOF-FLAG          PIC X(1) VALUE "N".
              88 OVR-EOF               VALUE "Y".
           05 WS-STEP-NAME             PIC X(10) VALUE "EXCREPAIR".
           05 WS-PRED-STEP-NAME        PIC X(10) VALUE "SUSPMNT".
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
           PERFORM 2000-PROCESS-SUSPENSE
               UNTIL SUSP-EOF
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
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open suspense file SUSPENSE"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-DISPLAY TO LST-H1-RUN-DATE
           WRITE REPAIR-LIST-RECORD FROM LST-HEADER-1
           MOVE SPACES TO REPAIR-LIST-RECORD
           WRITE REPAIR-LIST-RECORD
           PERFORM 1100-LOAD-CORRECTIONS
           PERFORM 1160-LOAD-BRANCH-REF
           PERFORM 1180-LOAD-EXCHANGE-RATES
           PERFORM 1200-READ-SUSPENSE.

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

       1100-LOAD-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
           IF WS-CORR-STATUS = "00"
                               TO WS-CORR-BRANCH(WS-CORR-IDX)
                           MOVE CORR-FIRST-DATE
                               TO WS-CORR-FIRST-DATE(WS-CORR-IDX)
                           MOVE CORR-ACCOUNT
                               TO WS-CORR-ACCOUNT(WS-CORR-IDX)
                           MOVE "N" TO WS-CORR-USED-FLAG(WS-CORR-IDX)
                       ELSE
                           DISPLAY "Correction table full - entry "
                   END-IF
           END-READ.

       1180-LOAD-EXCHANGE-RATES.
      *    Only needed when a foreign-currency item has its date
      *    corrected - without it such a correction is refused.
           OPEN INPUT FX-RATE-FILE
           IF WS-FXRATE-STATUS NOT = "00"
               DISPLAY "Exchange-rate master FXRATE not available - "
                   "file status " WS-FXRATE-STATUS " - redated "
                   "foreign currency items will be refused"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1190-LOAD-FXRATE-ENTRY
               UNTIL FXRATE-EOF
           CLOSE FX-RATE-FILE
           DISPLAY "Exchange rates loaded - " WS-FXRATE-COUNT
               " rates.".

       1190-LOAD-FXRATE-ENTRY.
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

       1200-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE WS-CORR-TRANS-DATE(WS-CORR-IDX)
                       TO WS-NEW-TRANS-DATE
                   MOVE WS-CORR-BRANCH(WS-CORR-IDX) TO WS-NEW-BRANCH
                   MOVE WS-CORR-ACCOUNT(WS-CORR-IDX) TO WS-NEW-ACCOUNT
           END-SEARCH.

       2300-BUILD-RESUBMISSION.
      *    Items that predate the currency fields were keyed in the
      *    base currency.  The amount a correction works from is the
      *    amount as keyed, in the item's own currency.
           IF SUSP-CURRENCY = SPACES
               OR SUSP-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
               MOVE SUSP-DATA TO WS-OLD-AMOUNT
               MOVE 1 TO WS-NEW-FX-RATE
           ELSE
               MOVE SUSP-CURRENCY TO WS-ITEM-CURRENCY
               MOVE SUSP-ORIG-AMOUNT TO WS-OLD-AMOUNT
               MOVE SUSP-FX-RATE TO WS-NEW-FX-RATE
           END-IF
           IF WS-NEW-TRANS-ID = SPACES
               MOVE SUSP-TRANS-ID TO WS-NEW-TRANS-ID
           END-IF
           IF WS-NEW-BRANCH = SPACES
               MOVE SUSP-BRANCH TO WS-NEW-BRANCH
           END-IF
           IF WS-NEW-ACCOUNT = SPACES
               MOVE SUSP-ACCOUNT TO WS-NEW-ACCOUNT
           END-IF
           IF WS-NEW-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-BAD-CORR-COUNT
               MOVE "CORRECTED AMOUNT NOT NUMERIC - RECORD"
               WRITE REPAIR-LIST-RECORD FROM LST-WARNING-LINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-TRANS-DATE-N) NOT = 0
               ADD 1 TO WS-BAD-CORR-COUNT
               MOVE "CORRECTED DATE NOT A VALID DATE - RECORD"
                   TO LST-WARN-TEXT
               MOVE SUSP-ITERATION TO LST-WARN-RECORD-NO
               WRITE REPAIR-LIST-RECORD FROM LST-WARNING-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-DC-IND NOT = "D" AND
              WS-NEW-DC-IND NOT = "C" AND
              WS-NEW-DC-IND NOT = SPACE
               WRITE REPAIR-LIST-RECORD FROM LST-WARNING-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2360-CHECK-NEW-ACCOUNT
           IF WS-ACCT-MALFORMED = "Y"
               ADD 1 TO WS-BAD-CORR-COUNT
               MOVE "CORRECTED ACCOUNT NOT WELL-FORMED - RECORD"
                   TO LST-WARN-TEXT
               MOVE SUSP-ITERATION TO LST-WARN-RECORD-NO
               WRITE REPAIR-LIST-RECORD FROM LST-WARNING-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2380-CONVERT-NEW-AMOUNT
           IF FX-RATE-MISSING OR FX-CURRENCY-UNKNOWN
               ADD 1 TO WS-BAD-CORR-COUNT
               MOVE "CORRECTED DATE HAS NO EXCHANGE RATE - RECORD"
                   TO LST-WARN-TEXT
               MOVE SUSP-ITERATION TO LST-WARN-RECORD-NO
               WRITE REPAIR-LIST-RECORD FROM LST-WARNING-LINE
               EXIT PARAGRAPH
           END-IF
           IF FX-CONVERSION-OVERFLOW
               ADD 1 TO WS-BAD-CORR-COUNT
               MOVE "CONVERTED AMOUNT TOO LARGE - RECORD"
                   TO LST-WARN-TEXT
               MOVE SUSP-ITERATION TO LST-WARN-RECORD-NO
               WRITE REPAIR-LIST-RECORD FROM LST-WARNING-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESUBMIT-RECORD
           MOVE WS-NEW-TRANS-ID TO RESUB-TRANS-ID
           MOVE WS-NEW-BASE-AMOUNT TO RESUB-TRANS-AMOUNT
           MOVE WS-NEW-CATEGORY TO RESUB-TRANS-CATEGORY
           MOVE WS-NEW-DC-IND TO RESUB-TRANS-DC-IND
           MOVE WS-NEW-TRANS-DATE TO RESUB-TRANS-DATE
           MOVE WS-NEW-BRANCH TO RESUB-TRANS-BRANCH
           MOVE WS-NEW-ACCOUNT TO RESUB-TRANS-ACCOUNT
           MOVE WS-ITEM-CURRENCY TO RESUB-TRANS-CURRENCY
           MOVE WS-NEW-AMOUNT-N TO RESUB-TRANS-ORIG-AMOUNT
           MOVE WS-NEW-FX-RATE TO RESUB-TRANS-FX-RATE
           WRITE RESUBMIT-RECORD
           ADD 1 TO WS-RESUB-COUNT
           MOVE "Y" TO WS-RESUB-DONE-FLAG
           MOVE WS-NEW-TRANS-DATE TO LST-AUD-NEW-TRANS-DATE
           MOVE SUSP-BRANCH TO LST-AUD-OLD-BRANCH
           MOVE WS-NEW-BRANCH TO LST-AUD-NEW-BRANCH
           WRITE REPAIR-LIST-RECORD FROM LST-AUDIT-LINE
           IF WS-NEW-ACCOUNT NOT = SUSP-ACCOUNT
               MOVE SUSP-ITERATION TO LST-ACC-RECORD-NO
               MOVE SUSP-ACCOUNT TO LST-ACC-OLD-ACCOUNT
               MOVE WS-NEW-ACCOUNT TO LST-ACC-NEW-ACCOUNT
               WRITE REPAIR-LIST-RECORD FROM LST-ACCOUNT-LINE
           END-IF
           IF WS-ITEM-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE SUSP-ITERATION TO LST-FX-RECORD-NO
               MOVE WS-ITEM-CURRENCY TO LST-FX-CURRENCY
               MOVE WS-NEW-AMOUNT-N TO LST-FX-ORIG-AMOUNT
               MOVE WS-NEW-FX-RATE TO LST-FX-RATE
               MOVE WS-NEW-BASE-AMOUNT TO LST-FX-BASE-AMOUNT
               MOVE WS-BASE-CURRENCY TO LST-FX-BASE-CURRENCY
               WRITE REPAIR-LIST-RECORD FROM LST-FX-LINE
           END-IF.

       2350-CHECK-NEW-BRANCH.
           MOVE "U" TO WS-BRANCH-CHECK-FLAG
                   END-IF
           END-SEARCH.

       2360-CHECK-NEW-ACCOUNT.
      *    Same rule as the front-end edit - blank, or left-justified
      *    letters and digits with no embedded blanks.
           MOVE "N" TO WS-ACCT-BLANK-SEEN
           MOVE "N" TO WS-ACCT-MALFORMED
           IF WS-NEW-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2370-SCAN-NEW-ACCOUNT
               VARYING WS-ACCT-SCAN-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SCAN-SUB > 10.

       2370-SCAN-NEW-ACCOUNT.
           MOVE WS-NEW-ACCOUNT(WS-ACCT-SCAN-SUB:1) TO WS-ACCT-CHAR
           IF WS-ACCT-CHAR = SPACE
               IF WS-ACCT-SCAN-SUB = 1
                   MOVE "Y" TO WS-ACCT-MALFORMED
               END-IF
               MOVE "Y" TO WS-ACCT-BLANK-SEEN
           ELSE
               IF WS-ACCT-BLANK-SEEN = "Y"
                   MOVE "Y" TO WS-ACCT-MALFORMED
               END-IF
               IF WS-ACCT-CHAR IS NOT NUMERIC
                   AND WS-ACCT-CHAR IS NOT ALPHABETIC-UPPER
                   MOVE "Y" TO WS-ACCT-MALFORMED
               END-IF
           END-IF.

       2380-CONVERT-NEW-AMOUNT.
      *    Leaves FX-RATE-FOUND set when the base amount has been
      *    worked out.  A redated foreign item takes the rate for its
      *    new date, under the same rule as the front-end edit.
           MOVE "F" TO WS-FX-LOOKUP-RESULT
           IF WS-ITEM-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-NEW-AMOUNT-N TO WS-NEW-BASE-AMOUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-TRANS-DATE NOT = SUSP-TRANS-DATE
               OR WS-NEW-FX-RATE = 0
               MOVE WS-ITEM-CURRENCY TO WS-FX-LOOKUP-CURRENCY
               MOVE WS-NEW-TRANS-DATE TO WS-FX-LOOKUP-DATE
               PERFORM 2390-FIND-EXCHANGE-RATE
               IF NOT FX-RATE-FOUND
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FX-FOUND-RATE TO WS-NEW-FX-RATE
           END-IF
           COMPUTE WS-NEW-BASE-AMOUNT ROUNDED =
                   WS-NEW-AMOUNT-N * WS-NEW-FX-RATE
               ON SIZE ERROR
                   MOVE "O" TO WS-FX-LOOKUP-RESULT
           END-COMPUTE.

       2390-FIND-EXCHANGE-RATE.
           MOVE "U" TO WS-FX-LOOKUP-RESULT
           MOVE 0 TO WS-FX-BEST-DATE
           MOVE 0 TO WS-FX-FOUND-RATE
           PERFORM 2395-SCAN-RATE-ENTRY
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

       2395-SCAN-RATE-ENTRY.
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
           MOVE "LISTED" TO LDG-COUNT-LABEL(1)
           MOVE WS-LISTED-COUNT TO LDG-COUNT(1)
           MOVE "RESUBMIT" TO LDG-COUNT-LABEL(2)
           MOVE WS-RESUB-COUNT TO LDG-COUNT(2)
           MOVE "CARRIED" TO LDG-COUNT-LABEL(3)
           MOVE WS-CARRIED-COUNT TO LDG-COUNT(3)
           REWRITE STREAM-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Unable to record " WS-STEP-NAME
                       " end on stream ledger STRMLDG - file status "
                       WS-LDG-STATUS
           END-REWRITE
           CLOSE STREAM-LEDGER-FILE.

       9000-TERMINATE.
           PERFORM 9100-LIST-UNMATCHED-CORRECTIONS
           MOVE WS-LISTED-COUNT TO LST-TOT-LISTED
