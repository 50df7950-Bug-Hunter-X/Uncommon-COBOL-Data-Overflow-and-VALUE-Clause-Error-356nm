       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
      *
      *  Exchange-rate revaluation differences.  When a rate on the
      *  exchange-rate master FXRATE is corrected after the day's run,
      *  the foreign-currency items already converted by TXNEDIT were
      *  booked at the old rate.  This program reads the items
      *  accepted or routed to prior-period adjustment on the
      *  transaction archive TXNARCH for a range of business dates,
      *  finds the rate each one would get from FXRATE as it stands
      *  now - by the same rule TXNEDIT uses - and lists on FXREVRPT
      *  every item whose rate has changed, with the base amount it
      *  would now convert to less the amount it was booked at.
      *  Credits carry the difference with the opposite sign.  The
      *  differences are subtotalled by currency.  An item whose rate
      *  is no longer on file is listed as a warning.
      *
      *  The business dates come from the FXREVCTL card (from-date in
      *  columns 1-8, to-date in 9-16); without a card, or where a
      *  date is blank, the business date on PARMCARD is used.  The
      *  program only reports - nothing is posted.  It ends with
      *  return code 4 when there is any difference or warning to
      *  look at.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REVAL-CTL-FILE ASSIGN TO "FXREVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVCTL-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.
           SELECT TXN-ARCHIVE-FILE ASSIGN TO "TXNARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT REVAL-REPORT-FILE ASSIGN TO "FXREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD  REVAL-CTL-FILE
           RECORDING MODE IS F.
       01  REVAL-CTL-RECORD.
           05 RCT-FROM-DATE             PIC X(8).
           05 RCT-FROM-DATE-NUM REDEFINES RCT-FROM-DATE
                                        PIC 9(8).
           05 RCT-TO-DATE               PIC X(8).
           05 RCT-TO-DATE-NUM REDEFINES RCT-TO-DATE
                                        PIC 9(8).
           05 FILLER                    PIC X(64).

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

       FD  TXN-ARCHIVE-FILE.
       01  TXN-ARCHIVE-RECORD.
           05 ARCH-KEY.
              10 ARCH-BUSINESS-DATE      PIC 9(8).
              10 ARCH-TRANS-ID           PIC X(6).
              10 ARCH-READ-SEQ           PIC 9(6).
           05 ARCH-DISPOSITION           PIC X(1).
              88 ARCH-ACCEPTED           VALUE "A".
              88 ARCH-PRIOR-PERIOD       VALUE "P".
           05 ARCH-REASON                PIC X(25).
           05 ARCH-TRANS-DATA.
              10 ARCH-TRANS-REC-ID       PIC X(6).
              10 ARCH-TRANS-AMOUNT       PIC 9(5)V99.
              10 ARCH-TRANS-CATEGORY     PIC X(2).
              10 ARCH-TRANS-DC-IND       PIC X(1).
                 88 ARCH-TRANS-CREDIT    VALUE "C".
              10 ARCH-TRANS-DATE         PIC 9(8).
              10 ARCH-TRANS-BRANCH       PIC X(3).
              10 ARCH-SOURCE-TAG         PIC X(1).
              10 FILLER                  PIC X(6).
              10 ARCH-TRANS-ACCOUNT      PIC X(10).
              10 ARCH-TRANS-CURRENCY     PIC X(3).
              10 ARCH-TRANS-ORIG-AMOUNT  PIC 9(5)V99.
              10 ARCH-TRANS-FX-RATE      PIC 9(4)V9(6).
              10 FILLER                  PIC X(16).

       FD  REVAL-REPORT-FILE
           RECORDING MODE IS F.
       01  REVAL-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-REVCTL-STATUS         PIC X(2) VALUE SPACES.
           05 WS-FXRATE-STATUS         PIC X(2) VALUE SPACES.
           05 WS-ARCH-STATUS           PIC X(2) VALUE SPACES.
           05 WS-REPORT-STATUS         PIC X(2) VALUE SPACES.
           05 WS-FXRATE-EOF-FLAG       PIC X(1) VALUE "N".
              88 FXRATE-EOF            VALUE "Y".
           05 WS-ARCH-EOF-FLAG         PIC X(1) VALUE "N".
              88 ARCH-EOF              VALUE "Y".

       01  WS-REVAL-COUNTERS.
           05 WS-SCANNED-COUNT         PIC 9(8) COMP-3 VALUE 0.
           05 WS-FOREIGN-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-CHANGED-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-WARNING-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-NET-DIFFERENCE        PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-CONTROL-PARMS.
           05 WS-BUSINESS-DATE.
              10 WS-BUS-YEAR           PIC 9(4).
              10 WS-BUS-MONTH          PIC 9(2).
              10 WS-BUS-DAY            PIC 9(2).
           05 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                       PIC 9(8).
           05 WS-BUS-DATE-DISPLAY      PIC X(10).
           05 WS-BASE-CURRENCY         PIC X(3) VALUE "USD".
           05 WS-FROM-DATE             PIC 9(8) VALUE 0.
           05 WS-TO-DATE               PIC 9(8) VALUE 0.

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

       01  WS-FXRATE-COUNT             PIC 9(4) VALUE 0.

       01  WS-FXRATE-TABLE.
           05 WS-FXRATE-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-FXRATE-COUNT
                 INDEXED BY WS-FX-IDX.
              10 WS-FX-CURRENCY        PIC X(3).
              10 WS-FX-EFF-DATE        PIC 9(8).
              10 WS-FX-RATE            PIC 9(4)V9(6).

       01  WS-ITEM-FIELDS.
           05 WS-REVALUED-AMOUNT       PIC 9(9)V99 VALUE 0.
           05 WS-DIFFERENCE            PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-SIGNED-ORIG-AMOUNT    PIC S9(5)V99 COMP-3 VALUE 0.
           05 WS-ITEM-CHANGED-FLAG     PIC X(1) VALUE "N".
              88 ITEM-RATE-CHANGED     VALUE "Y".
           05 WS-WARNING-TEXT          PIC X(30) VALUE SPACES.

      *    One entry per foreign currency met in the date range.
       01  WS-CURRENCY-COUNT           PIC 9(2) VALUE 0.

       01  WS-CURRENCY-TABLE.
           05 WS-CURRENCY-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-CURRENCY-COUNT
                 INDEXED BY WS-CUR-IDX.
              10 WS-CUR-CODE           PIC X(3).
              10 WS-CUR-ITEM-COUNT     PIC 9(6) COMP-3.
              10 WS-CUR-CHANGED-COUNT  PIC 9(6) COMP-3.
              10 WS-CUR-ORIG-TOTAL     PIC S9(13)V99 COMP-3.
              10 WS-CUR-DIFF-TOTAL     PIC S9(13)V99 COMP-3.

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 9(2).
              10 WS-CURR-DAY           PIC 9(2).
           05 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).
           05 WS-RUN-DATE-DISPLAY      PIC X(10).

       01  FRV-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "FX REVALUATION DIFFERENCES".
           05 FILLER                   PIC X(15) VALUE
              "BUSINESS DATE: ".
           05 FRV-H1-BUS-DATE          PIC X(10).
           05 FILLER                   PIC X(12) VALUE "  RUN DATE: ".
           05 FRV-H1-RUN-DATE          PIC X(10).

       01  FRV-HEADER-2.
           05 FILLER                   PIC X(15) VALUE
              "ARCHIVE DATES: ".
           05 FRV-H2-FROM-DATE         PIC 9(8).
           05 FILLER                   PIC X(4) VALUE " TO ".
           05 FRV-H2-TO-DATE           PIC 9(8).
           05 FILLER                   PIC X(19) VALUE
              "   BASE CURRENCY: ".
           05 FRV-H2-BASE-CURRENCY     PIC X(3).

       01  FRV-COL-HEADER.
           05 FILLER                   PIC X(9) VALUE "BUS DATE".
           05 FILLER                   PIC X(7) VALUE "TRANS".
           05 FILLER                   PIC X(4) VALUE "BR".
           05 FILLER                   PIC X(3) VALUE "CT".
           05 FILLER                   PIC X(4) VALUE "CUR".
           05 FILLER                   PIC X(11) VALUE "   ORIGINAL".
           05 FILLER                   PIC X(13) VALUE
              "     OLD RATE".
           05 FILLER                   PIC X(13) VALUE
              "     NEW RATE".
           05 FILLER                   PIC X(15) VALUE
              "     DIFFERENCE".

       01  FRV-DETAIL-LINE.
           05 FRV-DET-BUS-DATE         PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FRV-DET-TRANS-ID         PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FRV-DET-BRANCH           PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FRV-DET-CATEGORY         PIC X(2).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FRV-DET-CURRENCY         PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FRV-DET-ORIG-AMOUNT      PIC ZZ,ZZ9.99.
           05 FRV-DET-DC               PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FRV-DET-OLD-RATE         PIC Z,ZZ9.999999.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FRV-DET-NEW-RATE         PIC Z,ZZ9.999999.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FRV-DET-DIFFERENCE       PIC ZZZ,ZZZ,ZZ9.99-.

       01  FRV-WARNING-LINE.
           05 FILLER                   PIC X(9) VALUE "WARNING".
           05 FRV-WARN-BUS-DATE        PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FRV-WARN-TRANS-ID        PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FRV-WARN-CURRENCY        PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FRV-WARN-TEXT            PIC X(30).

       01  FRV-CURRENCY-HEADER.
           05 FILLER                   PIC X(5) VALUE "CUR".
           05 FILLER                   PIC X(9) VALUE "    ITEMS".
           05 FILLER                   PIC X(9) VALUE "  CHANGED".
           05 FILLER                   PIC X(19) VALUE
              "       NET ORIGINAL".
           05 FILLER                   PIC X(19) VALUE
              "     NET DIFFERENCE".

       01  FRV-CURRENCY-LINE.
           05 FRV-CUR-CODE             PIC X(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FRV-CUR-ITEMS            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FRV-CUR-CHANGED          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FRV-CUR-ORIG-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FRV-CUR-DIFF-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  FRV-TOTAL-LINE.
           05 FILLER                   PIC X(5) VALUE "TOTAL".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FRV-TOT-ITEMS            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FRV-TOT-CHANGED          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(21) VALUE SPACES.
           05 FRV-TOT-DIFF-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  FRV-SUMMARY-LINE.
           05 FRV-SUM-TEXT             PIC X(30).
           05 FRV-SUM-COUNT            PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVALUE-ITEM
               UNTIL ARCH-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH "/" WS-CURR-DAY "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           PERFORM 1040-READ-REVAL-CTL-CARD
           PERFORM 1300-LOAD-EXCHANGE-RATES
           OPEN INPUT TXN-ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open transaction archive "
                   "TXNARCH - file status " WS-ARCH-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVAL-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open revaluation report "
                   "FXREVRPT - file status " WS-REPORT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE-DISPLAY TO FRV-H1-BUS-DATE
           MOVE WS-RUN-DATE-DISPLAY TO FRV-H1-RUN-DATE
           WRITE REVAL-REPORT-RECORD FROM FRV-HEADER-1
           MOVE WS-FROM-DATE TO FRV-H2-FROM-DATE
           MOVE WS-TO-DATE TO FRV-H2-TO-DATE
           MOVE WS-BASE-CURRENCY TO FRV-H2-BASE-CURRENCY
           WRITE REVAL-REPORT-RECORD FROM FRV-HEADER-2
           MOVE SPACES TO REVAL-REPORT-RECORD
           WRITE REVAL-REPORT-RECORD
           WRITE REVAL-REPORT-RECORD FROM FRV-COL-HEADER
           MOVE SPACES TO REVAL-REPORT-RECORD
           WRITE REVAL-REPORT-RECORD
           MOVE LOW-VALUES TO ARCH-KEY
           MOVE WS-FROM-DATE TO ARCH-BUSINESS-DATE
           START TXN-ARCHIVE-FILE KEY NOT LESS THAN ARCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
           END-START.

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
                           MOVE PARM-BASE-CURRENCY TO WS-BASE-CURRENCY
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "No control card supplied - using current "
                   "date as business date."
           END-IF
           STRING WS-BUS-MONTH "/" WS-BUS-DAY "/" WS-BUS-YEAR
               DELIMITED BY SIZE INTO WS-BUS-DATE-DISPLAY.

       1040-READ-REVAL-CTL-CARD.
           MOVE WS-BUSINESS-DATE-NUM TO WS-FROM-DATE
           MOVE WS-BUSINESS-DATE-NUM TO WS-TO-DATE
           OPEN INPUT REVAL-CTL-FILE
           IF WS-REVCTL-STATUS NOT = "00"
               DISPLAY "No revaluation control card supplied - "
                   "revaluing business date " WS-BUSINESS-DATE-NUM
               EXIT PARAGRAPH
           END-IF
           READ REVAL-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RCT-FROM-DATE NOT = SPACES
                       IF RCT-FROM-DATE IS NUMERIC
                           MOVE RCT-FROM-DATE-NUM TO WS-FROM-DATE
                       ELSE
                           DISPLAY "Revaluation from-date not "
                               "numeric - using " WS-FROM-DATE
                       END-IF
                   END-IF
                   IF RCT-TO-DATE NOT = SPACES
                       IF RCT-TO-DATE IS NUMERIC
                           MOVE RCT-TO-DATE-NUM TO WS-TO-DATE
                       ELSE
                           DISPLAY "Revaluation to-date not "
                               "numeric - using " WS-TO-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE REVAL-CTL-FILE
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Revaluation from-date " WS-FROM-DATE
                   " after to-date " WS-TO-DATE " - revaluing "
                   "business date " WS-BUSINESS-DATE-NUM
               MOVE WS-BUSINESS-DATE-NUM TO WS-FROM-DATE
               MOVE WS-BUSINESS-DATE-NUM TO WS-TO-DATE
           END-IF.

       1300-LOAD-EXCHANGE-RATES.
           OPEN INPUT FX-RATE-FILE
           IF WS-FXRATE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open exchange-rate master "
                   "FXRATE - file status " WS-FXRATE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
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

       2000-REVALUE-ITEM.
           READ TXN-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ
           IF ARCH-BUSINESS-DATE > WS-TO-DATE
               MOVE "Y" TO WS-ARCH-EOF-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCANNED-COUNT
      *    Only items that reached the ledgers were converted and
      *    booked; rejected, carried and duplicate items were not.
           IF NOT ARCH-ACCEPTED AND NOT ARCH-PRIOR-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF ARCH-TRANS-CURRENCY = SPACES
               OR ARCH-TRANS-CURRENCY = WS-BASE-CURRENCY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOREIGN-COUNT
           IF ARCH-TRANS-AMOUNT IS NOT NUMERIC
               OR ARCH-TRANS-ORIG-AMOUNT IS NOT NUMERIC
               OR ARCH-TRANS-FX-RATE IS NOT NUMERIC
               MOVE "ARCHIVED AMOUNTS NOT NUMERIC" TO WS-WARNING-TEXT
               PERFORM 2300-WRITE-WARNING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ITEM-CHANGED-FLAG
           MOVE 0 TO WS-DIFFERENCE
           IF ARCH-TRANS-CREDIT
               COMPUTE WS-SIGNED-ORIG-AMOUNT =
                   0 - ARCH-TRANS-ORIG-AMOUNT
           ELSE
               MOVE ARCH-TRANS-ORIG-AMOUNT TO WS-SIGNED-ORIG-AMOUNT
           END-IF
           MOVE ARCH-TRANS-CURRENCY TO WS-FX-LOOKUP-CURRENCY
           MOVE ARCH-TRANS-DATE TO WS-FX-LOOKUP-DATE
           PERFORM 2100-FIND-EXCHANGE-RATE
           IF NOT FX-RATE-FOUND
               MOVE "RATE NO LONGER ON FILE" TO WS-WARNING-TEXT
               PERFORM 2300-WRITE-WARNING
               PERFORM 2400-ADD-CURRENCY-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF WS-FX-FOUND-RATE = ARCH-TRANS-FX-RATE
               PERFORM 2400-ADD-CURRENCY-TOTAL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REVALUED-AMOUNT ROUNDED =
                   ARCH-TRANS-ORIG-AMOUNT * WS-FX-FOUND-RATE
               ON SIZE ERROR
                   MOVE "REVALUED AMOUNT TOO LARGE" TO WS-WARNING-TEXT
                   PERFORM 2300-WRITE-WARNING
                   PERFORM 2400-ADD-CURRENCY-TOTAL
                   EXIT PARAGRAPH
           END-COMPUTE
           COMPUTE WS-DIFFERENCE =
                   WS-REVALUED-AMOUNT - ARCH-TRANS-AMOUNT
           IF ARCH-TRANS-CREDIT
               COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
           END-IF
           MOVE "Y" TO WS-ITEM-CHANGED-FLAG
           ADD 1 TO WS-CHANGED-COUNT
           ADD WS-DIFFERENCE TO WS-NET-DIFFERENCE
           PERFORM 2200-WRITE-DIFFERENCE
           PERFORM 2400-ADD-CURRENCY-TOTAL.

       2100-FIND-EXCHANGE-RATE.
      *    The same rule TXNEDIT converts by - the latest rate
      *    effective on or before the transaction date and no more
      *    than WS-FX-MAX-RATE-AGE days older than it.
           MOVE "U" TO WS-FX-LOOKUP-RESULT
           MOVE 0 TO WS-FX-BEST-DATE
           MOVE 0 TO WS-FX-FOUND-RATE
           PERFORM 2150-SCAN-RATE-ENTRY
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

       2150-SCAN-RATE-ENTRY.
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

       2200-WRITE-DIFFERENCE.
           MOVE ARCH-BUSINESS-DATE TO FRV-DET-BUS-DATE
           MOVE ARCH-TRANS-ID TO FRV-DET-TRANS-ID
           MOVE ARCH-TRANS-BRANCH TO FRV-DET-BRANCH
           MOVE ARCH-TRANS-CATEGORY TO FRV-DET-CATEGORY
           MOVE ARCH-TRANS-CURRENCY TO FRV-DET-CURRENCY
           MOVE ARCH-TRANS-ORIG-AMOUNT TO FRV-DET-ORIG-AMOUNT
           MOVE ARCH-TRANS-DC-IND TO FRV-DET-DC
           MOVE ARCH-TRANS-FX-RATE TO FRV-DET-OLD-RATE
           MOVE WS-FX-FOUND-RATE TO FRV-DET-NEW-RATE
           MOVE WS-DIFFERENCE TO FRV-DET-DIFFERENCE
           WRITE REVAL-REPORT-RECORD FROM FRV-DETAIL-LINE.

       2300-WRITE-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           MOVE ARCH-BUSINESS-DATE TO FRV-WARN-BUS-DATE
           MOVE ARCH-TRANS-ID TO FRV-WARN-TRANS-ID
           MOVE ARCH-TRANS-CURRENCY TO FRV-WARN-CURRENCY
           MOVE WS-WARNING-TEXT TO FRV-WARN-TEXT
           WRITE REVAL-REPORT-RECORD FROM FRV-WARNING-LINE.

       2400-ADD-CURRENCY-TOTAL.
           SET WS-CUR-IDX TO 1
           SEARCH WS-CURRENCY-ENTRY
               AT END
                   IF WS-CURRENCY-COUNT < 20
                       ADD 1 TO WS-CURRENCY-COUNT
                       SET WS-CUR-IDX TO WS-CURRENCY-COUNT
                       MOVE ARCH-TRANS-CURRENCY
                           TO WS-CUR-CODE(WS-CUR-IDX)
                       MOVE 0 TO WS-CUR-ITEM-COUNT(WS-CUR-IDX)
                       MOVE 0 TO WS-CUR-CHANGED-COUNT(WS-CUR-IDX)
                       MOVE 0 TO WS-CUR-ORIG-TOTAL(WS-CUR-IDX)
                       MOVE 0 TO WS-CUR-DIFF-TOTAL(WS-CUR-IDX)
                   ELSE
                       DISPLAY "Currency table full - "
                           ARCH-TRANS-CURRENCY " item " ARCH-TRANS-ID
                           " not subtotalled"
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-CUR-CODE(WS-CUR-IDX) = ARCH-TRANS-CURRENCY
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-CUR-ITEM-COUNT(WS-CUR-IDX)
           ADD WS-SIGNED-ORIG-AMOUNT TO WS-CUR-ORIG-TOTAL(WS-CUR-IDX)
           IF ITEM-RATE-CHANGED
               ADD 1 TO WS-CUR-CHANGED-COUNT(WS-CUR-IDX)
               ADD WS-DIFFERENCE TO WS-CUR-DIFF-TOTAL(WS-CUR-IDX)
           END-IF.

       9000-TERMINATE.
           IF WS-CHANGED-COUNT = 0 AND WS-WARNING-COUNT = 0
               MOVE "NO RATE CHANGES AFFECT THE ITEMS IN RANGE"
                   TO REVAL-REPORT-RECORD
               WRITE REVAL-REPORT-RECORD
           END-IF
           MOVE SPACES TO REVAL-REPORT-RECORD
           WRITE REVAL-REPORT-RECORD
           PERFORM 9100-WRITE-CURRENCY-TOTALS
           MOVE SPACES TO REVAL-REPORT-RECORD
           WRITE REVAL-REPORT-RECORD
           MOVE "ARCHIVED ITEMS SCANNED:" TO FRV-SUM-TEXT
           MOVE WS-SCANNED-COUNT TO FRV-SUM-COUNT
           WRITE REVAL-REPORT-RECORD FROM FRV-SUMMARY-LINE
           MOVE "FOREIGN CURRENCY ITEMS:" TO FRV-SUM-TEXT
           MOVE WS-FOREIGN-COUNT TO FRV-SUM-COUNT
           WRITE REVAL-REPORT-RECORD FROM FRV-SUMMARY-LINE
           MOVE "ITEMS WITH A CHANGED RATE:" TO FRV-SUM-TEXT
           MOVE WS-CHANGED-COUNT TO FRV-SUM-COUNT
           WRITE REVAL-REPORT-RECORD FROM FRV-SUMMARY-LINE
           MOVE "WARNINGS:" TO FRV-SUM-TEXT
           MOVE WS-WARNING-COUNT TO FRV-SUM-COUNT
           WRITE REVAL-REPORT-RECORD FROM FRV-SUMMARY-LINE
           CLOSE TXN-ARCHIVE-FILE
           CLOSE REVAL-REPORT-FILE
           DISPLAY "FX revaluation complete - Foreign items: "
               WS-FOREIGN-COUNT " Changed: " WS-CHANGED-COUNT
               " Warnings: " WS-WARNING-COUNT
           IF WS-CHANGED-COUNT > 0 OR WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       9100-WRITE-CURRENCY-TOTALS.
           WRITE REVAL-REPORT-RECORD FROM FRV-CURRENCY-HEADER
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               MOVE WS-CUR-CODE(WS-CUR-IDX) TO FRV-CUR-CODE
               MOVE WS-CUR-ITEM-COUNT(WS-CUR-IDX) TO FRV-CUR-ITEMS
               MOVE WS-CUR-CHANGED-COUNT(WS-CUR-IDX)
                   TO FRV-CUR-CHANGED
               MOVE WS-CUR-ORIG-TOTAL(WS-CUR-IDX)
                   TO FRV-CUR-ORIG-TOTAL
               MOVE WS-CUR-DIFF-TOTAL(WS-CUR-IDX)
                   TO FRV-CUR-DIFF-TOTAL
               WRITE REVAL-REPORT-RECORD FROM FRV-CURRENCY-LINE
           END-PERFORM
      *    Original amounts in different currencies do not add up,
      *    so the total line carries the base-currency difference only.
           MOVE WS-FOREIGN-COUNT TO FRV-TOT-ITEMS
           MOVE WS-CHANGED-COUNT TO FRV-TOT-CHANGED
           MOVE WS-NET-DIFFERENCE TO FRV-TOT-DIFF-TOTAL
           WRITE REVAL-REPORT-RECORD FROM FRV-TOTAL-LINE.
