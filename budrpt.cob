       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDRPT.
      *
      *  Budget versus actual variance report.  For every budget held
      *  on BUDMAST for the month of the business date, prints the
      *  month-to-date and year-to-date actual figures against budget
      *  with the variance amount and percentage, and projects the
      *  month-end figure from the month so far.  Actuals for a
      *  category budget (branch "***") come from the category history
      *  master CATHIST that TXNACCUM maintains; actuals for a branch
      *  budget are summed from the accepted items on the transaction
      *  archive TXNARCH, with the prior-period adjustments PPADJ
      *  posts for this year added to year-to-date.  The year-to-date
      *  budget is the sum of the monthly budgets from January through
      *  the business month.  A budget whose projected month-end
      *  misses the monthly budget by more than the tolerance
      *  percentage on the BUDCTL card (10 when no card is given) is
      *  flagged, and the program then ends with return code 4.
      *  Categories with activity this month but no category budget
      *  are listed at the end.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUDGET-CTL-FILE ASSIGN TO "BUDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDCTL-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CAT-CODE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TXN-ARCHIVE-FILE ASSIGN TO "TXNARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CATEGORY-REF-FILE ASSIGN TO "CATREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATREF-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDRPT"
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

       FD  BUDGET-CTL-FILE
           RECORDING MODE IS F.
       01  BUDGET-CTL-RECORD.
           05 BCT-TOLERANCE-PCT         PIC X(3).
           05 BCT-TOLERANCE-PCT-NUM REDEFINES BCT-TOLERANCE-PCT
                                        PIC 9(3).
           05 FILLER                    PIC X(77).

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05 BUD-KEY.
              10 BUD-PERIOD.
                 15 BUD-YEAR             PIC 9(4).
                 15 BUD-MONTH            PIC 9(2).
              10 BUD-CAT-CODE            PIC X(2).
              10 BUD-BRANCH              PIC X(3).
           05 BUD-AMOUNT                 PIC S9(13)V99 COMP-3.
           05 BUD-COUNT                  PIC 9(8) COMP-3.
           05 BUD-MAINT-DATE             PIC 9(8).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HIST-CAT-CODE              PIC X(2).
           05 HIST-LAST-DATE.
              10 HIST-LAST-YEAR          PIC 9(4).
              10 HIST-LAST-MONTH         PIC 9(2).
              10 HIST-LAST-DAY           PIC 9(2).
           05 HIST-DAILY-TOTAL           PIC S9(13)V99 COMP-3.
           05 HIST-DAILY-COUNT           PIC 9(6) COMP-3.
           05 HIST-MTD-TOTAL             PIC S9(13)V99 COMP-3.
           05 HIST-MTD-COUNT             PIC 9(8) COMP-3.
           05 HIST-YTD-TOTAL             PIC S9(13)V99 COMP-3.
           05 HIST-YTD-COUNT             PIC 9(8) COMP-3.

       FD  TXN-ARCHIVE-FILE.
       01  TXN-ARCHIVE-RECORD.
           05 ARCH-KEY.
              10 ARCH-BUSINESS-DATE.
                 15 ARCH-BUS-YEAR        PIC 9(4).
                 15 ARCH-BUS-MONTH       PIC 9(2).
                 15 ARCH-BUS-DAY         PIC 9(2).
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
              10 FILLER REDEFINES ARCH-TRANS-DATE.
                 15 ARCH-TRANS-YEAR      PIC 9(4).
                 15 FILLER               PIC 9(4).
              10 ARCH-TRANS-BRANCH       PIC X(3).
              10 ARCH-SOURCE-TAG         PIC X(1).
              10 FILLER                  PIC X(6).
              10 ARCH-TRANS-ACCOUNT      PIC X(10).
              10 FILLER                  PIC X(36).

       FD  CATEGORY-REF-FILE
           RECORDING MODE IS F.
       01  CATEGORY-REF-RECORD.
           05 CATREF-CODE                PIC X(2).
           05 CATREF-DESC                PIC X(25).
           05 CATREF-ACTIVE-FLAG         PIC X(1).

       FD  BUDGET-REPORT-FILE
           RECORDING MODE IS F.
       01  BUDGET-REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-BUDCTL-STATUS         PIC X(2) VALUE SPACES.
           05 WS-BUD-STATUS            PIC X(2) VALUE SPACES.
           05 WS-HIST-STATUS           PIC X(2) VALUE SPACES.
           05 WS-ARCH-STATUS           PIC X(2) VALUE SPACES.
           05 WS-CATREF-STATUS         PIC X(2) VALUE SPACES.
           05 WS-REPORT-STATUS         PIC X(2) VALUE SPACES.
           05 WS-BUD-EOF-FLAG          PIC X(1) VALUE "N".
              88 BUD-EOF               VALUE "Y".
           05 WS-HIST-EOF-FLAG         PIC X(1) VALUE "N".
              88 HIST-EOF              VALUE "Y".
           05 WS-ARCH-EOF-FLAG         PIC X(1) VALUE "N".
              88 ARCH-EOF              VALUE "Y".
           05 WS-CATREF-EOF-FLAG       PIC X(1) VALUE "N".
              88 CATREF-EOF            VALUE "Y".

       01  WS-BUDGET-COUNTERS.
           05 WS-REPORTED-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-FLAGGED-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-UNBUDGETED-COUNT      PIC 9(6) COMP-3 VALUE 0.
           05 WS-ARCH-ITEM-COUNT       PIC 9(8) COMP-3 VALUE 0.
           05 WS-BUD-TABLE-DROPPED     PIC 9(6) COMP-3 VALUE 0.

       01  WS-CONTROL-PARMS.
           05 WS-BUSINESS-DATE.
              10 WS-BUS-YEAR           PIC 9(4).
              10 WS-BUS-MONTH          PIC 9(2).
              10 WS-BUS-DAY            PIC 9(2).
           05 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                       PIC 9(8).
           05 WS-BUS-DATE-DISPLAY      PIC X(10).
           05 WS-TOLERANCE-PCT         PIC 9(3) VALUE 10.
           05 WS-ALL-BRANCHES          PIC X(3) VALUE "***".

       01  WS-PERIOD-FIELDS.
           05 WS-MONTH-START           PIC 9(8) VALUE 0.
           05 WS-NEXT-MONTH-START      PIC 9(8) VALUE 0.
           05 WS-DAYS-IN-MONTH         PIC 9(2) VALUE 0.
           05 WS-ARCH-FROM-DATE        PIC 9(8) VALUE 0.

      *    One entry per category and branch budgeted in the business
      *    year up to the business month.  The year-to-date budget is
      *    built while the budgets are loaded; branch actuals are added
      *    from the archive afterwards.
       01  WS-BUD-TABLE-COUNT          PIC 9(4) VALUE 0.

       01  WS-BUD-TABLE.
           05 WS-BUD-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-BUD-TABLE-COUNT
                 INDEXED BY WS-BUD-IDX.
              10 WS-BT-CAT-CODE        PIC X(2).
              10 WS-BT-BRANCH          PIC X(3).
              10 WS-BT-MONTH-FLAG      PIC X(1).
              10 WS-BT-YTD-BUDGET      PIC S9(13)V99 COMP-3.
              10 WS-BT-YTD-BUD-COUNT   PIC 9(8) COMP-3.
              10 WS-BT-MTD-ACTUAL      PIC S9(13)V99 COMP-3.
              10 WS-BT-MTD-COUNT       PIC 9(8) COMP-3.
              10 WS-BT-YTD-ACTUAL      PIC S9(13)V99 COMP-3.
              10 WS-BT-YTD-COUNT       PIC 9(8) COMP-3.

       01  WS-CATREF-COUNT             PIC 9(2) VALUE 0.

       01  WS-CATREF-TABLE.
           05 WS-CATREF-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-CATREF-COUNT
                 INDEXED BY WS-REF-IDX.
              10 WS-REF-CODE           PIC X(2).
              10 WS-REF-DESC           PIC X(25).
              10 WS-REF-ACTIVE         PIC X(1).

       01  WS-VARIANCE-FIELDS.
           05 WS-SIGNED-AMOUNT         PIC S9(5)V99 COMP-3 VALUE 0.
           05 WS-MTD-ACTUAL            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-MTD-COUNT             PIC 9(8) COMP-3 VALUE 0.
           05 WS-YTD-ACTUAL            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-YTD-COUNT             PIC 9(8) COMP-3 VALUE 0.
           05 WS-PROJECTED             PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-VAR-ACTUAL            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-VAR-BUDGET            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-VAR-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-VAR-ABS-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-VAR-ABS-ACTUAL        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-VAR-ABS-BUDGET        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-VAR-PCT               PIC S9(4)V9 COMP-3 VALUE 0.
           05 WS-VAR-PCT-FLAG          PIC X(1) VALUE "N".
              88 VAR-PCT-AVAILABLE     VALUE "Y".
           05 WS-OUTSIDE-FLAG          PIC X(1) VALUE "N".
              88 OUTSIDE-TOLERANCE     VALUE "Y".
           05 WS-LINE-LABEL            PIC X(8) VALUE SPACES.
           05 WS-LINE-FLAG             PIC X(6) VALUE SPACES.

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 9(2).
              10 WS-CURR-DAY           PIC 9(2).
           05 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).
           05 WS-RUN-DATE-DISPLAY      PIC X(10).

       01  BVR-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "BUDGET VARIANCE REPORT".
           05 FILLER                   PIC X(15) VALUE
              "BUSINESS DATE: ".
           05 BVR-H1-BUS-DATE          PIC X(10).
           05 FILLER                   PIC X(12) VALUE "  RUN DATE: ".
           05 BVR-H1-RUN-DATE          PIC X(10).

       01  BVR-HEADER-2.
           05 FILLER                   PIC X(8) VALUE "PERIOD:".
           05 BVR-H2-YEAR              PIC 9(4).
           05 FILLER                   PIC X(1) VALUE "/".
           05 BVR-H2-MONTH             PIC 9(2).
           05 FILLER                   PIC X(6) VALUE "  DAY ".
           05 BVR-H2-DAY               PIC Z9.
           05 FILLER                   PIC X(4) VALUE " OF ".
           05 BVR-H2-DAYS              PIC Z9.
           05 FILLER                   PIC X(15) VALUE
              "   TOLERANCE: ".
           05 BVR-H2-TOLERANCE         PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE "%".

       01  BVR-COL-HEADER.
           05 FILLER                   PIC X(9) VALUE SPACES.
           05 FILLER                   PIC X(19) VALUE
              "            ACTUAL".
           05 FILLER                   PIC X(19) VALUE
              "            BUDGET".
           05 FILLER                   PIC X(19) VALUE
              "          VARIANCE".
           05 FILLER                   PIC X(8) VALUE "    PCT".
           05 FILLER                   PIC X(4) VALUE "FLAG".

       01  BVR-BUDGET-LINE.
           05 FILLER                   PIC X(9) VALUE "CATEGORY ".
           05 BVR-BUD-CAT-CODE         PIC X(2).
           05 FILLER                   PIC X(9) VALUE "  BRANCH ".
           05 BVR-BUD-BRANCH           PIC X(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 BVR-BUD-DESC             PIC X(25).

       01  BVR-AMOUNT-LINE.
           05 BVR-AMT-LABEL            PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 BVR-AMT-ACTUAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 BVR-AMT-BUDGET           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 BVR-AMT-VARIANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 BVR-AMT-PCT              PIC ZZZ9.9-.
           05 BVR-AMT-PCT-X REDEFINES BVR-AMT-PCT
                                       PIC X(7).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 BVR-AMT-FLAG             PIC X(6).

       01  BVR-COUNT-LINE.
           05 BVR-CNT-LABEL            PIC X(8).
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 BVR-CNT-ACTUAL           PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 BVR-CNT-BUDGET           PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 BVR-CNT-VARIANCE         PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 BVR-CNT-PCT              PIC ZZZ9.9-.
           05 BVR-CNT-PCT-X REDEFINES BVR-CNT-PCT
                                       PIC X(7).

       01  BVR-UNBUDGETED-HEADER.
           05 FILLER                   PIC X(50) VALUE
              "CATEGORIES WITH ACTIVITY THIS MONTH BUT NO BUDGET".

       01  BVR-UNBUDGETED-LINE.
           05 FILLER                   PIC X(9) VALUE "CATEGORY ".
           05 BVR-UNB-CAT-CODE         PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 BVR-UNB-DESC             PIC X(25).
           05 FILLER                   PIC X(5) VALUE " MTD ".
           05 BVR-UNB-MTD-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 BVR-UNB-MTD-COUNT        PIC ZZ,ZZZ,ZZ9.

       01  BVR-SUMMARY-LINE.
           05 BVR-SUM-TEXT             PIC X(30).
           05 BVR-SUM-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-BUDGETS
           PERFORM 1600-LOAD-BRANCH-ACTUALS
           PERFORM 1700-START-BUDGET-PERIOD
           PERFORM 2000-REPORT-BUDGET
               UNTIL BUD-EOF
           PERFORM 3000-LIST-UNBUDGETED
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH "/" WS-CURR-DAY "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           PERFORM 1040-READ-BUDGET-CTL-CARD
           PERFORM 1060-SET-PERIOD-DATES
           OPEN INPUT BUDGET-FILE
           IF WS-BUD-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open budget master BUDMAST"
                   " - file status " WS-BUD-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open category history "
                   "CATHIST - file status " WS-HIST-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BUDGET-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open budget report BUDRPT"
                   " - file status " WS-REPORT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-CATEGORY-REF
           MOVE WS-BUS-DATE-DISPLAY TO BVR-H1-BUS-DATE
           MOVE WS-RUN-DATE-DISPLAY TO BVR-H1-RUN-DATE
           WRITE BUDGET-REPORT-RECORD FROM BVR-HEADER-1
           MOVE WS-BUS-YEAR TO BVR-H2-YEAR
           MOVE WS-BUS-MONTH TO BVR-H2-MONTH
           MOVE WS-BUS-DAY TO BVR-H2-DAY
           MOVE WS-DAYS-IN-MONTH TO BVR-H2-DAYS
           MOVE WS-TOLERANCE-PCT TO BVR-H2-TOLERANCE
           WRITE BUDGET-REPORT-RECORD FROM BVR-HEADER-2
           MOVE SPACES TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD FROM BVR-COL-HEADER
           MOVE SPACES TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD.

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
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "No control card supplied - using current "
                   "date as business date."
           END-IF
           STRING WS-BUS-MONTH "/" WS-BUS-DAY "/" WS-BUS-YEAR
               DELIMITED BY SIZE INTO WS-BUS-DATE-DISPLAY.

       1040-READ-BUDGET-CTL-CARD.
           OPEN INPUT BUDGET-CTL-FILE
           IF WS-BUDCTL-STATUS = "00"
               READ BUDGET-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BCT-TOLERANCE-PCT IS NUMERIC
                           MOVE BCT-TOLERANCE-PCT-NUM
                               TO WS-TOLERANCE-PCT
                       ELSE
                           DISPLAY "Budget control card tolerance "
                               "not numeric - using "
                               WS-TOLERANCE-PCT "%."
                       END-IF
               END-READ
               CLOSE BUDGET-CTL-FILE
           ELSE
               DISPLAY "No budget control card supplied - tolerance "
                   WS-TOLERANCE-PCT "%."
           END-IF.

       1060-SET-PERIOD-DATES.
           COMPUTE WS-MONTH-START = WS-BUS-YEAR * 10000
               + WS-BUS-MONTH * 100 + 1
           IF WS-BUS-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-BUS-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-BUS-YEAR * 10000
                   + (WS-BUS-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           COMPUTE WS-ARCH-FROM-DATE = WS-BUS-YEAR * 10000 + 101.

       1100-LOAD-CATEGORY-REF.
           OPEN INPUT CATEGORY-REF-FILE
           IF WS-CATREF-STATUS = "00"
               PERFORM 1150-LOAD-CATREF-ENTRY
                   UNTIL CATREF-EOF
               CLOSE CATEGORY-REF-FILE
           ELSE
               DISPLAY "Category reference not available - report "
                   "shows codes only."
           END-IF.

       1150-LOAD-CATREF-ENTRY.
           READ CATEGORY-REF-FILE
               AT END
                   MOVE "Y" TO WS-CATREF-EOF-FLAG
               NOT AT END
                   IF WS-CATREF-COUNT < 50
                       ADD 1 TO WS-CATREF-COUNT
                       SET WS-REF-IDX TO WS-CATREF-COUNT
                       MOVE CATREF-CODE TO WS-REF-CODE(WS-REF-IDX)
                       MOVE CATREF-DESC TO WS-REF-DESC(WS-REF-IDX)
                       MOVE CATREF-ACTIVE-FLAG
                           TO WS-REF-ACTIVE(WS-REF-IDX)
                   END-IF
           END-READ.

       1500-LOAD-BUDGETS.
           MOVE LOW-VALUES TO BUD-KEY
           MOVE WS-BUS-YEAR TO BUD-YEAR
           MOVE 1 TO BUD-MONTH
           MOVE "N" TO WS-BUD-EOF-FLAG
           START BUDGET-FILE KEY NOT LESS THAN BUD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BUD-EOF-FLAG
           END-START
           PERFORM 1550-LOAD-BUDGET-ENTRY
               UNTIL BUD-EOF
           DISPLAY "Budgets loaded - " WS-BUD-TABLE-COUNT
               " category and branch budgets this year.".

       1550-LOAD-BUDGET-ENTRY.
           READ BUDGET-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BUD-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ
           IF BUD-YEAR NOT = WS-BUS-YEAR
               OR BUD-MONTH > WS-BUS-MONTH
               MOVE "Y" TO WS-BUD-EOF-FLAG
               EXIT PARAGRAPH
           END-IF
           SET WS-BUD-IDX TO 1
           SEARCH WS-BUD-ENTRY
               AT END
                   IF WS-BUD-TABLE-COUNT < 1000
                       ADD 1 TO WS-BUD-TABLE-COUNT
                       SET WS-BUD-IDX TO WS-BUD-TABLE-COUNT
                       MOVE BUD-CAT-CODE TO WS-BT-CAT-CODE(WS-BUD-IDX)
                       MOVE BUD-BRANCH TO WS-BT-BRANCH(WS-BUD-IDX)
                       MOVE "N" TO WS-BT-MONTH-FLAG(WS-BUD-IDX)
                       MOVE 0 TO WS-BT-YTD-BUDGET(WS-BUD-IDX)
                       MOVE 0 TO WS-BT-YTD-BUD-COUNT(WS-BUD-IDX)
                       MOVE 0 TO WS-BT-MTD-ACTUAL(WS-BUD-IDX)
                       MOVE 0 TO WS-BT-MTD-COUNT(WS-BUD-IDX)
                       MOVE 0 TO WS-BT-YTD-ACTUAL(WS-BUD-IDX)
                       MOVE 0 TO WS-BT-YTD-COUNT(WS-BUD-IDX)
                   ELSE
                       ADD 1 TO WS-BUD-TABLE-DROPPED
                       DISPLAY "Budget table full - budget "
                           BUD-CAT-CODE "/" BUD-BRANCH " not reported"
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-BT-CAT-CODE(WS-BUD-IDX) = BUD-CAT-CODE
                   AND WS-BT-BRANCH(WS-BUD-IDX) = BUD-BRANCH
                   CONTINUE
           END-SEARCH
           ADD BUD-AMOUNT TO WS-BT-YTD-BUDGET(WS-BUD-IDX)
           ADD BUD-COUNT TO WS-BT-YTD-BUD-COUNT(WS-BUD-IDX)
           IF BUD-MONTH = WS-BUS-MONTH
               MOVE "Y" TO WS-BT-MONTH-FLAG(WS-BUD-IDX)
           END-IF.

       1600-LOAD-BRANCH-ACTUALS.
      *    Branch actuals are the accepted items archived from January
      *    of the business year up to and including the business date.
           OPEN INPUT TXN-ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "Transaction archive TXNARCH not available - "
                   "file status " WS-ARCH-STATUS
                   " - branch actuals shown as zero."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO ARCH-KEY
           MOVE WS-ARCH-FROM-DATE TO ARCH-BUSINESS-DATE
           MOVE "N" TO WS-ARCH-EOF-FLAG
           START TXN-ARCHIVE-FILE KEY NOT LESS THAN ARCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
           END-START
           PERFORM 1650-ADD-ARCHIVE-ITEM
               UNTIL ARCH-EOF
           CLOSE TXN-ARCHIVE-FILE
           DISPLAY "Archive scanned - " WS-ARCH-ITEM-COUNT
               " items posted this year.".

       1650-ADD-ARCHIVE-ITEM.
           READ TXN-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ
           IF ARCH-BUSINESS-DATE > WS-BUSINESS-DATE
               MOVE "Y" TO WS-ARCH-EOF-FLAG
               EXIT PARAGRAPH
           END-IF
      *    A prior-period item is booked by PPADJ to the year of its
      *    transaction date, and only to year-to-date - the same way
      *    CATHIST carries it for the category actuals.
           IF NOT ARCH-ACCEPTED AND NOT ARCH-PRIOR-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF ARCH-TRANS-AMOUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF ARCH-PRIOR-PERIOD
               IF ARCH-TRANS-DATE NOT NUMERIC
                   OR ARCH-TRANS-YEAR NOT = WS-BUS-YEAR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-ARCH-ITEM-COUNT
           IF WS-BUD-TABLE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-BUD-IDX TO 1
           SEARCH WS-BUD-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-BT-CAT-CODE(WS-BUD-IDX) = ARCH-TRANS-CATEGORY
                   AND WS-BT-BRANCH(WS-BUD-IDX) = ARCH-TRANS-BRANCH
                   CONTINUE
           END-SEARCH
           IF ARCH-TRANS-CREDIT
               COMPUTE WS-SIGNED-AMOUNT = 0 - ARCH-TRANS-AMOUNT
           ELSE
               MOVE ARCH-TRANS-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-BT-YTD-ACTUAL(WS-BUD-IDX)
           ADD 1 TO WS-BT-YTD-COUNT(WS-BUD-IDX)
           IF ARCH-BUS-MONTH = WS-BUS-MONTH AND ARCH-ACCEPTED
               ADD WS-SIGNED-AMOUNT TO WS-BT-MTD-ACTUAL(WS-BUD-IDX)
               ADD 1 TO WS-BT-MTD-COUNT(WS-BUD-IDX)
           END-IF.

       1700-START-BUDGET-PERIOD.
           MOVE LOW-VALUES TO BUD-KEY
           MOVE WS-BUS-YEAR TO BUD-YEAR
           MOVE WS-BUS-MONTH TO BUD-MONTH
           MOVE "N" TO WS-BUD-EOF-FLAG
           START BUDGET-FILE KEY NOT LESS THAN BUD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BUD-EOF-FLAG
                   EXIT PARAGRAPH
           END-START
           PERFORM 1750-READ-PERIOD-BUDGET.

       1750-READ-PERIOD-BUDGET.
           READ BUDGET-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BUD-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ
           IF BUD-YEAR NOT = WS-BUS-YEAR
               OR BUD-MONTH NOT = WS-BUS-MONTH
               MOVE "Y" TO WS-BUD-EOF-FLAG
           END-IF.

       2000-REPORT-BUDGET.
           SET WS-BUD-IDX TO 1
           SEARCH WS-BUD-ENTRY
               AT END
                   PERFORM 1750-READ-PERIOD-BUDGET
                   EXIT PARAGRAPH
               WHEN WS-BT-CAT-CODE(WS-BUD-IDX) = BUD-CAT-CODE
                   AND WS-BT-BRANCH(WS-BUD-IDX) = BUD-BRANCH
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-REPORTED-COUNT
           IF BUD-BRANCH = WS-ALL-BRANCHES
               PERFORM 2100-GET-CATEGORY-ACTUALS
           ELSE
               MOVE WS-BT-MTD-ACTUAL(WS-BUD-IDX) TO WS-MTD-ACTUAL
               MOVE WS-BT-MTD-COUNT(WS-BUD-IDX) TO WS-MTD-COUNT
               MOVE WS-BT-YTD-ACTUAL(WS-BUD-IDX) TO WS-YTD-ACTUAL
               MOVE WS-BT-YTD-COUNT(WS-BUD-IDX) TO WS-YTD-COUNT
           END-IF
           MOVE BUD-CAT-CODE TO BVR-BUD-CAT-CODE
           MOVE BUD-BRANCH TO BVR-BUD-BRANCH
           PERFORM 2200-FIND-CATEGORY-DESC
           WRITE BUDGET-REPORT-RECORD FROM BVR-BUDGET-LINE
      *    Month to date against the full monthly budget.
           MOVE "MTD" TO WS-LINE-LABEL
           MOVE WS-MTD-ACTUAL TO WS-VAR-ACTUAL
           MOVE BUD-AMOUNT TO WS-VAR-BUDGET
           PERFORM 2500-COMPUTE-VARIANCE
           MOVE SPACES TO WS-LINE-FLAG
           PERFORM 2600-WRITE-AMOUNT-LINE
      *    Projected month-end is the month so far scaled up to the
      *    whole month; this is the figure held to the tolerance.
           COMPUTE WS-PROJECTED ROUNDED =
               WS-MTD-ACTUAL * WS-DAYS-IN-MONTH / WS-BUS-DAY
               ON SIZE ERROR
                   MOVE WS-MTD-ACTUAL TO WS-PROJECTED
           END-COMPUTE
           MOVE "PROJ EOM" TO WS-LINE-LABEL
           MOVE WS-PROJECTED TO WS-VAR-ACTUAL
           MOVE BUD-AMOUNT TO WS-VAR-BUDGET
           PERFORM 2500-COMPUTE-VARIANCE
           PERFORM 2550-CHECK-TOLERANCE
           PERFORM 2600-WRITE-AMOUNT-LINE
           MOVE "YTD" TO WS-LINE-LABEL
           MOVE WS-YTD-ACTUAL TO WS-VAR-ACTUAL
           MOVE WS-BT-YTD-BUDGET(WS-BUD-IDX) TO WS-VAR-BUDGET
           PERFORM 2500-COMPUTE-VARIANCE
           MOVE SPACES TO WS-LINE-FLAG
           PERFORM 2600-WRITE-AMOUNT-LINE
           MOVE "MTD CNT" TO WS-LINE-LABEL
           MOVE WS-MTD-COUNT TO WS-VAR-ACTUAL
           MOVE BUD-COUNT TO WS-VAR-BUDGET
           PERFORM 2500-COMPUTE-VARIANCE
           PERFORM 2650-WRITE-COUNT-LINE
           MOVE "YTD CNT" TO WS-LINE-LABEL
           MOVE WS-YTD-COUNT TO WS-VAR-ACTUAL
           MOVE WS-BT-YTD-BUD-COUNT(WS-BUD-IDX) TO WS-VAR-BUDGET
           PERFORM 2500-COMPUTE-VARIANCE
           PERFORM 2650-WRITE-COUNT-LINE
           MOVE SPACES TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD
           PERFORM 1750-READ-PERIOD-BUDGET.

       2100-GET-CATEGORY-ACTUALS.
      *    CATHIST carries the figures as at its last posting date, so
      *    they only count toward this period if that date falls in
      *    the business month or year.
           MOVE 0 TO WS-MTD-ACTUAL
           MOVE 0 TO WS-MTD-COUNT
           MOVE 0 TO WS-YTD-ACTUAL
           MOVE 0 TO WS-YTD-COUNT
           MOVE BUD-CAT-CODE TO HIST-CAT-CODE
           READ HISTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HIST-LAST-YEAR = WS-BUS-YEAR
               MOVE HIST-YTD-TOTAL TO WS-YTD-ACTUAL
               MOVE HIST-YTD-COUNT TO WS-YTD-COUNT
               IF HIST-LAST-MONTH = WS-BUS-MONTH
                   MOVE HIST-MTD-TOTAL TO WS-MTD-ACTUAL
                   MOVE HIST-MTD-COUNT TO WS-MTD-COUNT
               END-IF
           END-IF.

       2200-FIND-CATEGORY-DESC.
           MOVE SPACES TO BVR-BUD-DESC
           IF WS-CATREF-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-REF-IDX TO 1
           SEARCH WS-CATREF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REF-CODE(WS-REF-IDX) = BVR-BUD-CAT-CODE
                   MOVE WS-REF-DESC(WS-REF-IDX) TO BVR-BUD-DESC
           END-SEARCH.

       2500-COMPUTE-VARIANCE.
      *    The percentage is taken on the size of the budget so that it
      *    reads the same way for credit categories budgeted negative.
           COMPUTE WS-VAR-AMOUNT = WS-VAR-ACTUAL - WS-VAR-BUDGET
           MOVE "N" TO WS-VAR-PCT-FLAG
           MOVE 0 TO WS-VAR-PCT
           IF WS-VAR-BUDGET < 0
               COMPUTE WS-VAR-ABS-BUDGET = 0 - WS-VAR-BUDGET
           ELSE
               MOVE WS-VAR-BUDGET TO WS-VAR-ABS-BUDGET
           END-IF
           IF WS-VAR-ACTUAL < 0
               COMPUTE WS-VAR-ABS-ACTUAL = 0 - WS-VAR-ACTUAL
           ELSE
               MOVE WS-VAR-ACTUAL TO WS-VAR-ABS-ACTUAL
           END-IF
           IF WS-VAR-AMOUNT < 0
               COMPUTE WS-VAR-ABS-AMOUNT = 0 - WS-VAR-AMOUNT
           ELSE
               MOVE WS-VAR-AMOUNT TO WS-VAR-ABS-AMOUNT
           END-IF
           IF WS-VAR-ABS-BUDGET = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-VAR-PCT-FLAG
           COMPUTE WS-VAR-PCT ROUNDED =
               WS-VAR-AMOUNT * 100 / WS-VAR-ABS-BUDGET
               ON SIZE ERROR
                   IF WS-VAR-AMOUNT < 0
                       MOVE -9999.9 TO WS-VAR-PCT
                   ELSE
                       MOVE 9999.9 TO WS-VAR-PCT
                   END-IF
           END-COMPUTE.

       2550-CHECK-TOLERANCE.
      *    A nil budget with any projected activity is outside
      *    tolerance; otherwise the projected variance must not exceed
      *    the tolerance percentage of the budget.  Over and under are
      *    judged on size, whichever way the category is signed.
           MOVE "N" TO WS-OUTSIDE-FLAG
           MOVE SPACES TO WS-LINE-FLAG
           IF WS-VAR-ABS-BUDGET = 0
               IF WS-VAR-ABS-AMOUNT NOT = 0
                   MOVE "Y" TO WS-OUTSIDE-FLAG
               END-IF
           ELSE
               IF WS-VAR-ABS-AMOUNT * 100 >
                   WS-VAR-ABS-BUDGET * WS-TOLERANCE-PCT
                   MOVE "Y" TO WS-OUTSIDE-FLAG
               END-IF
           END-IF
           IF OUTSIDE-TOLERANCE
               ADD 1 TO WS-FLAGGED-COUNT
               IF WS-VAR-ABS-ACTUAL > WS-VAR-ABS-BUDGET
                   MOVE "*OVER" TO WS-LINE-FLAG
               ELSE
                   MOVE "*UNDER" TO WS-LINE-FLAG
               END-IF
           END-IF.

       2600-WRITE-AMOUNT-LINE.
           MOVE WS-LINE-LABEL TO BVR-AMT-LABEL
           MOVE WS-VAR-ACTUAL TO BVR-AMT-ACTUAL
           MOVE WS-VAR-BUDGET TO BVR-AMT-BUDGET
           MOVE WS-VAR-AMOUNT TO BVR-AMT-VARIANCE
           IF VAR-PCT-AVAILABLE
               MOVE WS-VAR-PCT TO BVR-AMT-PCT
           ELSE
               MOVE SPACES TO BVR-AMT-PCT-X
           END-IF
           MOVE WS-LINE-FLAG TO BVR-AMT-FLAG
           WRITE BUDGET-REPORT-RECORD FROM BVR-AMOUNT-LINE.

       2650-WRITE-COUNT-LINE.
           MOVE WS-LINE-LABEL TO BVR-CNT-LABEL
           MOVE WS-VAR-ACTUAL TO BVR-CNT-ACTUAL
           MOVE WS-VAR-BUDGET TO BVR-CNT-BUDGET
           MOVE WS-VAR-AMOUNT TO BVR-CNT-VARIANCE
           IF VAR-PCT-AVAILABLE
               MOVE WS-VAR-PCT TO BVR-CNT-PCT
           ELSE
               MOVE SPACES TO BVR-CNT-PCT-X
           END-IF
           WRITE BUDGET-REPORT-RECORD FROM BVR-COUNT-LINE.

       3000-LIST-UNBUDGETED.
           WRITE BUDGET-REPORT-RECORD FROM BVR-UNBUDGETED-HEADER
           MOVE SPACES TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD
           MOVE LOW-VALUES TO HIST-CAT-CODE
           MOVE "N" TO WS-HIST-EOF-FLAG
           START HISTORY-FILE KEY NOT LESS THAN HIST-CAT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-FLAG
           END-START
           PERFORM 3100-CHECK-CATEGORY-BUDGET
               UNTIL HIST-EOF
           MOVE SPACES TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD.

       3100-CHECK-CATEGORY-BUDGET.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HIST-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ
           IF HIST-LAST-YEAR NOT = WS-BUS-YEAR
               OR HIST-LAST-MONTH NOT = WS-BUS-MONTH
               OR HIST-MTD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BUD-TABLE-COUNT > 0
               SET WS-BUD-IDX TO 1
               SEARCH WS-BUD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BT-CAT-CODE(WS-BUD-IDX) = HIST-CAT-CODE
                       AND WS-BT-BRANCH(WS-BUD-IDX) = WS-ALL-BRANCHES
                       IF WS-BT-MONTH-FLAG(WS-BUD-IDX) = "Y"
                           EXIT PARAGRAPH
                       END-IF
               END-SEARCH
           END-IF
           ADD 1 TO WS-UNBUDGETED-COUNT
           MOVE HIST-CAT-CODE TO BVR-UNB-CAT-CODE
           MOVE HIST-CAT-CODE TO BVR-BUD-CAT-CODE
           PERFORM 2200-FIND-CATEGORY-DESC
           MOVE BVR-BUD-DESC TO BVR-UNB-DESC
           MOVE HIST-MTD-TOTAL TO BVR-UNB-MTD-TOTAL
           MOVE HIST-MTD-COUNT TO BVR-UNB-MTD-COUNT
           WRITE BUDGET-REPORT-RECORD FROM BVR-UNBUDGETED-LINE.

       9000-TERMINATE.
           MOVE "BUDGETS REPORTED:" TO BVR-SUM-TEXT
           MOVE WS-REPORTED-COUNT TO BVR-SUM-COUNT
           WRITE BUDGET-REPORT-RECORD FROM BVR-SUMMARY-LINE
           MOVE "OUTSIDE TOLERANCE:" TO BVR-SUM-TEXT
           MOVE WS-FLAGGED-COUNT TO BVR-SUM-COUNT
           WRITE BUDGET-REPORT-RECORD FROM BVR-SUMMARY-LINE
           MOVE "UNBUDGETED CATEGORIES:" TO BVR-SUM-TEXT
           MOVE WS-UNBUDGETED-COUNT TO BVR-SUM-COUNT
           WRITE BUDGET-REPORT-RECORD FROM BVR-SUMMARY-LINE
           IF WS-BUD-TABLE-DROPPED > 0
               MOVE "BUDGETS NOT REPORTED - TABLE:" TO BVR-SUM-TEXT
               MOVE WS-BUD-TABLE-DROPPED TO BVR-SUM-COUNT
               WRITE BUDGET-REPORT-RECORD FROM BVR-SUMMARY-LINE
           END-IF
           CLOSE BUDGET-FILE
           CLOSE HISTORY-FILE
           CLOSE BUDGET-REPORT-FILE
           DISPLAY "Budget variance report complete - Budgets: "
               WS-REPORTED-COUNT " Outside tolerance: "
               WS-FLAGGED-COUNT " Unbudgeted: " WS-UNBUDGETED-COUNT
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
