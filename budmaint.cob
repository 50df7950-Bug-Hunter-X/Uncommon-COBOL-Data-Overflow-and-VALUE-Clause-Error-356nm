       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.
      *
      *  Category budget maintenance.  Applies add, change and delete
      *  transactions from the BUDCARDS card file to the keyed budget
      *  master BUDMAST.  A budget is held per month for a category,
      *  either for all branches together (branch "***", also taken
      *  when the card leaves the branch blank) or for one branch,
      *  and carries the budgeted net amount - debits positive,
      *  credits negative, as TXNACCUM accumulates - and the budgeted
      *  transaction count.  Each card is validated - the action must
      *  be A, C or D, the period a real year and month, the category
      *  on CATREF and the branch on BRREF when the branch reference
      *  is available, an add needs an amount and must not already be
      *  on file, a change or delete must be - and every card is shown
      *  on the BUDAUDIT listing with the before and after figures and
      *  its disposition.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
           SELECT MAINT-CARD-FILE ASSIGN TO "BUDCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT AUDIT-LIST-FILE ASSIGN TO "BUDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CATEGORY-REF-FILE ASSIGN TO "CATREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATREF-STATUS.
           SELECT BRANCH-REF-FILE ASSIGN TO "BRREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  MAINT-CARD-FILE
           RECORDING MODE IS F.
       01  MAINT-CARD-RECORD.
           05 CARD-ACTION                PIC X(1).
           05 CARD-PERIOD.
              10 CARD-YEAR               PIC X(4).
              10 CARD-YEAR-NUM REDEFINES CARD-YEAR
                                         PIC 9(4).
              10 CARD-MONTH              PIC X(2).
              10 CARD-MONTH-NUM REDEFINES CARD-MONTH
                                         PIC 9(2).
           05 CARD-CAT-CODE              PIC X(2).
           05 CARD-BRANCH                PIC X(3).
           05 CARD-AMOUNT                PIC X(14).
           05 CARD-AMOUNT-NUM REDEFINES CARD-AMOUNT
                                         PIC S9(11)V99
                                         SIGN IS LEADING SEPARATE.
           05 CARD-COUNT                 PIC X(7).
           05 CARD-COUNT-NUM REDEFINES CARD-COUNT
                                         PIC 9(7).
           05 FILLER                     PIC X(47).

       FD  AUDIT-LIST-FILE
           RECORDING MODE IS F.
       01  AUDIT-LIST-RECORD             PIC X(80).

       FD  CATEGORY-REF-FILE
           RECORDING MODE IS F.
       01  CATEGORY-REF-RECORD.
           05 CATREF-CODE                PIC X(2).
           05 CATREF-DESC                PIC X(25).
           05 CATREF-ACTIVE-FLAG         PIC X(1).

       FD  BRANCH-REF-FILE
           RECORDING MODE IS F.
       01  BRANCH-REF-RECORD.
           05 BRREF-CODE                 PIC X(3).
           05 BRREF-NAME                 PIC X(25).
           05 BRREF-REGION               PIC X(3).
           05 BRREF-ACTIVE-FLAG          PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-BUD-STATUS            PIC X(2) VALUE SPACES.
           05 WS-CARD-STATUS           PIC X(2) VALUE SPACES.
           05 WS-AUDIT-STATUS          PIC X(2) VALUE SPACES.
           05 WS-CATREF-STATUS         PIC X(2) VALUE SPACES.
           05 WS-BRREF-STATUS          PIC X(2) VALUE SPACES.
           05 WS-CARD-EOF-FLAG         PIC X(1) VALUE "N".
              88 CARD-EOF              VALUE "Y".
           05 WS-CATREF-EOF-FLAG       PIC X(1) VALUE "N".
              88 CATREF-EOF            VALUE "Y".
           05 WS-BRREF-EOF-FLAG        PIC X(1) VALUE "N".
              88 BRREF-EOF             VALUE "Y".

       01  WS-MAINT-COUNTERS.
           05 WS-CARD-COUNT            PIC 9(4) COMP-3 VALUE 0.
           05 WS-APPLIED-COUNT         PIC 9(4) COMP-3 VALUE 0.
           05 WS-REJECTED-COUNT        PIC 9(4) COMP-3 VALUE 0.

       01  WS-MAINT-FIELDS.
           05 WS-BUD-FOUND-FLAG        PIC X(1) VALUE "N".
              88 BUDGET-ON-FILE        VALUE "Y".
           05 WS-CARD-STATUS-TEXT      PIC X(20) VALUE SPACES.
           05 WS-CARD-BRANCH           PIC X(3) VALUE SPACES.
           05 WS-ALL-BRANCHES          PIC X(3) VALUE "***".

       01  WS-CATREF-COUNT             PIC 9(2) VALUE 0.

       01  WS-CATREF-TABLE.
           05 WS-CATREF-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-CATREF-COUNT
                 INDEXED BY WS-REF-IDX.
              10 WS-REF-CODE           PIC X(2).
              10 WS-REF-DESC           PIC X(25).
              10 WS-REF-ACTIVE         PIC X(1).

       01  WS-BRREF-COUNT              PIC 9(3) VALUE 0.

       01  WS-BRREF-TABLE.
           05 WS-BRREF-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-BRREF-COUNT
                 INDEXED BY WS-BRF-IDX.
              10 WS-BRF-CODE           PIC X(3).
              10 WS-BRF-ACTIVE         PIC X(1).

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 9(2).
              10 WS-CURR-DAY           PIC 9(2).
           05 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).
           05 WS-RUN-DATE-DISPLAY      PIC X(10).

       01  AUD-HEADER-1.
           05 FILLER                   PIC X(32) VALUE
              "CATEGORY BUDGET MAINTENANCE".
           05 FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05 AUD-H1-RUN-DATE          PIC X(10).

       01  AUD-HEADER-2.
           05 FILLER                   PIC X(2) VALUE "AC".
           05 FILLER                   PIC X(7) VALUE "PERIOD".
           05 FILLER                   PIC X(3) VALUE "CT".
           05 FILLER                   PIC X(4) VALUE "BR".
           05 FILLER                   PIC X(22) VALUE
              "  BEFORE AMOUNT  COUNT".
           05 FILLER                   PIC X(22) VALUE
              "   AFTER AMOUNT  COUNT".
           05 FILLER                   PIC X(11) VALUE "DISPOSITION".

       01  AUD-DETAIL-LINE.
           05 AUD-DET-ACTION           PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AUD-DET-PERIOD           PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AUD-DET-CAT-CODE         PIC X(2).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AUD-DET-BRANCH           PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AUD-DET-BEFORE-AMOUNT    PIC ZZZZZZZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AUD-DET-BEFORE-COUNT     PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AUD-DET-AFTER-AMOUNT     PIC ZZZZZZZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AUD-DET-AFTER-COUNT      PIC ZZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AUD-DET-STATUS           PIC X(20).

       01  AUD-TOTAL-LINE.
           05 FILLER                   PIC X(7) VALUE "CARDS:".
           05 AUD-TOT-CARDS            PIC ZZZ9.
           05 FILLER                   PIC X(10) VALUE "  APPLIED:".
           05 AUD-TOT-APPLIED          PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE "  REJECTED:".
           05 AUD-TOT-REJECTED         PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-MAINT-CARD
               UNTIL CARD-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT MAINT-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open maintenance cards "
                   "BUDCARDS - file status " WS-CARD-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BUDGET-FILE
           IF WS-BUD-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF
           IF WS-BUD-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open budget master BUDMAST"
                   " - file status " WS-BUD-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-LIST-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open audit listing BUDAUDIT"
                   " - file status " WS-AUDIT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH "/" WS-CURR-DAY "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE WS-RUN-DATE-DISPLAY TO AUD-H1-RUN-DATE
           WRITE AUDIT-LIST-RECORD FROM AUD-HEADER-1
           MOVE SPACES TO AUDIT-LIST-RECORD
           WRITE AUDIT-LIST-RECORD
           WRITE AUDIT-LIST-RECORD FROM AUD-HEADER-2
           MOVE SPACES TO AUDIT-LIST-RECORD
           WRITE AUDIT-LIST-RECORD
           PERFORM 1100-LOAD-CATEGORY-REF
           PERFORM 1150-LOAD-BRANCH-REF
           PERFORM 1300-READ-MAINT-CARD.

       1100-LOAD-CATEGORY-REF.
           OPEN INPUT CATEGORY-REF-FILE
           IF WS-CATREF-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open category reference file "
                   "CATREF - file status " WS-CATREF-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-CATREF-ENTRY
               UNTIL CATREF-EOF
           CLOSE CATEGORY-REF-FILE
           DISPLAY "Category reference loaded - " WS-CATREF-COUNT
               " categories.".

       1150-LOAD-BRANCH-REF.
      *    Without the branch reference a branch budget is taken on
      *    trust - the variance report simply finds no actuals for a
      *    branch code that never trades.
           OPEN INPUT BRANCH-REF-FILE
           IF WS-BRREF-STATUS = "00"
               PERFORM 1250-LOAD-BRREF-ENTRY
                   UNTIL BRREF-EOF
               CLOSE BRANCH-REF-FILE
               DISPLAY "Branch reference loaded - " WS-BRREF-COUNT
                   " branches."
           ELSE
               DISPLAY "Branch reference BRREF not available - "
                   "branch codes not checked."
           END-IF.

       1200-LOAD-CATREF-ENTRY.
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
                   ELSE
                       DISPLAY "Category reference table full - "
                           "entry " CATREF-CODE " ignored"
                   END-IF
           END-READ.

       1250-LOAD-BRREF-ENTRY.
           READ BRANCH-REF-FILE
               AT END
                   MOVE "Y" TO WS-BRREF-EOF-FLAG
               NOT AT END
                   IF WS-BRREF-COUNT < 100
                       ADD 1 TO WS-BRREF-COUNT
                       SET WS-BRF-IDX TO WS-BRREF-COUNT
                       MOVE BRREF-CODE TO WS-BRF-CODE(WS-BRF-IDX)
                       MOVE BRREF-ACTIVE-FLAG
                           TO WS-BRF-ACTIVE(WS-BRF-IDX)
                   ELSE
                       DISPLAY "Branch reference table full - "
                           "entry " BRREF-CODE " ignored"
                   END-IF
           END-READ.

       1300-READ-MAINT-CARD.
           READ MAINT-CARD-FILE
               AT END
                   MOVE "Y" TO WS-CARD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
           END-READ.

       2000-APPLY-MAINT-CARD.
           MOVE SPACES TO WS-CARD-STATUS-TEXT
           MOVE 0 TO AUD-DET-BEFORE-AMOUNT
           MOVE 0 TO AUD-DET-BEFORE-COUNT
           MOVE 0 TO AUD-DET-AFTER-AMOUNT
           MOVE 0 TO AUD-DET-AFTER-COUNT
           IF CARD-BRANCH = SPACES
               MOVE WS-ALL-BRANCHES TO WS-CARD-BRANCH
           ELSE
               MOVE CARD-BRANCH TO WS-CARD-BRANCH
           END-IF
           PERFORM 2200-EDIT-MAINT-CARD
           IF WS-CARD-STATUS-TEXT = SPACES
               PERFORM 2100-FIND-BUDGET
               PERFORM 2300-EDIT-AGAINST-MASTER
           END-IF
           IF WS-CARD-STATUS-TEXT = SPACES
               EVALUATE CARD-ACTION
                   WHEN "A"
                       PERFORM 3000-ADD-BUDGET
                   WHEN "C"
                       PERFORM 4000-CHANGE-BUDGET
                   WHEN "D"
                       PERFORM 5000-DELETE-BUDGET
               END-EVALUATE
           END-IF
           IF WS-CARD-STATUS-TEXT = "APPLIED"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 2500-WRITE-AUDIT-DETAIL
           PERFORM 1300-READ-MAINT-CARD.

       2100-FIND-BUDGET.
           MOVE "N" TO WS-BUD-FOUND-FLAG
           MOVE CARD-YEAR-NUM TO BUD-YEAR
           MOVE CARD-MONTH-NUM TO BUD-MONTH
           MOVE CARD-CAT-CODE TO BUD-CAT-CODE
           MOVE WS-CARD-BRANCH TO BUD-BRANCH
           READ BUDGET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BUD-FOUND-FLAG
                   MOVE BUD-AMOUNT TO AUD-DET-BEFORE-AMOUNT
                   MOVE BUD-COUNT TO AUD-DET-BEFORE-COUNT
           END-READ.

       2200-EDIT-MAINT-CARD.
           IF CARD-ACTION NOT = "A" AND CARD-ACTION NOT = "C"
               AND CARD-ACTION NOT = "D"
               MOVE "REJ-BAD ACTION" TO WS-CARD-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF
           IF CARD-YEAR NOT NUMERIC OR CARD-MONTH NOT NUMERIC
               MOVE "REJ-BAD PERIOD" TO WS-CARD-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF
           IF CARD-MONTH-NUM < 1 OR CARD-MONTH-NUM > 12
               OR CARD-YEAR-NUM < 1900
               MOVE "REJ-BAD PERIOD" TO WS-CARD-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF
           SET WS-REF-IDX TO 1
           SEARCH WS-CATREF-ENTRY
               AT END
                   MOVE "REJ-UNKNOWN CATEGORY" TO WS-CARD-STATUS-TEXT
                   EXIT PARAGRAPH
               WHEN WS-REF-CODE(WS-REF-IDX) = CARD-CAT-CODE
                   CONTINUE
           END-SEARCH
           IF WS-CARD-BRANCH NOT = WS-ALL-BRANCHES
               AND WS-BRREF-COUNT > 0
               SET WS-BRF-IDX TO 1
               SEARCH WS-BRREF-ENTRY
                   AT END
                       MOVE "REJ-UNKNOWN BRANCH"
                           TO WS-CARD-STATUS-TEXT
                       EXIT PARAGRAPH
                   WHEN WS-BRF-CODE(WS-BRF-IDX) = WS-CARD-BRANCH
                       CONTINUE
               END-SEARCH
           END-IF
           IF CARD-ACTION = "A"
               IF CARD-AMOUNT-NUM NOT NUMERIC
                   MOVE "REJ-BAD AMOUNT" TO WS-CARD-STATUS-TEXT
                   EXIT PARAGRAPH
               END-IF
               IF CARD-COUNT NOT = SPACES
                   AND CARD-COUNT NOT NUMERIC
                   MOVE "REJ-BAD COUNT" TO WS-CARD-STATUS-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CARD-ACTION = "C"
               IF CARD-AMOUNT = SPACES AND CARD-COUNT = SPACES
                   MOVE "REJ-NO CHANGE GIVEN" TO WS-CARD-STATUS-TEXT
                   EXIT PARAGRAPH
               END-IF
               IF CARD-AMOUNT NOT = SPACES
                   AND CARD-AMOUNT-NUM NOT NUMERIC
                   MOVE "REJ-BAD AMOUNT" TO WS-CARD-STATUS-TEXT
                   EXIT PARAGRAPH
               END-IF
               IF CARD-COUNT NOT = SPACES
                   AND CARD-COUNT NOT NUMERIC
                   MOVE "REJ-BAD COUNT" TO WS-CARD-STATUS-TEXT
               END-IF
           END-IF.

       2300-EDIT-AGAINST-MASTER.
           IF CARD-ACTION = "A"
               IF BUDGET-ON-FILE
                   MOVE "REJ-DUPLICATE BUDGET" TO WS-CARD-STATUS-TEXT
               END-IF
           ELSE
               IF NOT BUDGET-ON-FILE
                   MOVE "REJ-NO SUCH BUDGET" TO WS-CARD-STATUS-TEXT
               END-IF
           END-IF.

       2500-WRITE-AUDIT-DETAIL.
           MOVE CARD-ACTION TO AUD-DET-ACTION
           MOVE CARD-PERIOD TO AUD-DET-PERIOD
           MOVE CARD-CAT-CODE TO AUD-DET-CAT-CODE
           MOVE WS-CARD-BRANCH TO AUD-DET-BRANCH
           MOVE WS-CARD-STATUS-TEXT TO AUD-DET-STATUS
           WRITE AUDIT-LIST-RECORD FROM AUD-DETAIL-LINE.

       3000-ADD-BUDGET.
           MOVE CARD-YEAR-NUM TO BUD-YEAR
           MOVE CARD-MONTH-NUM TO BUD-MONTH
           MOVE CARD-CAT-CODE TO BUD-CAT-CODE
           MOVE WS-CARD-BRANCH TO BUD-BRANCH
           MOVE CARD-AMOUNT-NUM TO BUD-AMOUNT
           IF CARD-COUNT = SPACES
               MOVE 0 TO BUD-COUNT
           ELSE
               MOVE CARD-COUNT-NUM TO BUD-COUNT
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO BUD-MAINT-DATE
           WRITE BUDGET-RECORD
               INVALID KEY
                   MOVE "REJ-WRITE FAILED" TO WS-CARD-STATUS-TEXT
                   EXIT PARAGRAPH
           END-WRITE
           MOVE BUD-AMOUNT TO AUD-DET-AFTER-AMOUNT
           MOVE BUD-COUNT TO AUD-DET-AFTER-COUNT
           MOVE "APPLIED" TO WS-CARD-STATUS-TEXT.

       4000-CHANGE-BUDGET.
      *    The budget record is still in the record area from
      *    2100-FIND-BUDGET.  A blank amount or count leaves the
      *    current figure in place.
           IF CARD-AMOUNT NOT = SPACES
               MOVE CARD-AMOUNT-NUM TO BUD-AMOUNT
           END-IF
           IF CARD-COUNT NOT = SPACES
               MOVE CARD-COUNT-NUM TO BUD-COUNT
           END-IF
           MOVE WS-CURRENT-DATE-NUM TO BUD-MAINT-DATE
           REWRITE BUDGET-RECORD
               INVALID KEY
                   MOVE "REJ-REWRITE FAILED" TO WS-CARD-STATUS-TEXT
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE BUD-AMOUNT TO AUD-DET-AFTER-AMOUNT
           MOVE BUD-COUNT TO AUD-DET-AFTER-COUNT
           MOVE "APPLIED" TO WS-CARD-STATUS-TEXT.

       5000-DELETE-BUDGET.
           DELETE BUDGET-FILE RECORD
               INVALID KEY
                   MOVE "REJ-DELETE FAILED" TO WS-CARD-STATUS-TEXT
                   EXIT PARAGRAPH
           END-DELETE
           MOVE "APPLIED" TO WS-CARD-STATUS-TEXT.

       9000-TERMINATE.
           MOVE SPACES TO AUDIT-LIST-RECORD
           WRITE AUDIT-LIST-RECORD
           MOVE WS-CARD-COUNT TO AUD-TOT-CARDS
           MOVE WS-APPLIED-COUNT TO AUD-TOT-APPLIED
           MOVE WS-REJECTED-COUNT TO AUD-TOT-REJECTED
           WRITE AUDIT-LIST-RECORD FROM AUD-TOTAL-LINE
           CLOSE MAINT-CARD-FILE
           CLOSE BUDGET-FILE
           CLOSE AUDIT-LIST-FILE
           DISPLAY "Budget maintenance complete - Cards: "
               WS-CARD-COUNT " Applied: " WS-APPLIED-COUNT
               " Rejected: " WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
