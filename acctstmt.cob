       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.
      *
      *  Account activity statements and account exception list.
      *  Reads the account balance master ACCTMAST maintained by
      *  ACCTPOST and prints, for the month of the business date, one
      *  statement block per account on ACCTSTMT showing the opening
      *  balance, the debits and credits with their counts, the
      *  closing balance and the last activity date.  An account with
      *  nothing posted yet this month shows its carried balance as
      *  both opening and closing.  The STMTCARD card can confine the
      *  statements to one branch and sets the dormancy limit in days
      *  (default 90).  Every account - whatever the branch selection -
      *  that has been idle longer than the dormancy limit, or whose
      *  balance is below zero, is listed on ACCTEXC with the reason.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ACCTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT EXCEPTION-LIST-FILE ASSIGN TO "ACCTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-STATUS.
           SELECT STATEMENT-CARD-FILE ASSIGN TO "STMTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-NUMBER                PIC X(10).
           05 ACCT-BRANCH                PIC X(3).
           05 ACCT-OPENED-DATE           PIC 9(8).
           05 ACCT-PERIOD.
              10 ACCT-PERIOD-YEAR        PIC 9(4).
              10 ACCT-PERIOD-MONTH       PIC 9(2).
           05 ACCT-OPENING-BALANCE       PIC S9(13)V99 COMP-3.
           05 ACCT-PERIOD-DEBITS         PIC S9(13)V99 COMP-3.
           05 ACCT-PERIOD-DR-COUNT       PIC 9(6) COMP-3.
           05 ACCT-PERIOD-CREDITS        PIC S9(13)V99 COMP-3.
           05 ACCT-PERIOD-CR-COUNT       PIC 9(6) COMP-3.
           05 ACCT-CURRENT-BALANCE       PIC S9(13)V99 COMP-3.
           05 ACCT-LAST-ACTIVITY-DATE    PIC 9(8).
           05 ACCT-PRIOR-ACTIVITY-DATE   PIC 9(8).
           05 ACCT-LAST-POSTED-DATE      PIC 9(8).
           05 ACCT-DAY-DEBITS            PIC S9(13)V99 COMP-3.
           05 ACCT-DAY-DR-COUNT          PIC 9(6) COMP-3.
           05 ACCT-DAY-CREDITS           PIC S9(13)V99 COMP-3.
           05 ACCT-DAY-CR-COUNT          PIC 9(6) COMP-3.

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       01  STATEMENT-RECORD              PIC X(80).

       FD  EXCEPTION-LIST-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-LIST-RECORD         PIC X(80).

       FD  STATEMENT-CARD-FILE
           RECORDING MODE IS F.
       01  STATEMENT-CARD-RECORD.
           05 STMC-BRANCH                PIC X(3).
           05 STMC-DORMANT-DAYS          PIC X(3).
           05 FILLER                     PIC X(74).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05 PARM-RECORD-LIMIT         PIC 9(6).
           05 PARM-OVERFLOW-CEILING     PIC 9(15).
           05 PARM-BUSINESS-DATE        PIC X(8).
           05 PARM-OVERRIDE-FLAG        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-ACCT-STATUS           PIC X(2) VALUE SPACES.
           05 WS-STMT-STATUS           PIC X(2) VALUE SPACES.
           05 WS-EXCL-STATUS           PIC X(2) VALUE SPACES.
           05 WS-CARD-STATUS           PIC X(2) VALUE SPACES.
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-ACCT-EOF-FLAG         PIC X(1) VALUE "N".
              88 ACCT-EOF              VALUE "Y".

       01  WS-STATEMENT-COUNTERS.
           05 WS-ACCOUNT-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-STATEMENT-COUNT       PIC 9(6) COMP-3 VALUE 0.
           05 WS-DORMANT-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-NEGATIVE-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-TOT-OPENING           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-DEBITS            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-CREDITS           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-CLOSING           PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-STATEMENT-FIELDS.
           05 WS-SELECT-BRANCH         PIC X(3) VALUE SPACES.
           05 WS-DORMANT-DAYS          PIC 9(3) VALUE 90.
           05 WS-STMT-OPENING          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-STMT-DEBITS           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-STMT-DR-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-STMT-CREDITS          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-STMT-CR-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-BUS-INT               PIC 9(8) COMP VALUE 0.
           05 WS-ACTIVITY-INT          PIC 9(8) COMP VALUE 0.
           05 WS-IDLE-DAYS             PIC S9(5) COMP VALUE 0.
           05 WS-WORK-DATE.
              10 WS-WORK-YEAR          PIC 9(4).
              10 WS-WORK-MONTH         PIC 9(2).
              10 WS-WORK-DAY           PIC 9(2).
           05 WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                       PIC 9(8).
           05 WS-WORK-DATE-DISPLAY     PIC X(10).
           05 WS-CONTROL-KEY           PIC X(10) VALUE "**CONTROL*".

       01  WS-CONTROL-PARMS.
           05 WS-BUSINESS-DATE.
              10 WS-BUS-YEAR           PIC 9(4).
              10 WS-BUS-MONTH          PIC 9(2).
              10 WS-BUS-DAY            PIC 9(2).
           05 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                       PIC 9(8).
           05 WS-BUS-PERIOD            PIC 9(6) VALUE 0.
           05 WS-BUS-DATE-DISPLAY      PIC X(10).

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 9(2).
              10 WS-CURR-DAY           PIC 9(2).
           05 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  STM-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "ACCOUNT ACTIVITY STATEMENTS".
           05 FILLER                   PIC X(8) VALUE "PERIOD: ".
           05 STM-H1-MONTH             PIC 9(2).
           05 FILLER                   PIC X(1) VALUE "/".
           05 STM-H1-YEAR              PIC 9(4).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "BUS DATE: ".
           05 STM-H1-BUS-DATE          PIC X(10).

       01  STM-ACCOUNT-LINE.
           05 FILLER                   PIC X(9) VALUE "ACCOUNT: ".
           05 STM-ACC-NUMBER           PIC X(10).
           05 FILLER                   PIC X(11) VALUE "  BRANCH: ".
           05 STM-ACC-BRANCH           PIC X(3).
           05 FILLER                   PIC X(10) VALUE "  OPENED: ".
           05 STM-ACC-OPENED           PIC X(10).

       01  STM-AMOUNT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 STM-AMT-TEXT             PIC X(20).
           05 STM-AMT-COUNT            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 STM-AMT-VALUE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  STM-ACTIVITY-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE "LAST ACTIVITY".
           05 STM-ACT-DATE             PIC X(10).

       01  STM-TOTAL-LINE.
           05 STM-TOT-TEXT             PIC X(30).
           05 STM-TOT-COUNT            PIC ZZZ,ZZ9.

       01  EXL-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "ACCOUNT EXCEPTION LIST".
           05 FILLER                   PIC X(10) VALUE "BUS DATE: ".
           05 EXL-H1-BUS-DATE          PIC X(10).
           05 FILLER                   PIC X(16) VALUE
              "  DORMANT AFTER ".
           05 EXL-H1-DORMANT-DAYS      PIC ZZ9.
           05 FILLER                   PIC X(5) VALUE " DAYS".

       01  EXL-HEADER-2.
           05 FILLER                   PIC X(11) VALUE "ACCOUNT".
           05 FILLER                   PIC X(4) VALUE "BR".
           05 FILLER                   PIC X(22) VALUE
              "             BALANCE".
           05 FILLER                   PIC X(11) VALUE " LAST ACT".
           05 FILLER                   PIC X(6) VALUE " IDLE".
           05 FILLER                   PIC X(16) VALUE "REASON".

       01  EXL-DETAIL-LINE.
           05 EXL-DET-ACCOUNT          PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EXL-DET-BRANCH           PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EXL-DET-BALANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EXL-DET-LAST-DATE        PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EXL-DET-IDLE-DAYS        PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EXL-DET-REASON           PIC X(16).

       01  EXL-TOTAL-LINE.
           05 EXL-TOT-TEXT             PIC X(30).
           05 EXL-TOT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNT
               UNTIL ACCT-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           PERFORM 1040-READ-STATEMENT-CARD
           COMPUTE WS-BUS-PERIOD = WS-BUS-YEAR * 100 + WS-BUS-MONTH
           COMPUTE WS-BUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open account master "
                   "ACCTMAST - file status " WS-ACCT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open statement file ACCTSTMT"
                   " - file status " WS-STMT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-LIST-FILE
           IF WS-EXCL-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open exception list ACCTEXC"
                   " - file status " WS-EXCL-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-MONTH TO STM-H1-MONTH
           MOVE WS-BUS-YEAR TO STM-H1-YEAR
           MOVE WS-BUS-DATE-DISPLAY TO STM-H1-BUS-DATE
           WRITE STATEMENT-RECORD FROM STM-HEADER-1
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-BUS-DATE-DISPLAY TO EXL-H1-BUS-DATE
           MOVE WS-DORMANT-DAYS TO EXL-H1-DORMANT-DAYS
           WRITE EXCEPTION-LIST-RECORD FROM EXL-HEADER-1
           MOVE SPACES TO EXCEPTION-LIST-RECORD
           WRITE EXCEPTION-LIST-RECORD
           WRITE EXCEPTION-LIST-RECORD FROM EXL-HEADER-2
           MOVE SPACES TO EXCEPTION-LIST-RECORD
           WRITE EXCEPTION-LIST-RECORD
           PERFORM 1100-READ-ACCOUNT.

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

       1040-READ-STATEMENT-CARD.
           OPEN INPUT STATEMENT-CARD-FILE
           IF WS-CARD-STATUS = "00"
               READ STATEMENT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE STMC-BRANCH TO WS-SELECT-BRANCH
                       IF STMC-DORMANT-DAYS IS NUMERIC
                           MOVE STMC-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
               END-READ
               CLOSE STATEMENT-CARD-FILE
           ELSE
               DISPLAY "No statement card supplied - all branches, "
                   "dormant after " WS-DORMANT-DAYS " days."
           END-IF.

       1100-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ACCT-EOF-FLAG
           END-READ.

       2000-PROCESS-ACCOUNT.
           IF ACCT-NUMBER = WS-CONTROL-KEY
               PERFORM 1100-READ-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           IF WS-SELECT-BRANCH = SPACES
               OR WS-SELECT-BRANCH = ACCT-BRANCH
               PERFORM 2100-WRITE-STATEMENT
           END-IF
           PERFORM 2500-CHECK-ACCOUNT-EXCEPTIONS
           PERFORM 1100-READ-ACCOUNT.

       2100-WRITE-STATEMENT.
      *    An account whose period fields are for an earlier month has
      *    had nothing posted this month - its whole balance is the
      *    month's opening balance.
           IF ACCT-PERIOD-YEAR * 100 + ACCT-PERIOD-MONTH
                   < WS-BUS-PERIOD
               MOVE ACCT-CURRENT-BALANCE TO WS-STMT-OPENING
               MOVE 0 TO WS-STMT-DEBITS
               MOVE 0 TO WS-STMT-DR-COUNT
               MOVE 0 TO WS-STMT-CREDITS
               MOVE 0 TO WS-STMT-CR-COUNT
           ELSE
               MOVE ACCT-OPENING-BALANCE TO WS-STMT-OPENING
               MOVE ACCT-PERIOD-DEBITS TO WS-STMT-DEBITS
               MOVE ACCT-PERIOD-DR-COUNT TO WS-STMT-DR-COUNT
               MOVE ACCT-PERIOD-CREDITS TO WS-STMT-CREDITS
               MOVE ACCT-PERIOD-CR-COUNT TO WS-STMT-CR-COUNT
           END-IF
           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-STMT-OPENING TO WS-TOT-OPENING
           ADD WS-STMT-DEBITS TO WS-TOT-DEBITS
           ADD WS-STMT-CREDITS TO WS-TOT-CREDITS
           ADD ACCT-CURRENT-BALANCE TO WS-TOT-CLOSING
           MOVE ACCT-NUMBER TO STM-ACC-NUMBER
           MOVE ACCT-BRANCH TO STM-ACC-BRANCH
           MOVE ACCT-OPENED-DATE TO WS-WORK-DATE-NUM
           PERFORM 2900-FORMAT-WORK-DATE
           MOVE WS-WORK-DATE-DISPLAY TO STM-ACC-OPENED
           WRITE STATEMENT-RECORD FROM STM-ACCOUNT-LINE
           MOVE "OPENING BALANCE" TO STM-AMT-TEXT
           MOVE 0 TO STM-AMT-COUNT
           MOVE WS-STMT-OPENING TO STM-AMT-VALUE
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
           MOVE "DEBITS" TO STM-AMT-TEXT
           MOVE WS-STMT-DR-COUNT TO STM-AMT-COUNT
           MOVE WS-STMT-DEBITS TO STM-AMT-VALUE
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
           MOVE "CREDITS" TO STM-AMT-TEXT
           MOVE WS-STMT-CR-COUNT TO STM-AMT-COUNT
           MOVE WS-STMT-CREDITS TO STM-AMT-VALUE
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
           MOVE "CLOSING BALANCE" TO STM-AMT-TEXT
           MOVE 0 TO STM-AMT-COUNT
           MOVE ACCT-CURRENT-BALANCE TO STM-AMT-VALUE
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
           MOVE ACCT-LAST-ACTIVITY-DATE TO WS-WORK-DATE-NUM
           PERFORM 2900-FORMAT-WORK-DATE
           MOVE WS-WORK-DATE-DISPLAY TO STM-ACT-DATE
           WRITE STATEMENT-RECORD FROM STM-ACTIVITY-LINE
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       2500-CHECK-ACCOUNT-EXCEPTIONS.
           IF ACCT-LAST-ACTIVITY-DATE > 0
               COMPUTE WS-ACTIVITY-INT =
                   FUNCTION INTEGER-OF-DATE(ACCT-LAST-ACTIVITY-DATE)
               COMPUTE WS-IDLE-DAYS = WS-BUS-INT - WS-ACTIVITY-INT
           ELSE
               MOVE 99999 TO WS-IDLE-DAYS
           END-IF
           IF WS-IDLE-DAYS > WS-DORMANT-DAYS
               ADD 1 TO WS-DORMANT-COUNT
               MOVE "DORMANT" TO EXL-DET-REASON
               PERFORM 2600-WRITE-EXCEPTION-LINE
           END-IF
           IF ACCT-CURRENT-BALANCE < 0
               ADD 1 TO WS-NEGATIVE-COUNT
               MOVE "NEGATIVE BALANCE" TO EXL-DET-REASON
               PERFORM 2600-WRITE-EXCEPTION-LINE
           END-IF.

       2600-WRITE-EXCEPTION-LINE.
           MOVE ACCT-NUMBER TO EXL-DET-ACCOUNT
           MOVE ACCT-BRANCH TO EXL-DET-BRANCH
           MOVE ACCT-CURRENT-BALANCE TO EXL-DET-BALANCE
           MOVE ACCT-LAST-ACTIVITY-DATE TO WS-WORK-DATE-NUM
           PERFORM 2900-FORMAT-WORK-DATE
           MOVE WS-WORK-DATE-DISPLAY TO EXL-DET-LAST-DATE
           MOVE WS-IDLE-DAYS TO EXL-DET-IDLE-DAYS
           WRITE EXCEPTION-LIST-RECORD FROM EXL-DETAIL-LINE.

       2900-FORMAT-WORK-DATE.
           MOVE SPACES TO WS-WORK-DATE-DISPLAY
           IF WS-WORK-DATE-NUM = 0
               EXIT PARAGRAPH
           END-IF
           STRING WS-WORK-MONTH "/" WS-WORK-DAY "/" WS-WORK-YEAR
               DELIMITED BY SIZE INTO WS-WORK-DATE-DISPLAY.

       9000-TERMINATE.
           MOVE "ACCOUNTS ON MASTER:" TO STM-TOT-TEXT
           MOVE WS-ACCOUNT-COUNT TO STM-TOT-COUNT
           WRITE STATEMENT-RECORD FROM STM-TOTAL-LINE
           MOVE "STATEMENTS PRINTED:" TO STM-TOT-TEXT
           MOVE WS-STATEMENT-COUNT TO STM-TOT-COUNT
           WRITE STATEMENT-RECORD FROM STM-TOTAL-LINE
           MOVE "TOTAL OPENING BALANCE" TO STM-AMT-TEXT
           MOVE 0 TO STM-AMT-COUNT
           MOVE WS-TOT-OPENING TO STM-AMT-VALUE
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
           MOVE "TOTAL DEBITS" TO STM-AMT-TEXT
           MOVE WS-TOT-DEBITS TO STM-AMT-VALUE
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
           MOVE "TOTAL CREDITS" TO STM-AMT-TEXT
           MOVE WS-TOT-CREDITS TO STM-AMT-VALUE
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
           MOVE "TOTAL CLOSING BALANCE" TO STM-AMT-TEXT
           MOVE WS-TOT-CLOSING TO STM-AMT-VALUE
           WRITE STATEMENT-RECORD FROM STM-AMOUNT-LINE
           MOVE SPACES TO EXCEPTION-LIST-RECORD
           WRITE EXCEPTION-LIST-RECORD
           MOVE "DORMANT ACCOUNTS:" TO EXL-TOT-TEXT
           MOVE WS-DORMANT-COUNT TO EXL-TOT-COUNT
           WRITE EXCEPTION-LIST-RECORD FROM EXL-TOTAL-LINE
           MOVE "NEGATIVE BALANCE ACCOUNTS:" TO EXL-TOT-TEXT
           MOVE WS-NEGATIVE-COUNT TO EXL-TOT-COUNT
           WRITE EXCEPTION-LIST-RECORD FROM EXL-TOTAL-LINE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE STATEMENT-FILE
           CLOSE EXCEPTION-LIST-FILE
           DISPLAY "Account statements complete - Accounts: "
               WS-ACCOUNT-COUNT " Statements: " WS-STATEMENT-COUNT
               " Dormant: " WS-DORMANT-COUNT
               " Negative: " WS-NEGATIVE-COUNT
           MOVE 0 TO RETURN-CODE.
