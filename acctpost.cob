       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPOST.
      *
      *  Account balance posting.  Runs after TXNACCUM and posts every
      *  accumulated transaction that carries an account number from
      *  the POSTTXN feed to the keyed account balance master ACCTMAST.
      *  Each account holds its home branch, the opening balance and
      *  the debits and credits of the current calendar month, the
      *  current balance and the date it last had activity - the
      *  first posting in a new month carries the current balance
      *  forward as the month's opening balance.  An account number
      *  not yet on the master is opened by its first transaction.
      *  Debits add to the balance and credits subtract, the same
      *  sign convention TXNACCUM uses for WS-SUM.
      *
      *  The control record on ACCTMAST carries the last business date
      *  posted.  A date already posted is refused with its own return
      *  code unless the override flag is on the control card, in
      *  which case the day's postings held on each account are backed
      *  out first and the date is posted again.  A posting run that
      *  stopped part way is backed out the same way on the next
      *  attempt.  Records POSTTXN repeats after a TXNACCUM restart
      *  are recognised by their read sequence and posted only once.
      *  The posting summary and the accounts opened are listed on
      *  ACCTRPT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-TRANS-FILE ASSIGN TO "POSTTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT POSTING-REPORT-FILE ASSIGN TO "ACCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  POSTED-TRANS-FILE
           RECORDING MODE IS F.
       01  POSTED-TRANS-RECORD.
           05 POST-BUSINESS-DATE         PIC 9(8).
           05 POST-READ-SEQ              PIC 9(6).
           05 POST-TRANS-ID              PIC X(6).
           05 POST-TRANS-AMOUNT          PIC 9(5)V99.
           05 POST-TRANS-CATEGORY        PIC X(2).
           05 POST-TRANS-DC-IND          PIC X(1).
              88 POST-CREDIT             VALUE "C".
           05 POST-TRANS-DATE            PIC 9(8).
           05 POST-TRANS-BRANCH          PIC X(3).
           05 POST-SOURCE-TAG            PIC X(1).
           05 FILLER                     PIC X(6).
           05 POST-TRANS-ACCOUNT         PIC X(10).
           05 FILLER                     PIC X(36).

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
       01  ACCOUNT-CONTROL-RECORD.
           05 CTL-KEY                    PIC X(10).
           05 CTL-LAST-POSTED-DATE       PIC 9(8).
           05 CTL-IN-PROGRESS-DATE       PIC 9(8).
           05 CTL-POSTED-COUNT           PIC 9(6) COMP-3.
           05 FILLER                     PIC X(85).

       FD  POSTING-REPORT-FILE
           RECORDING MODE IS F.
       01  POSTING-REPORT-RECORD         PIC X(80).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05 PARM-RECORD-LIMIT         PIC 9(6).
           05 PARM-OVERFLOW-CEILING     PIC 9(15).
           05 PARM-BUSINESS-DATE        PIC X(8).
           05 PARM-OVERRIDE-FLAG        PIC X(1).

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
           05 WS-POST-STATUS           PIC X(2) VALUE SPACES.
           05 WS-ACCT-STATUS           PIC X(2) VALUE SPACES.
           05 WS-REPORT-STATUS         PIC X(2) VALUE SPACES.
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-POST-EOF-FLAG         PIC X(1) VALUE "N".
              88 POST-EOF              VALUE "Y".
           05 WS-ACCT-EOF-FLAG         PIC X(1) VALUE "N".
              88 ACCT-EOF              VALUE "Y".

       01  WS-POSTING-COUNTERS.
           05 WS-READ-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-REPLAY-COUNT          PIC 9(6) COMP-3 VALUE 0.
           05 WS-NO-ACCOUNT-COUNT      PIC 9(6) COMP-3 VALUE 0.
           05 WS-POSTED-COUNT          PIC 9(6) COMP-3 VALUE 0.
           05 WS-DEBIT-COUNT           PIC 9(6) COMP-3 VALUE 0.
           05 WS-CREDIT-COUNT          PIC 9(6) COMP-3 VALUE 0.
           05 WS-OPENED-COUNT          PIC 9(6) COMP-3 VALUE 0.
           05 WS-BACKOUT-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-REMOVED-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-FAILED-COUNT          PIC 9(6) COMP-3 VALUE 0.
           05 WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-POSTING-FIELDS.
           05 WS-HIGH-READ-SEQ         PIC 9(6) VALUE 0.
           05 WS-ACCT-FOUND-FLAG       PIC X(1) VALUE "N".
              88 ACCOUNT-ON-FILE       VALUE "Y".
           05 WS-BACKOUT-FLAG          PIC X(1) VALUE "N".
              88 BACKOUT-REQUIRED      VALUE "Y".
           05 WS-CONTROL-KEY           PIC X(10) VALUE "**CONTROL*".
           05 WS-CTL-LAST-POSTED       PIC 9(8) VALUE 0.
           05 WS-CTL-IN-PROGRESS       PIC 9(8) VALUE 0.

       01  WS-CONTROL-PARMS.
           05 WS-BUSINESS-DATE.
              10 WS-BUS-YEAR           PIC 9(4).
              10 WS-BUS-MONTH          PIC 9(2).
              10 WS-BUS-DAY            PIC 9(2).
           05 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                       PIC 9(8).
           05 WS-BUS-PERIOD            PIC 9(6) VALUE 0.
           05 WS-BUS-DATE-DISPLAY      PIC X(10).
           05 WS-OVERRIDE-FLAG         PIC X(1) VALUE "N".
              88 OVERRIDE-REQUESTED    VALUE "O".

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 9(2).
              10 WS-CURR-DAY           PIC 9(2).
           05 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  APR-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "ACCOUNT BALANCE POSTING".
           05 FILLER                   PIC X(10) VALUE "BUS DATE: ".
           05 APR-H1-BUS-DATE          PIC X(10).

       01  APR-HEADER-2.
           05 FILLER                   PIC X(30) VALUE
              "ACCOUNTS OPENED".
           05 FILLER                   PIC X(11) VALUE "ACCOUNT".
           05 FILLER                   PIC X(4) VALUE "BR".
           05 FILLER                   PIC X(8) VALUE "TRANSID".

       01  APR-OPENED-LINE.
           05 FILLER                   PIC X(30) VALUE SPACES.
           05 APR-OPN-ACCOUNT          PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 APR-OPN-BRANCH           PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 APR-OPN-TRANS-ID         PIC X(6).

       01  APR-SUMMARY-LINE.
           05 APR-SUM-TEXT             PIC X(30).
           05 APR-SUM-COUNT            PIC ZZZ,ZZ9.

       01  APR-AMOUNT-LINE.
           05 APR-AMT-TEXT             PIC X(30).
           05 APR-AMT-VALUE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-STREAM-CONTROL.
           05 WS-LDG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-EOF-FLAG          PIC X(1) VALUE "N".
              88 OVR-EOF               VALUE "Y".
           05 WS-STEP-NAME             PIC X(10) VALUE "ACCTPOST".
           05 WS-PRED-STEP-NAME        PIC X(10) VALUE "TXNACCUM".
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
           PERFORM 2000-POST-TRANSACTION
               UNTIL POST-EOF
           PERFORM 9000-TERMINATE
           PERFORM 8600-RECORD-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           COMPUTE WS-BUS-PERIOD = WS-BUS-YEAR * 100 + WS-BUS-MONTH
           OPEN INPUT POSTED-TRANS-FILE
           IF WS-POST-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open posted transaction file "
                   "POSTTXN - file status " WS-POST-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-POSTED-TRANS
           IF NOT POST-EOF
               AND POST-BUSINESS-DATE NOT = WS-BUSINESS-DATE-NUM
               DISPLAY "FATAL: POSTTXN was written for business date "
                   POST-BUSINESS-DATE " - control card date is "
                   WS-BUSINESS-DATE-NUM
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1030-OPEN-ACCOUNT-MASTER
           PERFORM 1040-CHECK-POSTING-CONTROL
           PERFORM 8500-CHECK-STREAM-LEDGER
           OPEN OUTPUT POSTING-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open posting report ACCTRPT"
                   " - file status " WS-REPORT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE-DISPLAY TO APR-H1-BUS-DATE
           WRITE POSTING-REPORT-RECORD FROM APR-HEADER-1
           MOVE SPACES TO POSTING-REPORT-RECORD
           WRITE POSTING-REPORT-RECORD
           WRITE POSTING-REPORT-RECORD FROM APR-HEADER-2
           MOVE SPACES TO POSTING-REPORT-RECORD
           WRITE POSTING-REPORT-RECORD
           IF BACKOUT-REQUIRED
               PERFORM 1200-BACKOUT-POSTING
           END-IF
           PERFORM 1060-MARK-POSTING-STARTED.

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
                       MOVE PARM-OVERRIDE-FLAG TO WS-OVERRIDE-FLAG
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "No control card supplied - using current "
                   "date as business date."
           END-IF
           STRING WS-BUS-MONTH "/" WS-BUS-DAY "/" WS-BUS-YEAR
               DELIMITED BY SIZE INTO WS-BUS-DATE-DISPLAY.

       1030-OPEN-ACCOUNT-MASTER.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open account master "
                   "ACCTMAST - file status " WS-ACCT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-CHECK-POSTING-CONTROL.
      *    The control record sorts ahead of every account number -
      *    account numbers are letters and digits only, so none can
      *    collide with its key.
           MOVE WS-CONTROL-KEY TO CTL-KEY
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "No posting control record on ACCTMAST - "
                       "first posting for this installation."
                   MOVE SPACES TO ACCOUNT-CONTROL-RECORD
                   MOVE WS-CONTROL-KEY TO CTL-KEY
                   MOVE 0 TO CTL-LAST-POSTED-DATE
                   MOVE 0 TO CTL-IN-PROGRESS-DATE
                   MOVE 0 TO CTL-POSTED-COUNT
                   WRITE ACCOUNT-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "FATAL: Unable to add posting "
                               "control record - file status "
                               WS-ACCT-STATUS
                           MOVE 20 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
           END-READ
           MOVE CTL-LAST-POSTED-DATE TO WS-CTL-LAST-POSTED
           MOVE CTL-IN-PROGRESS-DATE TO WS-CTL-IN-PROGRESS
           IF WS-CTL-LAST-POSTED > WS-BUSINESS-DATE-NUM
               DISPLAY "FATAL: Accounts already posted through "
                   WS-CTL-LAST-POSTED " - business date "
                   WS-BUSINESS-DATE-NUM " cannot be posted behind it"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CTL-LAST-POSTED = WS-BUSINESS-DATE-NUM
               IF OVERRIDE-REQUESTED
                   DISPLAY "Business date " WS-BUSINESS-DATE-NUM
                       " already posted - override requested, "
                       "backing out the prior posting."
                   MOVE "Y" TO WS-BACKOUT-FLAG
               ELSE
                   DISPLAY "Business date " WS-BUSINESS-DATE-NUM
                       " already posted to ACCTMAST - run refused. "
                       "Set the override flag to repost."
                   CLOSE POSTED-TRANS-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   MOVE 24 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-CTL-IN-PROGRESS = WS-BUSINESS-DATE-NUM
               DISPLAY "Prior posting of " WS-BUSINESS-DATE-NUM
                   " did not complete - backing it out."
               MOVE "Y" TO WS-BACKOUT-FLAG
           END-IF.

       1060-MARK-POSTING-STARTED.
      *    Stamp the date in progress before the first account is
      *    touched, so a run that stops part way is recognised and
      *    backed out by the next attempt instead of posted twice.
           MOVE WS-CONTROL-KEY TO CTL-KEY
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "FATAL: Posting control record missing "
                       "from ACCTMAST - file status " WS-ACCT-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE WS-BUSINESS-DATE-NUM TO CTL-IN-PROGRESS-DATE
           REWRITE ACCOUNT-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "FATAL: Unable to rewrite posting control "
                       "record - file status " WS-ACCT-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       1100-READ-POSTED-TRANS.
           READ POSTED-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-POST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       1200-BACKOUT-POSTING.
      *    Every account carries the debits and credits of the last
      *    business date posted to it, so backing a date out is a
      *    sweep of the master taking those figures off again.  An
      *    account the backed-out date opened is removed entirely.
           MOVE "N" TO WS-ACCT-EOF-FLAG
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER-FILE KEY NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-ACCT-EOF-FLAG
           END-START
           PERFORM 1250-BACKOUT-ACCOUNT
               UNTIL ACCT-EOF
           DISPLAY "Backout: " WS-BACKOUT-COUNT " accounts restored, "
               WS-REMOVED-COUNT " accounts removed for "
               WS-BUSINESS-DATE-NUM.

       1250-BACKOUT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ACCT-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-NUMBER = WS-CONTROL-KEY
               OR ACCT-LAST-POSTED-DATE NOT = WS-BUSINESS-DATE-NUM
               EXIT PARAGRAPH
           END-IF
           IF ACCT-OPENED-DATE = WS-BUSINESS-DATE-NUM
               DELETE ACCOUNT-MASTER-FILE RECORD
                   INVALID KEY
                       DISPLAY "Backout: unable to remove account "
                           ACCT-NUMBER " - file status "
                           WS-ACCT-STATUS
               END-DELETE
               ADD 1 TO WS-REMOVED-COUNT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT ACCT-DAY-DEBITS FROM ACCT-PERIOD-DEBITS
           SUBTRACT ACCT-DAY-DR-COUNT FROM ACCT-PERIOD-DR-COUNT
           SUBTRACT ACCT-DAY-CREDITS FROM ACCT-PERIOD-CREDITS
           SUBTRACT ACCT-DAY-CR-COUNT FROM ACCT-PERIOD-CR-COUNT
           SUBTRACT ACCT-DAY-DEBITS FROM ACCT-CURRENT-BALANCE
           ADD ACCT-DAY-CREDITS TO ACCT-CURRENT-BALANCE
           MOVE ACCT-PRIOR-ACTIVITY-DATE TO ACCT-LAST-ACTIVITY-DATE
           MOVE 0 TO ACCT-LAST-POSTED-DATE
           MOVE 0 TO ACCT-DAY-DEBITS
           MOVE 0 TO ACCT-DAY-DR-COUNT
           MOVE 0 TO ACCT-DAY-CREDITS
           MOVE 0 TO ACCT-DAY-CR-COUNT
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Backout: unable to rewrite account "
                       ACCT-NUMBER " - file status " WS-ACCT-STATUS
           END-REWRITE
           ADD 1 TO WS-BACKOUT-COUNT.

       2000-POST-TRANSACTION.
           IF POST-READ-SEQ NOT > WS-HIGH-READ-SEQ
               ADD 1 TO WS-REPLAY-COUNT
               PERFORM 1100-READ-POSTED-TRANS
               EXIT PARAGRAPH
           END-IF
           MOVE POST-READ-SEQ TO WS-HIGH-READ-SEQ
           IF POST-TRANS-ACCOUNT = SPACES
               ADD 1 TO WS-NO-ACCOUNT-COUNT
               PERFORM 1100-READ-POSTED-TRANS
               EXIT PARAGRAPH
           END-IF
           MOVE POST-TRANS-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-FLAG
           END-READ
           IF ACCOUNT-ON-FILE
               PERFORM 2200-ROLL-ACCOUNT-FORWARD
           ELSE
               PERFORM 2100-OPEN-NEW-ACCOUNT
           END-IF
           PERFORM 2300-APPLY-AMOUNT
           IF ACCOUNT-ON-FILE
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "Unable to rewrite account "
                           ACCT-NUMBER " - file status "
                           WS-ACCT-STATUS
               END-REWRITE
           ELSE
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "Unable to add account "
                           ACCT-NUMBER " - file status "
                           WS-ACCT-STATUS
               END-WRITE
           END-IF
           PERFORM 1100-READ-POSTED-TRANS.

       2100-OPEN-NEW-ACCOUNT.
           MOVE POST-TRANS-ACCOUNT TO ACCT-NUMBER
           MOVE POST-TRANS-BRANCH TO ACCT-BRANCH
           MOVE WS-BUSINESS-DATE-NUM TO ACCT-OPENED-DATE
           MOVE WS-BUS-YEAR TO ACCT-PERIOD-YEAR
           MOVE WS-BUS-MONTH TO ACCT-PERIOD-MONTH
           MOVE 0 TO ACCT-OPENING-BALANCE
           MOVE 0 TO ACCT-PERIOD-DEBITS
           MOVE 0 TO ACCT-PERIOD-DR-COUNT
           MOVE 0 TO ACCT-PERIOD-CREDITS
           MOVE 0 TO ACCT-PERIOD-CR-COUNT
           MOVE 0 TO ACCT-CURRENT-BALANCE
           MOVE 0 TO ACCT-PRIOR-ACTIVITY-DATE
           MOVE WS-BUSINESS-DATE-NUM TO ACCT-LAST-ACTIVITY-DATE
           MOVE WS-BUSINESS-DATE-NUM TO ACCT-LAST-POSTED-DATE
           MOVE 0 TO ACCT-DAY-DEBITS
           MOVE 0 TO ACCT-DAY-DR-COUNT
           MOVE 0 TO ACCT-DAY-CREDITS
           MOVE 0 TO ACCT-DAY-CR-COUNT
           ADD 1 TO WS-OPENED-COUNT
           MOVE ACCT-NUMBER TO APR-OPN-ACCOUNT
           MOVE ACCT-BRANCH TO APR-OPN-BRANCH
           MOVE POST-TRANS-ID TO APR-OPN-TRANS-ID
           WRITE POSTING-REPORT-RECORD FROM APR-OPENED-LINE.

       2200-ROLL-ACCOUNT-FORWARD.
      *    First posting in a new month closes the old one - the
      *    balance carried is the new month's opening balance.  First
      *    posting on a new business date starts a fresh day bucket.
           IF ACCT-PERIOD-YEAR * 100 + ACCT-PERIOD-MONTH
                   < WS-BUS-PERIOD
               MOVE ACCT-CURRENT-BALANCE TO ACCT-OPENING-BALANCE
               MOVE 0 TO ACCT-PERIOD-DEBITS
               MOVE 0 TO ACCT-PERIOD-DR-COUNT
               MOVE 0 TO ACCT-PERIOD-CREDITS
               MOVE 0 TO ACCT-PERIOD-CR-COUNT
               MOVE WS-BUS-YEAR TO ACCT-PERIOD-YEAR
               MOVE WS-BUS-MONTH TO ACCT-PERIOD-MONTH
           END-IF
           IF ACCT-LAST-POSTED-DATE NOT = WS-BUSINESS-DATE-NUM
               MOVE ACCT-LAST-ACTIVITY-DATE
                   TO ACCT-PRIOR-ACTIVITY-DATE
               MOVE WS-BUSINESS-DATE-NUM TO ACCT-LAST-POSTED-DATE
               MOVE WS-BUSINESS-DATE-NUM TO ACCT-LAST-ACTIVITY-DATE
               MOVE 0 TO ACCT-DAY-DEBITS
               MOVE 0 TO ACCT-DAY-DR-COUNT
               MOVE 0 TO ACCT-DAY-CREDITS
               MOVE 0 TO ACCT-DAY-CR-COUNT
           END-IF.

       2300-APPLY-AMOUNT.
           ADD 1 TO WS-POSTED-COUNT
           IF POST-CREDIT
               ADD POST-TRANS-AMOUNT TO ACCT-PERIOD-CREDITS
               ADD 1 TO ACCT-PERIOD-CR-COUNT
               ADD POST-TRANS-AMOUNT TO ACCT-DAY-CREDITS
               ADD 1 TO ACCT-DAY-CR-COUNT
               SUBTRACT POST-TRANS-AMOUNT FROM ACCT-CURRENT-BALANCE
               ADD 1 TO WS-CREDIT-COUNT
               ADD POST-TRANS-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               ADD POST-TRANS-AMOUNT TO ACCT-PERIOD-DEBITS
               ADD 1 TO ACCT-PERIOD-DR-COUNT
               ADD POST-TRANS-AMOUNT TO ACCT-DAY-DEBITS
               ADD 1 TO ACCT-DAY-DR-COUNT
               ADD POST-TRANS-AMOUNT TO ACCT-CURRENT-BALANCE
               ADD 1 TO WS-DEBIT-COUNT
               ADD POST-TRANS-AMOUNT TO WS-DEBIT-TOTAL
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
           MOVE "E" TO LDG-STEP-STATE
           ACCEPT LDG-END-DATE FROM DATE YYYYMMDD
           ACCEPT LDG-END-TIME FROM TIME
           MOVE RETURN-CODE TO LDG-RETURN-CODE
           MOVE "READ" TO LDG-COUNT-LABEL(1)
           MOVE WS-READ-COUNT TO LDG-COUNT(1)
           MOVE "POSTED" TO LDG-COUNT-LABEL(2)
           MOVE WS-POSTED-COUNT TO LDG-COUNT(2)
           MOVE "NO ACCOUNT" TO LDG-COUNT-LABEL(3)
           MOVE WS-NO-ACCOUNT-COUNT TO LDG-COUNT(3)
           REWRITE STREAM-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Unable to record " WS-STEP-NAME
                       " end on stream ledger STRMLDG - file status "
                       WS-LDG-STATUS
           END-REWRITE
           CLOSE STREAM-LEDGER-FILE.

       9000-TERMINATE.
           IF WS-OPENED-COUNT = 0
               MOVE "  NONE" TO POSTING-REPORT-RECORD
               WRITE POSTING-REPORT-RECORD
           END-IF
           MOVE SPACES TO POSTING-REPORT-RECORD
           WRITE POSTING-REPORT-RECORD
           MOVE "RECORDS READ:" TO APR-SUM-TEXT
           MOVE WS-READ-COUNT TO APR-SUM-COUNT
           WRITE POSTING-REPORT-RECORD FROM APR-SUMMARY-LINE
           MOVE "RESTART REPEATS IGNORED:" TO APR-SUM-TEXT
           MOVE WS-REPLAY-COUNT TO APR-SUM-COUNT
           WRITE POSTING-REPORT-RECORD FROM APR-SUMMARY-LINE
           MOVE "NO ACCOUNT NUMBER:" TO APR-SUM-TEXT
           MOVE WS-NO-ACCOUNT-COUNT TO APR-SUM-COUNT
           WRITE POSTING-REPORT-RECORD FROM APR-SUMMARY-LINE
           MOVE "TRANSACTIONS POSTED:" TO APR-SUM-TEXT
           MOVE WS-POSTED-COUNT TO APR-SUM-COUNT
           WRITE POSTING-REPORT-RECORD FROM APR-SUMMARY-LINE
           MOVE "  DEBITS:" TO APR-SUM-TEXT
           MOVE WS-DEBIT-COUNT TO APR-SUM-COUNT
           WRITE POSTING-REPORT-RECORD FROM APR-SUMMARY-LINE
           MOVE "  CREDITS:" TO APR-SUM-TEXT
           MOVE WS-CREDIT-COUNT TO APR-SUM-COUNT
           WRITE POSTING-REPORT-RECORD FROM APR-SUMMARY-LINE
           MOVE "ACCOUNTS OPENED:" TO APR-SUM-TEXT
           MOVE WS-OPENED-COUNT TO APR-SUM-COUNT
           WRITE POSTING-REPORT-RECORD FROM APR-SUMMARY-LINE
           IF BACKOUT-REQUIRED
               MOVE "ACCOUNTS BACKED OUT:" TO APR-SUM-TEXT
               MOVE WS-BACKOUT-COUNT TO APR-SUM-COUNT
               WRITE POSTING-REPORT-RECORD FROM APR-SUMMARY-LINE
               MOVE "ACCOUNTS REMOVED:" TO APR-SUM-TEXT
               MOVE WS-REMOVED-COUNT TO APR-SUM-COUNT
               WRITE POSTING-REPORT-RECORD FROM APR-SUMMARY-LINE
           END-IF
           MOVE "POSTING FAILURES:" TO APR-SUM-TEXT
           MOVE WS-FAILED-COUNT TO APR-SUM-COUNT
           WRITE POSTING-REPORT-RECORD FROM APR-SUMMARY-LINE
           MOVE SPACES TO POSTING-REPORT-RECORD
           WRITE POSTING-REPORT-RECORD
           MOVE "DEBIT AMOUNT POSTED:" TO APR-AMT-TEXT
           MOVE WS-DEBIT-TOTAL TO APR-AMT-VALUE
           WRITE POSTING-REPORT-RECORD FROM APR-AMOUNT-LINE
           MOVE "CREDIT AMOUNT POSTED:" TO APR-AMT-TEXT
           MOVE WS-CREDIT-TOTAL TO APR-AMT-VALUE
           WRITE POSTING-REPORT-RECORD FROM APR-AMOUNT-LINE
           PERFORM 9100-UPDATE-POSTING-CONTROL
           CLOSE POSTED-TRANS-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE POSTING-REPORT-FILE
           DISPLAY "Account posting complete - Posted: "
               WS-POSTED-COUNT " Opened: " WS-OPENED-COUNT
               " No account: " WS-NO-ACCOUNT-COUNT
               " Failures: " WS-FAILED-COUNT
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       9100-UPDATE-POSTING-CONTROL.
           MOVE WS-CONTROL-KEY TO CTL-KEY
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Posting control record missing - "
                       WS-BUSINESS-DATE-NUM " not marked posted"
                   ADD 1 TO WS-FAILED-COUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-BUSINESS-DATE-NUM TO CTL-LAST-POSTED-DATE
           MOVE 0 TO CTL-IN-PROGRESS-DATE
           MOVE WS-POSTED-COUNT TO CTL-POSTED-COUNT
           REWRITE ACCOUNT-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite posting control record"
                       " - file status " WS-ACCT-STATUS
                   ADD 1 TO WS-FAILED-COUNT
           END-REWRITE.
