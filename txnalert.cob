       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNALERT.
      *
      *  Large-value and unusual-activity alerting.  Runs after
      *  TXNACCUM and checks every accepted transaction on the POSTTXN
      *  feed against the threshold master THRESH, which holds for a
      *  branch and category a single-item limit, a daily count limit
      *  and a daily value limit.  Branch "***" or category "**" on a
      *  threshold entry applies it to every branch or category; the
      *  most specific entry for a transaction is the one used, and a
      *  zero limit is not checked.  Daily count and value are run up
      *  per branch and category in feed order, so every item that
      *  takes the day past a limit is alerted.
      *
      *  An alert is written to the keyed alert file ALERTS under the
      *  business date, transaction id and reason code - SI single
      *  item, DC daily count, DV daily value - with status open.  The
      *  status is worked from then on by ALRTMNT.  An alert already on
      *  file for the same key is left exactly as it stands, so a rerun
      *  of the date never reopens an item compliance has reviewed.
      *  Records POSTTXN repeats after a TXNACCUM restart are
      *  recognised by their read sequence and checked only once.  The
      *  alerts raised are listed on ALRTLOG and the program ends with
      *  return code 4 when any new alert was raised.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-TRANS-FILE ASSIGN TO "POSTTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "THRESH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALRT-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "ALRTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
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
           05 POST-TRANS-DATE            PIC 9(8).
           05 POST-TRANS-BRANCH          PIC X(3).
           05 POST-SOURCE-TAG            PIC X(1).
           05 FILLER                     PIC X(6).
           05 POST-TRANS-ACCOUNT         PIC X(10).
           05 FILLER                     PIC X(36).

       FD  THRESHOLD-FILE
           RECORDING MODE IS F.
       01  THRESHOLD-RECORD.
           05 THR-BRANCH                 PIC X(3).
           05 THR-CAT-CODE               PIC X(2).
           05 THR-SINGLE-LIMIT           PIC 9(5)V99.
           05 THR-DAILY-COUNT            PIC 9(5).
           05 THR-DAILY-VALUE            PIC 9(11)V99.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 ALRT-KEY.
              10 ALRT-BUSINESS-DATE      PIC 9(8).
              10 ALRT-TRANS-ID           PIC X(6).
              10 ALRT-REASON             PIC X(2).
                 88 ALRT-SINGLE-ITEM     VALUE "SI".
                 88 ALRT-DAILY-COUNT     VALUE "DC".
                 88 ALRT-DAILY-VALUE     VALUE "DV".
           05 ALRT-STATUS                PIC X(1).
              88 ALRT-OPEN               VALUE "O".
              88 ALRT-REVIEWED           VALUE "R".
              88 ALRT-CLEARED            VALUE "C".
              88 ALRT-ESCALATED          VALUE "E".
           05 ALRT-BRANCH                PIC X(3).
           05 ALRT-CAT-CODE              PIC X(2).
           05 ALRT-ACCOUNT               PIC X(10).
           05 ALRT-TRANS-DATE            PIC 9(8).
           05 ALRT-DC-IND                PIC X(1).
           05 ALRT-AMOUNT                PIC 9(5)V99.
           05 ALRT-LIMIT                 PIC 9(11)V99.
           05 ALRT-OBSERVED              PIC 9(11)V99.
           05 ALRT-READ-SEQ              PIC 9(6).
           05 ALRT-STATUS-DATE           PIC 9(8).
           05 ALRT-REVIEWER              PIC X(8).
           05 ALRT-NOTE                  PIC X(30).

       FD  ALERT-LOG-FILE
           RECORDING MODE IS F.
       01  ALERT-LOG-RECORD              PIC X(80).

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
           05 WS-THRESH-STATUS         PIC X(2) VALUE SPACES.
           05 WS-ALERT-STATUS          PIC X(2) VALUE SPACES.
           05 WS-LOG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-POST-EOF-FLAG         PIC X(1) VALUE "N".
              88 POST-EOF              VALUE "Y".
           05 WS-THRESH-EOF-FLAG       PIC X(1) VALUE "N".
              88 THRESH-EOF            VALUE "Y".

       01  WS-ALERT-COUNTERS.
           05 WS-READ-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-REPLAY-COUNT          PIC 9(6) COMP-3 VALUE 0.
           05 WS-CHECKED-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-NO-LIMIT-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-SINGLE-ALERT-COUNT    PIC 9(6) COMP-3 VALUE 0.
           05 WS-COUNT-ALERT-COUNT     PIC 9(6) COMP-3 VALUE 0.
           05 WS-VALUE-ALERT-COUNT     PIC 9(6) COMP-3 VALUE 0.
           05 WS-ON-FILE-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-FAILED-COUNT          PIC 9(6) COMP-3 VALUE 0.

       01  WS-ALERT-FIELDS.
           05 WS-HIGH-READ-SEQ         PIC 9(6) VALUE 0.
           05 WS-LOOKUP-BRANCH         PIC X(3) VALUE SPACES.
           05 WS-LOOKUP-CAT-CODE       PIC X(2) VALUE SPACES.
           05 WS-THR-FOUND-FLAG        PIC X(1) VALUE "N".
              88 THRESHOLD-FOUND       VALUE "Y".
           05 WS-USE-SINGLE-LIMIT      PIC 9(5)V99 VALUE 0.
           05 WS-USE-DAILY-COUNT       PIC 9(5) VALUE 0.
           05 WS-USE-DAILY-VALUE       PIC 9(11)V99 VALUE 0.
           05 WS-ALERT-REASON          PIC X(2) VALUE SPACES.
           05 WS-ALERT-LIMIT           PIC 9(11)V99 VALUE 0.
           05 WS-ALERT-OBSERVED        PIC 9(11)V99 VALUE 0.

       01  WS-THRESH-COUNT             PIC 9(3) VALUE 0.

       01  WS-THRESH-TABLE.
           05 WS-THRESH-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-THRESH-COUNT
                 INDEXED BY WS-THR-IDX.
              10 WS-THR-BRANCH         PIC X(3).
              10 WS-THR-CAT-CODE       PIC X(2).
              10 WS-THR-SINGLE-LIMIT   PIC 9(5)V99.
              10 WS-THR-DAILY-COUNT    PIC 9(5).
              10 WS-THR-DAILY-VALUE    PIC 9(11)V99.

       01  WS-DAILY-COUNT              PIC 9(3) VALUE 0.

       01  WS-DAILY-TABLE.
           05 WS-DAILY-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-DAILY-COUNT
                 INDEXED BY WS-DAY-IDX.
              10 WS-DAY-BRANCH         PIC X(3).
              10 WS-DAY-CAT-CODE       PIC X(2).
              10 WS-DAY-COUNT          PIC 9(6) COMP-3.
              10 WS-DAY-VALUE          PIC 9(11)V99 COMP-3.

       01  WS-CONTROL-PARMS.
           05 WS-BUSINESS-DATE.
              10 WS-BUS-YEAR           PIC 9(4).
              10 WS-BUS-MONTH          PIC 9(2).
              10 WS-BUS-DAY            PIC 9(2).
           05 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                       PIC 9(8).
           05 WS-BUS-DATE-DISPLAY      PIC X(10).

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 9(2).
              10 WS-CURR-DAY           PIC 9(2).
           05 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  ALG-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "TRANSACTION ALERTS RAISED".
           05 FILLER                   PIC X(10) VALUE "BUS DATE: ".
           05 ALG-H1-BUS-DATE          PIC X(10).

       01  ALG-HEADER-2.
           05 FILLER                   PIC X(8) VALUE "TRANSID".
           05 FILLER                   PIC X(4) VALUE "RSN".
           05 FILLER                   PIC X(4) VALUE "BR".
           05 FILLER                   PIC X(4) VALUE "CAT".
           05 FILLER                   PIC X(11) VALUE "ACCOUNT".
           05 FILLER                   PIC X(12) VALUE "     AMOUNT".
           05 FILLER                   PIC X(18) VALUE
              "           LIMIT".
           05 FILLER                   PIC X(18) VALUE
              "        OBSERVED".

       01  ALG-DETAIL-LINE.
           05 ALG-DET-TRANS-ID         PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ALG-DET-REASON           PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ALG-DET-BRANCH           PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 ALG-DET-CAT-CODE         PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ALG-DET-ACCOUNT          PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 ALG-DET-AMOUNT           PIC ZZ,ZZ9.99.
           05 ALG-DET-DC               PIC X(1).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ALG-DET-LIMIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 ALG-DET-OBSERVED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  ALG-SUMMARY-LINE.
           05 ALG-SUM-TEXT             PIC X(30).
           05 ALG-SUM-COUNT            PIC ZZZ,ZZ9.

       01  WS-STREAM-CONTROL.
           05 WS-LDG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-EOF-FLAG          PIC X(1) VALUE "N".
              88 OVR-EOF               VALUE "Y".
           05 WS-STEP-NAME             PIC X(10) VALUE "TXNALERT".
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
           PERFORM 2000-CHECK-TRANSACTION
               UNTIL POST-EOF
           PERFORM 9000-TERMINATE
           PERFORM 8600-RECORD-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           PERFORM 8500-CHECK-STREAM-LEDGER
           PERFORM 1030-LOAD-THRESHOLDS
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
           OPEN I-O ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN I-O ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open alert file ALERTS - "
                   "file status " WS-ALERT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALERT-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open alert log ALRTLOG - "
                   "file status " WS-LOG-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE-DISPLAY TO ALG-H1-BUS-DATE
           WRITE ALERT-LOG-RECORD FROM ALG-HEADER-1
           MOVE SPACES TO ALERT-LOG-RECORD
           WRITE ALERT-LOG-RECORD
           WRITE ALERT-LOG-RECORD FROM ALG-HEADER-2
           MOVE SPACES TO ALERT-LOG-RECORD
           WRITE ALERT-LOG-RECORD.

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

       1030-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE
           IF WS-THRESH-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open threshold master "
                   "THRESH - file status " WS-THRESH-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1040-LOAD-THRESHOLD-ENTRY
               UNTIL THRESH-EOF
           CLOSE THRESHOLD-FILE
           IF WS-THRESH-COUNT = 0
               DISPLAY "FATAL: Threshold master THRESH is empty"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Alert thresholds loaded - " WS-THRESH-COUNT
               " entries.".

       1040-LOAD-THRESHOLD-ENTRY.
           READ THRESHOLD-FILE
               AT END
                   MOVE "Y" TO WS-THRESH-EOF-FLAG
               NOT AT END
                   IF THR-SINGLE-LIMIT NOT NUMERIC
                       OR THR-DAILY-COUNT NOT NUMERIC
                       OR THR-DAILY-VALUE NOT NUMERIC
                       DISPLAY "Threshold entry " THR-BRANCH "/"
                           THR-CAT-CODE " has a non-numeric limit - "
                           "ignored"
                   ELSE
                       IF WS-THRESH-COUNT < 500
                           ADD 1 TO WS-THRESH-COUNT
                           SET WS-THR-IDX TO WS-THRESH-COUNT
                           MOVE THR-BRANCH
                               TO WS-THR-BRANCH(WS-THR-IDX)
                           MOVE THR-CAT-CODE
                               TO WS-THR-CAT-CODE(WS-THR-IDX)
                           MOVE THR-SINGLE-LIMIT
                               TO WS-THR-SINGLE-LIMIT(WS-THR-IDX)
                           MOVE THR-DAILY-COUNT
                               TO WS-THR-DAILY-COUNT(WS-THR-IDX)
                           MOVE THR-DAILY-VALUE
                               TO WS-THR-DAILY-VALUE(WS-THR-IDX)
                       ELSE
                           DISPLAY "Threshold table full - entry "
                               THR-BRANCH "/" THR-CAT-CODE " ignored"
                       END-IF
                   END-IF
           END-READ.

       1100-READ-POSTED-TRANS.
           READ POSTED-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-POST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2000-CHECK-TRANSACTION.
           IF POST-READ-SEQ NOT > WS-HIGH-READ-SEQ
               ADD 1 TO WS-REPLAY-COUNT
               PERFORM 1100-READ-POSTED-TRANS
               EXIT PARAGRAPH
           END-IF
           MOVE POST-READ-SEQ TO WS-HIGH-READ-SEQ
           ADD 1 TO WS-CHECKED-COUNT
           PERFORM 2100-FIND-THRESHOLD
           IF NOT THRESHOLD-FOUND
               ADD 1 TO WS-NO-LIMIT-COUNT
               PERFORM 1100-READ-POSTED-TRANS
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-ADD-DAILY-ACTIVITY
           IF WS-USE-SINGLE-LIMIT > 0
               AND POST-TRANS-AMOUNT > WS-USE-SINGLE-LIMIT
               MOVE "SI" TO WS-ALERT-REASON
               MOVE WS-USE-SINGLE-LIMIT TO WS-ALERT-LIMIT
               MOVE POST-TRANS-AMOUNT TO WS-ALERT-OBSERVED
               PERFORM 2500-RAISE-ALERT
           END-IF
           IF WS-USE-DAILY-COUNT > 0
               AND WS-DAY-COUNT(WS-DAY-IDX) > WS-USE-DAILY-COUNT
               MOVE "DC" TO WS-ALERT-REASON
               MOVE WS-USE-DAILY-COUNT TO WS-ALERT-LIMIT
               MOVE WS-DAY-COUNT(WS-DAY-IDX) TO WS-ALERT-OBSERVED
               PERFORM 2500-RAISE-ALERT
           END-IF
           IF WS-USE-DAILY-VALUE > 0
               AND WS-DAY-VALUE(WS-DAY-IDX) > WS-USE-DAILY-VALUE
               MOVE "DV" TO WS-ALERT-REASON
               MOVE WS-USE-DAILY-VALUE TO WS-ALERT-LIMIT
               MOVE WS-DAY-VALUE(WS-DAY-IDX) TO WS-ALERT-OBSERVED
               PERFORM 2500-RAISE-ALERT
           END-IF
           PERFORM 1100-READ-POSTED-TRANS.

       2100-FIND-THRESHOLD.
      *    Most specific entry wins - branch and category, then the
      *    branch for all categories, then the category for all
      *    branches, then the installation-wide entry.
           MOVE "N" TO WS-THR-FOUND-FLAG
           MOVE POST-TRANS-BRANCH TO WS-LOOKUP-BRANCH
           MOVE POST-TRANS-CATEGORY TO WS-LOOKUP-CAT-CODE
           PERFORM 2150-SEARCH-THRESHOLD
           IF NOT THRESHOLD-FOUND
               MOVE "**" TO WS-LOOKUP-CAT-CODE
               PERFORM 2150-SEARCH-THRESHOLD
           END-IF
           IF NOT THRESHOLD-FOUND
               MOVE "***" TO WS-LOOKUP-BRANCH
               MOVE POST-TRANS-CATEGORY TO WS-LOOKUP-CAT-CODE
               PERFORM 2150-SEARCH-THRESHOLD
           END-IF
           IF NOT THRESHOLD-FOUND
               MOVE "**" TO WS-LOOKUP-CAT-CODE
               PERFORM 2150-SEARCH-THRESHOLD
           END-IF.

       2150-SEARCH-THRESHOLD.
           SET WS-THR-IDX TO 1
           SEARCH WS-THRESH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-THR-BRANCH(WS-THR-IDX) = WS-LOOKUP-BRANCH
                   AND WS-THR-CAT-CODE(WS-THR-IDX) = WS-LOOKUP-CAT-CODE
                   MOVE "Y" TO WS-THR-FOUND-FLAG
                   MOVE WS-THR-SINGLE-LIMIT(WS-THR-IDX)
                       TO WS-USE-SINGLE-LIMIT
                   MOVE WS-THR-DAILY-COUNT(WS-THR-IDX)
                       TO WS-USE-DAILY-COUNT
                   MOVE WS-THR-DAILY-VALUE(WS-THR-IDX)
                       TO WS-USE-DAILY-VALUE
           END-SEARCH.

       2200-ADD-DAILY-ACTIVITY.
      *    The day's count and value are run up per branch and
      *    category whichever threshold entry applies - a wildcard
      *    entry sets the limit, not the grouping.  Value is gross,
      *    debits and credits alike.
           SET WS-DAY-IDX TO 1
           SEARCH WS-DAILY-ENTRY
               AT END
                   IF WS-DAILY-COUNT < 500
                       ADD 1 TO WS-DAILY-COUNT
                       SET WS-DAY-IDX TO WS-DAILY-COUNT
                       MOVE POST-TRANS-BRANCH
                           TO WS-DAY-BRANCH(WS-DAY-IDX)
                       MOVE POST-TRANS-CATEGORY
                           TO WS-DAY-CAT-CODE(WS-DAY-IDX)
                       MOVE 0 TO WS-DAY-COUNT(WS-DAY-IDX)
                       MOVE 0 TO WS-DAY-VALUE(WS-DAY-IDX)
                   ELSE
                       DISPLAY "FATAL: Daily activity table full at "
                           POST-TRANS-BRANCH "/" POST-TRANS-CATEGORY
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-DAY-BRANCH(WS-DAY-IDX) = POST-TRANS-BRANCH
                   AND WS-DAY-CAT-CODE(WS-DAY-IDX)
                       = POST-TRANS-CATEGORY
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-DAY-COUNT(WS-DAY-IDX)
           ADD POST-TRANS-AMOUNT TO WS-DAY-VALUE(WS-DAY-IDX).

       2500-RAISE-ALERT.
           MOVE WS-BUSINESS-DATE-NUM TO ALRT-BUSINESS-DATE
           MOVE POST-TRANS-ID TO ALRT-TRANS-ID
           MOVE WS-ALERT-REASON TO ALRT-REASON
           MOVE "O" TO ALRT-STATUS
           MOVE POST-TRANS-BRANCH TO ALRT-BRANCH
           MOVE POST-TRANS-CATEGORY TO ALRT-CAT-CODE
           MOVE POST-TRANS-ACCOUNT TO ALRT-ACCOUNT
           MOVE POST-TRANS-DATE TO ALRT-TRANS-DATE
           MOVE POST-TRANS-DC-IND TO ALRT-DC-IND
           MOVE POST-TRANS-AMOUNT TO ALRT-AMOUNT
           MOVE WS-ALERT-LIMIT TO ALRT-LIMIT
           MOVE WS-ALERT-OBSERVED TO ALRT-OBSERVED
           MOVE POST-READ-SEQ TO ALRT-READ-SEQ
           MOVE WS-BUSINESS-DATE-NUM TO ALRT-STATUS-DATE
           MOVE SPACES TO ALRT-REVIEWER
           MOVE SPACES TO ALRT-NOTE
           WRITE ALERT-RECORD
               INVALID KEY
                   IF WS-ALERT-STATUS = "22"
                       ADD 1 TO WS-ON-FILE-COUNT
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "Unable to write alert " ALRT-KEY
                           " - file status " WS-ALERT-STATUS
                   END-IF
                   EXIT PARAGRAPH
           END-WRITE
           EVALUATE TRUE
               WHEN ALRT-SINGLE-ITEM
                   ADD 1 TO WS-SINGLE-ALERT-COUNT
               WHEN ALRT-DAILY-COUNT
                   ADD 1 TO WS-COUNT-ALERT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-VALUE-ALERT-COUNT
           END-EVALUATE
           MOVE ALRT-TRANS-ID TO ALG-DET-TRANS-ID
           MOVE ALRT-REASON TO ALG-DET-REASON
           MOVE ALRT-BRANCH TO ALG-DET-BRANCH
           MOVE ALRT-CAT-CODE TO ALG-DET-CAT-CODE
           MOVE ALRT-ACCOUNT TO ALG-DET-ACCOUNT
           MOVE ALRT-AMOUNT TO ALG-DET-AMOUNT
           MOVE ALRT-DC-IND TO ALG-DET-DC
           MOVE ALRT-LIMIT TO ALG-DET-LIMIT
           MOVE ALRT-OBSERVED TO ALG-DET-OBSERVED
           WRITE ALERT-LOG-RECORD FROM ALG-DETAIL-LINE.

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
           MOVE "CHECKED" TO LDG-COUNT-LABEL(2)
           MOVE WS-CHECKED-COUNT TO LDG-COUNT(2)
           MOVE "FAILED" TO LDG-COUNT-LABEL(3)
           MOVE WS-FAILED-COUNT TO LDG-COUNT(3)
           REWRITE STREAM-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Unable to record " WS-STEP-NAME
                       " end on stream ledger STRMLDG - file status "
                       WS-LDG-STATUS
           END-REWRITE
           CLOSE STREAM-LEDGER-FILE.

       9000-TERMINATE.
           MOVE SPACES TO ALERT-LOG-RECORD
           WRITE ALERT-LOG-RECORD
           MOVE "TRANSACTIONS READ:" TO ALG-SUM-TEXT
           MOVE WS-READ-COUNT TO ALG-SUM-COUNT
           WRITE ALERT-LOG-RECORD FROM ALG-SUMMARY-LINE
           MOVE "RESTART REPEATS SKIPPED:" TO ALG-SUM-TEXT
           MOVE WS-REPLAY-COUNT TO ALG-SUM-COUNT
           WRITE ALERT-LOG-RECORD FROM ALG-SUMMARY-LINE
           MOVE "TRANSACTIONS CHECKED:" TO ALG-SUM-TEXT
           MOVE WS-CHECKED-COUNT TO ALG-SUM-COUNT
           WRITE ALERT-LOG-RECORD FROM ALG-SUMMARY-LINE
           MOVE "NO THRESHOLD ENTRY:" TO ALG-SUM-TEXT
           MOVE WS-NO-LIMIT-COUNT TO ALG-SUM-COUNT
           WRITE ALERT-LOG-RECORD FROM ALG-SUMMARY-LINE
           MOVE "SINGLE-ITEM ALERTS:" TO ALG-SUM-TEXT
           MOVE WS-SINGLE-ALERT-COUNT TO ALG-SUM-COUNT
           WRITE ALERT-LOG-RECORD FROM ALG-SUMMARY-LINE
           MOVE "DAILY COUNT ALERTS:" TO ALG-SUM-TEXT
           MOVE WS-COUNT-ALERT-COUNT TO ALG-SUM-COUNT
           WRITE ALERT-LOG-RECORD FROM ALG-SUMMARY-LINE
           MOVE "DAILY VALUE ALERTS:" TO ALG-SUM-TEXT
           MOVE WS-VALUE-ALERT-COUNT TO ALG-SUM-COUNT
           WRITE ALERT-LOG-RECORD FROM ALG-SUMMARY-LINE
           MOVE "ALREADY ON ALERT FILE:" TO ALG-SUM-TEXT
           MOVE WS-ON-FILE-COUNT TO ALG-SUM-COUNT
           WRITE ALERT-LOG-RECORD FROM ALG-SUMMARY-LINE
           MOVE "ALERT WRITE FAILURES:" TO ALG-SUM-TEXT
           MOVE WS-FAILED-COUNT TO ALG-SUM-COUNT
           WRITE ALERT-LOG-RECORD FROM ALG-SUMMARY-LINE
           CLOSE POSTED-TRANS-FILE
           CLOSE ALERT-FILE
           CLOSE ALERT-LOG-FILE
           DISPLAY "Transaction alerting complete - Checked: "
               WS-CHECKED-COUNT " Single: " WS-SINGLE-ALERT-COUNT
               " Count: " WS-COUNT-ALERT-COUNT
               " Value: " WS-VALUE-ALERT-COUNT
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SINGLE-ALERT-COUNT > 0
                   OR WS-COUNT-ALERT-COUNT > 0
                   OR WS-VALUE-ALERT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
