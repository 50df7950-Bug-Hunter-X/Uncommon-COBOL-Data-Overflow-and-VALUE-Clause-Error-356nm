       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMNT.
      *
      *  Transaction alert review maintenance.  Applies status update
      *  cards from ALRTCARD to the keyed alert file ALERTS raised by
      *  TXNALERT, then prints the alert review report ALRTRPT.  Each
      *  card names an alert by business date, transaction id and
      *  reason code and gives the new status - R reviewed, C cleared
      *  or E escalated - with the reviewer and a note.  A card is
      *  refused when the alert is not on file, the alert has already
      *  been cleared, the status would not change, or the reviewer is
      *  missing; an escalation must also carry a note.  Every card is
      *  listed with its disposition, and the status, reviewer, note
      *  and date of the last change are kept on the alert, so the
      *  listing and the file together are the trail showing who
      *  looked at each item and when.
      *
      *  The second part of the report lists every alert not yet
      *  cleared with its age in days, oldest first, followed by the
      *  number of alerts on file at each status.  The program ends
      *  with return code 4 when any card was refused.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRT-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALERT-CARD-FILE ASSIGN TO "ALRTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT ALERT-REPORT-FILE ASSIGN TO "ALRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ALERT-CARD-FILE
           RECORDING MODE IS F.
       01  ALERT-CARD-RECORD.
           05 ACD-BUSINESS-DATE          PIC X(8).
           05 ACD-TRANS-ID               PIC X(6).
           05 ACD-REASON                 PIC X(2).
           05 ACD-NEW-STATUS             PIC X(1).
              88 ACD-STATUS-VALID        VALUES "R" "C" "E".
              88 ACD-ESCALATE            VALUE "E".
           05 ACD-REVIEWER               PIC X(8).
           05 ACD-NOTE                   PIC X(30).

       FD  ALERT-REPORT-FILE
           RECORDING MODE IS F.
       01  ALERT-REPORT-RECORD           PIC X(80).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05 PARM-RECORD-LIMIT         PIC 9(6).
           05 PARM-OVERFLOW-CEILING     PIC 9(15).
           05 PARM-BUSINESS-DATE        PIC X(8).
           05 PARM-OVERRIDE-FLAG        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-ALERT-STATUS          PIC X(2) VALUE SPACES.
           05 WS-CARD-STATUS           PIC X(2) VALUE SPACES.
           05 WS-REPORT-STATUS         PIC X(2) VALUE SPACES.
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-CARD-EOF-FLAG         PIC X(1) VALUE "N".
              88 CARD-EOF              VALUE "Y".
           05 WS-ALERT-EOF-FLAG        PIC X(1) VALUE "N".
              88 ALERT-EOF             VALUE "Y".
           05 WS-CARD-OPEN-FLAG        PIC X(1) VALUE "N".
              88 CARD-FILE-OPEN        VALUE "Y".

       01  WS-REVIEW-COUNTERS.
           05 WS-CARD-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-APPLIED-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-REFUSED-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-OPEN-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-REVIEWED-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-CLEARED-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-ESCALATED-COUNT       PIC 9(6) COMP-3 VALUE 0.

       01  WS-REVIEW-FIELDS.
           05 WS-CARD-ERROR            PIC X(30) VALUE SPACES.
           05 WS-OLD-STATUS            PIC X(1) VALUE SPACES.
           05 WS-BUS-INT               PIC 9(8) COMP VALUE 0.
           05 WS-ALERT-INT             PIC 9(8) COMP VALUE 0.
           05 WS-AGE-DAYS              PIC S9(5) COMP VALUE 0.

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

       01  ARV-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "TRANSACTION ALERT REVIEW".
           05 FILLER                   PIC X(10) VALUE "BUS DATE: ".
           05 ARV-H1-BUS-DATE          PIC X(10).

       01  ARV-CARD-HEADER.
           05 FILLER                   PIC X(9) VALUE "DATE".
           05 FILLER                   PIC X(7) VALUE "TRANS".
           05 FILLER                   PIC X(4) VALUE "RSN".
           05 FILLER                   PIC X(5) VALUE "STS".
           05 FILLER                   PIC X(9) VALUE "REVIEWER".
           05 FILLER                   PIC X(30) VALUE "RESULT".

       01  ARV-CARD-LINE.
           05 ARV-CRD-DATE             PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 ARV-CRD-TRANS-ID         PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 ARV-CRD-REASON           PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ARV-CRD-OLD-STATUS       PIC X(1).
           05 FILLER                   PIC X(1) VALUE ">".
           05 ARV-CRD-NEW-STATUS       PIC X(1).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ARV-CRD-REVIEWER         PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 ARV-CRD-RESULT           PIC X(30).

       01  ARV-NOTE-LINE.
           05 FILLER                   PIC X(25) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE "NOTE: ".
           05 ARV-NOTE-TEXT            PIC X(30).

       01  ARV-QUEUE-HEADER.
           05 FILLER                   PIC X(9) VALUE "DATE".
           05 FILLER                   PIC X(7) VALUE "TRANS".
           05 FILLER                   PIC X(4) VALUE "RSN".
           05 FILLER                   PIC X(4) VALUE "BR".
           05 FILLER                   PIC X(4) VALUE "CAT".
           05 FILLER                   PIC X(11) VALUE "ACCOUNT".
           05 FILLER                   PIC X(12) VALUE "     AMOUNT".
           05 FILLER                   PIC X(4) VALUE "STS".
           05 FILLER                   PIC X(6) VALUE "  AGE".
           05 FILLER                   PIC X(9) VALUE "REVIEWER".

       01  ARV-QUEUE-LINE.
           05 ARV-QUE-DATE             PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 ARV-QUE-TRANS-ID         PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 ARV-QUE-REASON           PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ARV-QUE-BRANCH           PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 ARV-QUE-CAT-CODE         PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ARV-QUE-ACCOUNT          PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 ARV-QUE-AMOUNT           PIC ZZ,ZZ9.99.
           05 ARV-QUE-DC               PIC X(1).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ARV-QUE-STATUS           PIC X(1).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 ARV-QUE-AGE              PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 ARV-QUE-REVIEWER         PIC X(8).

       01  ARV-SUMMARY-LINE.
           05 ARV-SUM-TEXT             PIC X(30).
           05 ARV-SUM-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-STATUS-CARD
               UNTIL CARD-EOF
           PERFORM 3000-LIST-REVIEW-QUEUE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           COMPUTE WS-BUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
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
           OPEN OUTPUT ALERT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open alert review report "
                   "ALRTRPT - file status " WS-REPORT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE-DISPLAY TO ARV-H1-BUS-DATE
           WRITE ALERT-REPORT-RECORD FROM ARV-HEADER-1
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE "STATUS UPDATES" TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD FROM ARV-CARD-HEADER
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           OPEN INPUT ALERT-CARD-FILE
           IF WS-CARD-STATUS = "00"
               MOVE "Y" TO WS-CARD-OPEN-FLAG
               PERFORM 1100-READ-STATUS-CARD
           ELSE
               DISPLAY "No alert status cards supplied - review "
                   "report only."
               MOVE "Y" TO WS-CARD-EOF-FLAG
           END-IF.

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

       1100-READ-STATUS-CARD.
           READ ALERT-CARD-FILE
               AT END
                   MOVE "Y" TO WS-CARD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
           END-READ.

       2000-APPLY-STATUS-CARD.
           MOVE SPACES TO WS-CARD-ERROR
           MOVE SPACES TO WS-OLD-STATUS
           PERFORM 2100-VALIDATE-STATUS-CARD
           IF WS-CARD-ERROR = SPACES
               MOVE WS-BUSINESS-DATE-NUM TO ALRT-STATUS-DATE
               MOVE ACD-NEW-STATUS TO ALRT-STATUS
               MOVE ACD-REVIEWER TO ALRT-REVIEWER
               MOVE ACD-NOTE TO ALRT-NOTE
               REWRITE ALERT-RECORD
                   INVALID KEY
                       MOVE "ALERT FILE REWRITE FAILED"
                           TO WS-CARD-ERROR
               END-REWRITE
           END-IF
           IF WS-CARD-ERROR = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "APPLIED" TO ARV-CRD-RESULT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-CARD-ERROR TO ARV-CRD-RESULT
           END-IF
           MOVE ACD-BUSINESS-DATE TO ARV-CRD-DATE
           MOVE ACD-TRANS-ID TO ARV-CRD-TRANS-ID
           MOVE ACD-REASON TO ARV-CRD-REASON
           MOVE WS-OLD-STATUS TO ARV-CRD-OLD-STATUS
           MOVE ACD-NEW-STATUS TO ARV-CRD-NEW-STATUS
           MOVE ACD-REVIEWER TO ARV-CRD-REVIEWER
           WRITE ALERT-REPORT-RECORD FROM ARV-CARD-LINE
           IF ACD-NOTE NOT = SPACES
               MOVE ACD-NOTE TO ARV-NOTE-TEXT
               WRITE ALERT-REPORT-RECORD FROM ARV-NOTE-LINE
           END-IF
           PERFORM 1100-READ-STATUS-CARD.

       2100-VALIDATE-STATUS-CARD.
           IF ACD-BUSINESS-DATE NOT NUMERIC
               MOVE "BUSINESS DATE NOT NUMERIC" TO WS-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF NOT ACD-STATUS-VALID
               MOVE "STATUS MUST BE R, C OR E" TO WS-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF ACD-REVIEWER = SPACES
               MOVE "REVIEWER MISSING" TO WS-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF ACD-ESCALATE AND ACD-NOTE = SPACES
               MOVE "ESCALATION NEEDS A NOTE" TO WS-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE ACD-BUSINESS-DATE TO ALRT-BUSINESS-DATE
           MOVE ACD-TRANS-ID TO ALRT-TRANS-ID
           MOVE ACD-REASON TO ALRT-REASON
           READ ALERT-FILE
               INVALID KEY
                   MOVE "ALERT NOT ON FILE" TO WS-CARD-ERROR
                   EXIT PARAGRAPH
           END-READ
           MOVE ALRT-STATUS TO WS-OLD-STATUS
           IF ALRT-CLEARED
               MOVE "ALERT ALREADY CLEARED" TO WS-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF ALRT-STATUS = ACD-NEW-STATUS
               MOVE "STATUS UNCHANGED" TO WS-CARD-ERROR
           END-IF.

       3000-LIST-REVIEW-QUEUE.
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE "ALERTS AWAITING CLEARANCE" TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD FROM ARV-QUEUE-HEADER
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE LOW-VALUES TO ALRT-KEY
           START ALERT-FILE KEY NOT LESS THAN ALRT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ALERT-EOF-FLAG
           END-START
           PERFORM 3100-LIST-ALERT
               UNTIL ALERT-EOF.

       3100-LIST-ALERT.
           READ ALERT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ALERT-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN ALRT-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               WHEN ALRT-REVIEWED
                   ADD 1 TO WS-REVIEWED-COUNT
               WHEN ALRT-CLEARED
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ESCALATED-COUNT
           END-EVALUATE
           IF ALRT-CLEARED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ALERT-INT =
               FUNCTION INTEGER-OF-DATE(ALRT-BUSINESS-DATE)
           COMPUTE WS-AGE-DAYS = WS-BUS-INT - WS-ALERT-INT
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE ALRT-BUSINESS-DATE TO ARV-QUE-DATE
           MOVE ALRT-TRANS-ID TO ARV-QUE-TRANS-ID
           MOVE ALRT-REASON TO ARV-QUE-REASON
           MOVE ALRT-BRANCH TO ARV-QUE-BRANCH
           MOVE ALRT-CAT-CODE TO ARV-QUE-CAT-CODE
           MOVE ALRT-ACCOUNT TO ARV-QUE-ACCOUNT
           MOVE ALRT-AMOUNT TO ARV-QUE-AMOUNT
           MOVE ALRT-DC-IND TO ARV-QUE-DC
           MOVE ALRT-STATUS TO ARV-QUE-STATUS
           MOVE WS-AGE-DAYS TO ARV-QUE-AGE
           MOVE ALRT-REVIEWER TO ARV-QUE-REVIEWER
           WRITE ALERT-REPORT-RECORD FROM ARV-QUEUE-LINE.

       9000-TERMINATE.
           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD
           MOVE "STATUS CARDS READ:" TO ARV-SUM-TEXT
           MOVE WS-CARD-COUNT TO ARV-SUM-COUNT
           WRITE ALERT-REPORT-RECORD FROM ARV-SUMMARY-LINE
           MOVE "STATUS CARDS APPLIED:" TO ARV-SUM-TEXT
           MOVE WS-APPLIED-COUNT TO ARV-SUM-COUNT
           WRITE ALERT-REPORT-RECORD FROM ARV-SUMMARY-LINE
           MOVE "STATUS CARDS REFUSED:" TO ARV-SUM-TEXT
           MOVE WS-REFUSED-COUNT TO ARV-SUM-COUNT
           WRITE ALERT-REPORT-RECORD FROM ARV-SUMMARY-LINE
           MOVE "ALERTS OPEN:" TO ARV-SUM-TEXT
           MOVE WS-OPEN-COUNT TO ARV-SUM-COUNT
           WRITE ALERT-REPORT-RECORD FROM ARV-SUMMARY-LINE
           MOVE "ALERTS REVIEWED:" TO ARV-SUM-TEXT
           MOVE WS-REVIEWED-COUNT TO ARV-SUM-COUNT
           WRITE ALERT-REPORT-RECORD FROM ARV-SUMMARY-LINE
           MOVE "ALERTS ESCALATED:" TO ARV-SUM-TEXT
           MOVE WS-ESCALATED-COUNT TO ARV-SUM-COUNT
           WRITE ALERT-REPORT-RECORD FROM ARV-SUMMARY-LINE
           MOVE "ALERTS CLEARED:" TO ARV-SUM-TEXT
           MOVE WS-CLEARED-COUNT TO ARV-SUM-COUNT
           WRITE ALERT-REPORT-RECORD FROM ARV-SUMMARY-LINE
           IF CARD-FILE-OPEN
               CLOSE ALERT-CARD-FILE
           END-IF
           CLOSE ALERT-FILE
           CLOSE ALERT-REPORT-FILE
           DISPLAY "Alert review complete - Cards: " WS-CARD-COUNT
               " Applied: " WS-APPLIED-COUNT
               " Refused: " WS-REFUSED-COUNT
               " Open: " WS-OPEN-COUNT
               " Escalated: " WS-ESCALATED-COUNT
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
