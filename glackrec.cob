       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACKREC.
      *
      *  GL posting acknowledgement reconciliation.  Proves the
      *  general ledger actually took every journal line we sent it.
      *  The open-item file GLOPNOLD carries every journal line not
      *  yet acknowledged as posted from earlier days; the day's
      *  journal GLJRNL is added to it stamped with the business date
      *  it was sent, and the GL system's return file GLACK is then
      *  matched against the open lines by journal date, voucher
      *  number, GL account, cost center and debit/credit side.
      *
      *  A line acknowledged as posted for the amount we sent is
      *  cleared.  A line posted for a different amount is reported
      *  and cleared - the GL holds the posting and the difference is
      *  finance's to chase.  A rejected line stays open with the GL's
      *  reason until a later return file shows it posted.  A line
      *  with no acknowledgement at all stays open as missing.  An
      *  acknowledgement that matches no line we sent is reported as
      *  unmatched.  Everything still open is written to GLOPEN for
      *  the next run, and any line still unposted more than the
      *  number of days given on the ACKCARD control card (three
      *  days if no card is supplied) is flagged overdue.
      *
      *  The reconciliation report GLACKRPT lists every acknowledged
      *  line with its outcome, then the open lines with their age.
      *  Return code 8 means at least one line is overdue; return
      *  code 4 means rejects, amount differences, unmatched or
      *  missing acknowledgements inside the allowed age; 0 means the
      *  GL has posted everything we sent.
      *
      *  The first record of the open-item file is a header holding
      *  the last business date whose journal was loaded, so a rerun
      *  for the same business date re-matches acknowledgements
      *  without adding the day's journal lines a second time.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT GL-ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OLD-OPEN-FILE ASSIGN TO "GLOPNOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-OPEN-FILE ASSIGN TO "GLOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO "GLACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ACK-CARD-FILE ASSIGN TO "ACKCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
       01  GL-JOURNAL-RECORD.
           05 JRN-VOUCHER-NO             PIC 9(6).
           05 JRN-BUSINESS-DATE          PIC 9(8).
           05 JRN-GL-ACCOUNT             PIC X(8).
           05 JRN-COST-CENTER            PIC X(4).
           05 JRN-DC-IND                 PIC X(1).
           05 JRN-AMOUNT                 PIC 9(13)V99.
           05 JRN-CAT-CODE               PIC X(2).
           05 JRN-BRANCH                 PIC X(3).
           05 JRN-CURRENCY               PIC X(3).
           05 JRN-ORIG-AMOUNT            PIC 9(13)V99.
           05 JRN-SOURCE-STEP            PIC X(8).
           05 JRN-STREAM-DATE            PIC 9(8).

       FD  GL-ACK-FILE
           RECORDING MODE IS F.
       01  GL-ACK-RECORD.
           05 ACK-VOUCHER-NO             PIC 9(6).
           05 ACK-BUSINESS-DATE          PIC 9(8).
           05 ACK-GL-ACCOUNT             PIC X(8).
           05 ACK-COST-CENTER            PIC X(4).
           05 ACK-DC-IND                 PIC X(1).
           05 ACK-AMOUNT                 PIC 9(13)V99.
           05 ACK-STATUS                 PIC X(1).
              88 ACK-POSTED              VALUE "P".
              88 ACK-REJECTED            VALUE "R".
           05 ACK-REASON                 PIC X(30).

       FD  OLD-OPEN-FILE
           RECORDING MODE IS F.
       01  OLD-OPEN-RECORD.
           05 OLD-OPN-REC-TYPE           PIC X(1).
              88 OLD-OPN-HEADER          VALUE "H".
           05 OLD-OPN-SENT-DATE          PIC 9(8).
           05 OLD-OPN-VOUCHER-NO         PIC 9(6).
           05 OLD-OPN-JRN-DATE           PIC 9(8).
           05 OLD-OPN-GL-ACCOUNT         PIC X(8).
           05 OLD-OPN-COST-CENTER        PIC X(4).
           05 OLD-OPN-DC-IND             PIC X(1).
           05 OLD-OPN-AMOUNT             PIC 9(13)V99.
           05 OLD-OPN-CAT-CODE           PIC X(2).
           05 OLD-OPN-BRANCH             PIC X(3).
           05 OLD-OPN-STATUS             PIC X(1).
           05 OLD-OPN-REASON             PIC X(30).

       FD  NEW-OPEN-FILE
           RECORDING MODE IS F.
       01  NEW-OPEN-RECORD.
           05 NEW-OPN-REC-TYPE           PIC X(1).
           05 NEW-OPN-SENT-DATE          PIC 9(8).
           05 NEW-OPN-VOUCHER-NO         PIC 9(6).
           05 NEW-OPN-JRN-DATE           PIC 9(8).
           05 NEW-OPN-GL-ACCOUNT         PIC X(8).
           05 NEW-OPN-COST-CENTER        PIC X(4).
           05 NEW-OPN-DC-IND             PIC X(1).
           05 NEW-OPN-AMOUNT             PIC 9(13)V99.
           05 NEW-OPN-CAT-CODE           PIC X(2).
           05 NEW-OPN-BRANCH             PIC X(3).
           05 NEW-OPN-STATUS             PIC X(1).
           05 NEW-OPN-REASON             PIC X(30).

       FD  ACK-REPORT-FILE
           RECORDING MODE IS F.
       01  ACK-REPORT-RECORD            PIC X(80).

       FD  ACK-CARD-FILE
           RECORDING MODE IS F.
       01  ACK-CARD-RECORD.
           05 ACKC-MAX-DAYS             PIC X(3).
           05 FILLER                    PIC X(77).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05 PARM-RECORD-LIMIT         PIC 9(6).
           05 PARM-OVERFLOW-CEILING     PIC 9(15).
           05 PARM-BUSINESS-DATE        PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-JRN-STATUS            PIC X(2) VALUE SPACES.
           05 WS-ACK-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OLD-STATUS            PIC X(2) VALUE SPACES.
           05 WS-NEW-STATUS            PIC X(2) VALUE SPACES.
           05 WS-RPT-STATUS            PIC X(2) VALUE SPACES.
           05 WS-CARD-STATUS           PIC X(2) VALUE SPACES.
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-JRN-EOF-FLAG          PIC X(1) VALUE "N".
              88 JRN-EOF               VALUE "Y".
           05 WS-ACK-EOF-FLAG          PIC X(1) VALUE "N".
              88 ACK-EOF               VALUE "Y".
           05 WS-OLD-EOF-FLAG          PIC X(1) VALUE "N".
              88 OLD-EOF               VALUE "Y".

       01  WS-ACK-COUNTERS.
           05 WS-CARRIED-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-SENT-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-ACK-READ-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-POSTED-COUNT          PIC 9(6) COMP-3 VALUE 0.
           05 WS-DIFFER-COUNT          PIC 9(6) COMP-3 VALUE 0.
           05 WS-REJECTED-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-UNMATCHED-COUNT       PIC 9(6) COMP-3 VALUE 0.
           05 WS-OPEN-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-MISSING-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-STILL-REJECTED-COUNT  PIC 9(6) COMP-3 VALUE 0.
           05 WS-OVERDUE-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-OPEN-AMOUNT           PIC 9(13)V99 COMP-3 VALUE 0.
           05 WS-DIFFER-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-ACK-FIELDS.
           05 WS-MAX-DAYS              PIC 9(3) VALUE 3.
           05 WS-LAST-LOADED-DATE      PIC 9(8) VALUE 0.
           05 WS-MATCH-FOUND-FLAG      PIC X(1) VALUE "N".
              88 OPEN-LINE-FOUND       VALUE "Y".
           05 WS-BUS-INT               PIC 9(8) COMP VALUE 0.
           05 WS-SENT-INT              PIC 9(8) COMP VALUE 0.
           05 WS-LINE-AGE              PIC S9(4) COMP VALUE 0.
           05 WS-AMOUNT-DIFFERENCE     PIC S9(13)V99 COMP-3 VALUE 0.

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

       01  WS-OPEN-LINE-COUNT          PIC 9(4) COMP VALUE 0.

       01  WS-OPEN-LINE-TABLE.
           05 WS-OPEN-LINE-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-OPEN-LINE-COUNT
                 INDEXED BY WS-OPN-IDX.
              10 WS-OPN-SENT-DATE      PIC 9(8).
              10 WS-OPN-VOUCHER-NO     PIC 9(6).
              10 WS-OPN-JRN-DATE       PIC 9(8).
              10 WS-OPN-GL-ACCOUNT     PIC X(8).
              10 WS-OPN-COST-CENTER    PIC X(4).
              10 WS-OPN-DC-IND         PIC X(1).
              10 WS-OPN-AMOUNT         PIC 9(13)V99.
              10 WS-OPN-CAT-CODE       PIC X(2).
              10 WS-OPN-BRANCH         PIC X(3).
              10 WS-OPN-STATUS         PIC X(1).
                 88 OPN-UNACKNOWLEDGED VALUE "O".
                 88 OPN-REJECTED       VALUE "R".
                 88 OPN-CLEARED        VALUE "P".
              10 WS-OPN-REASON         PIC X(30).

       01  RPT-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "GL ACKNOWLEDGEMENT RECON".
           05 FILLER                   PIC X(10) VALUE "BUS DATE: ".
           05 RPT-H1-BUS-DATE          PIC X(10).
           05 FILLER                   PIC X(13) VALUE
              "  MAX DAYS: ".
           05 RPT-H1-MAX-DAYS          PIC ZZ9.

       01  RPT-SECTION-LINE.
           05 RPT-SECTION-TEXT         PIC X(40).

       01  RPT-COLUMN-HEADER.
           05 FILLER                   PIC X(10) VALUE "RESULT".
           05 FILLER                   PIC X(8) VALUE " VOUCHER".
           05 FILLER                   PIC X(9) VALUE "JRN DATE".
           05 FILLER                   PIC X(9) VALUE "ACCOUNT".
           05 FILLER                   PIC X(5) VALUE "CC".
           05 FILLER                   PIC X(2) VALUE "DC".
           05 FILLER                   PIC X(17) VALUE
              "     SENT AMOUNT".
           05 FILLER                   PIC X(16) VALUE
              "     GL AMOUNT".

       01  RPT-ACK-LINE.
           05 RPT-ACK-RESULT           PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-ACK-VOUCHER-NO       PIC ZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-ACK-JRN-DATE         PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-ACK-GL-ACCOUNT       PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-ACK-COST-CENTER      PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-ACK-DC-IND           PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-ACK-SENT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-ACK-GL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RPT-OPEN-HEADER.
           05 FILLER                   PIC X(10) VALUE "STATUS".
           05 FILLER                   PIC X(8) VALUE " VOUCHER".
           05 FILLER                   PIC X(9) VALUE "JRN DATE".
           05 FILLER                   PIC X(9) VALUE "ACCOUNT".
           05 FILLER                   PIC X(5) VALUE "CC".
           05 FILLER                   PIC X(2) VALUE "DC".
           05 FILLER                   PIC X(17) VALUE
              "     SENT AMOUNT".
           05 FILLER                   PIC X(9) VALUE "SENT ON".
           05 FILLER                   PIC X(4) VALUE " AGE".

       01  RPT-OPEN-LINE.
           05 RPT-OPN-STATUS           PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-OPN-VOUCHER-NO       PIC ZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-OPN-JRN-DATE         PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-OPN-GL-ACCOUNT       PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-OPN-COST-CENTER      PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-OPN-DC-IND           PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-OPN-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-OPN-SENT-DATE        PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-OPN-AGE              PIC ZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-OPN-OVERDUE          PIC X(7).

       01  RPT-REASON-LINE.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "GL REASON: ".
           05 RPT-RSN-TEXT             PIC X(30).

       01  RPT-SUMMARY-LINE.
           05 RPT-SUM-TEXT             PIC X(36).
           05 RPT-SUM-COUNT            PIC ZZZZZ9.

       01  RPT-AMOUNT-LINE.
           05 RPT-AMT-TEXT             PIC X(36).
           05 RPT-AMT-VALUE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ACKNOWLEDGEMENT
               UNTIL ACK-EOF
           PERFORM 3000-WRITE-OPEN-LINES
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT GL-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open GL return file GLACK"
                   " - file status " WS-ACK-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACK-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open reconciliation report "
                   "GLACKRPT - file status " WS-RPT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           PERFORM 1040-READ-ACK-CARD
           COMPUTE WS-BUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
           PERFORM 1100-LOAD-OPEN-LINES
           IF WS-LAST-LOADED-DATE < WS-BUSINESS-DATE-NUM
               PERFORM 1200-LOAD-SENT-JOURNAL
           ELSE
               DISPLAY "Journal for business date "
                   WS-BUSINESS-DATE-NUM " already loaded - "
                   "matching acknowledgements only."
           END-IF
           OPEN OUTPUT NEW-OPEN-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open open-item file GLOPEN"
                   " - file status " WS-NEW-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE-DISPLAY TO RPT-H1-BUS-DATE
           MOVE WS-MAX-DAYS TO RPT-H1-MAX-DAYS
           WRITE ACK-REPORT-RECORD FROM RPT-HEADER-1
           MOVE SPACES TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
           MOVE "ACKNOWLEDGEMENTS RECEIVED" TO RPT-SECTION-TEXT
           WRITE ACK-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE ACK-REPORT-RECORD FROM RPT-COLUMN-HEADER
           PERFORM 1400-READ-ACK.

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

       1040-READ-ACK-CARD.
           OPEN INPUT ACK-CARD-FILE
           IF WS-CARD-STATUS = "00"
               READ ACK-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACKC-MAX-DAYS IS NUMERIC
                           MOVE ACKC-MAX-DAYS TO WS-MAX-DAYS
                       ELSE
                           DISPLAY "Acknowledgement card days not "
                               "numeric - using " WS-MAX-DAYS
                       END-IF
               END-READ
               CLOSE ACK-CARD-FILE
           END-IF.

       1100-LOAD-OPEN-LINES.
           OPEN INPUT OLD-OPEN-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "No prior open-item file supplied - starting "
                   "a new open-item file."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1150-LOAD-OPEN-ENTRY
               UNTIL OLD-EOF
           CLOSE OLD-OPEN-FILE
           DISPLAY "Open journal lines carried in - "
               WS-CARRIED-COUNT.

       1150-LOAD-OPEN-ENTRY.
           READ OLD-OPEN-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF-FLAG
               NOT AT END
                   IF OLD-OPN-HEADER
                       MOVE OLD-OPN-SENT-DATE TO WS-LAST-LOADED-DATE
                   ELSE
                       ADD 1 TO WS-CARRIED-COUNT
                       PERFORM 1160-ADD-CARRIED-LINE
                   END-IF
           END-READ.

       1160-ADD-CARRIED-LINE.
           IF WS-OPEN-LINE-COUNT >= 5000
               DISPLAY "FATAL: Open journal line table full - "
                   "5000 lines"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPEN-LINE-COUNT
           SET WS-OPN-IDX TO WS-OPEN-LINE-COUNT
           MOVE OLD-OPN-SENT-DATE TO WS-OPN-SENT-DATE(WS-OPN-IDX)
           MOVE OLD-OPN-VOUCHER-NO TO WS-OPN-VOUCHER-NO(WS-OPN-IDX)
           MOVE OLD-OPN-JRN-DATE TO WS-OPN-JRN-DATE(WS-OPN-IDX)
           MOVE OLD-OPN-GL-ACCOUNT TO WS-OPN-GL-ACCOUNT(WS-OPN-IDX)
           MOVE OLD-OPN-COST-CENTER
               TO WS-OPN-COST-CENTER(WS-OPN-IDX)
           MOVE OLD-OPN-DC-IND TO WS-OPN-DC-IND(WS-OPN-IDX)
           MOVE OLD-OPN-AMOUNT TO WS-OPN-AMOUNT(WS-OPN-IDX)
           MOVE OLD-OPN-CAT-CODE TO WS-OPN-CAT-CODE(WS-OPN-IDX)
           MOVE OLD-OPN-BRANCH TO WS-OPN-BRANCH(WS-OPN-IDX)
           MOVE OLD-OPN-STATUS TO WS-OPN-STATUS(WS-OPN-IDX)
           MOVE OLD-OPN-REASON TO WS-OPN-REASON(WS-OPN-IDX).

       1200-LOAD-SENT-JOURNAL.
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open journal file GLJRNL"
                   " - file status " WS-JRN-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1250-LOAD-JOURNAL-LINE
               UNTIL JRN-EOF
           CLOSE GL-JOURNAL-FILE
           MOVE WS-BUSINESS-DATE-NUM TO WS-LAST-LOADED-DATE
           DISPLAY "Journal lines sent today - " WS-SENT-COUNT.

       1250-LOAD-JOURNAL-LINE.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-SENT-COUNT
                   IF WS-OPEN-LINE-COUNT >= 5000
                       DISPLAY "FATAL: Open journal line table full - "
                           "5000 lines"
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OPEN-LINE-COUNT
                   SET WS-OPN-IDX TO WS-OPEN-LINE-COUNT
                   MOVE WS-BUSINESS-DATE-NUM
                       TO WS-OPN-SENT-DATE(WS-OPN-IDX)
                   MOVE JRN-VOUCHER-NO TO WS-OPN-VOUCHER-NO(WS-OPN-IDX)
                   MOVE JRN-BUSINESS-DATE
                       TO WS-OPN-JRN-DATE(WS-OPN-IDX)
                   MOVE JRN-GL-ACCOUNT TO WS-OPN-GL-ACCOUNT(WS-OPN-IDX)
                   MOVE JRN-COST-CENTER
                       TO WS-OPN-COST-CENTER(WS-OPN-IDX)
                   MOVE JRN-DC-IND TO WS-OPN-DC-IND(WS-OPN-IDX)
                   MOVE JRN-AMOUNT TO WS-OPN-AMOUNT(WS-OPN-IDX)
                   MOVE JRN-CAT-CODE TO WS-OPN-CAT-CODE(WS-OPN-IDX)
                   MOVE JRN-BRANCH TO WS-OPN-BRANCH(WS-OPN-IDX)
                   MOVE "O" TO WS-OPN-STATUS(WS-OPN-IDX)
                   MOVE SPACES TO WS-OPN-REASON(WS-OPN-IDX)
           END-READ.

       1400-READ-ACK.
           READ GL-ACK-FILE
               AT END
                   MOVE "Y" TO WS-ACK-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACK-READ-COUNT
           END-READ.

       2000-MATCH-ACKNOWLEDGEMENT.
           PERFORM 2100-FIND-OPEN-LINE
           MOVE ACK-VOUCHER-NO TO RPT-ACK-VOUCHER-NO
           MOVE ACK-BUSINESS-DATE TO RPT-ACK-JRN-DATE
           MOVE ACK-GL-ACCOUNT TO RPT-ACK-GL-ACCOUNT
           MOVE ACK-COST-CENTER TO RPT-ACK-COST-CENTER
           MOVE ACK-DC-IND TO RPT-ACK-DC-IND
           MOVE ACK-AMOUNT TO RPT-ACK-GL-AMOUNT
           IF NOT OPEN-LINE-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "UNMATCHED" TO RPT-ACK-RESULT
               MOVE 0 TO RPT-ACK-SENT-AMOUNT
               WRITE ACK-REPORT-RECORD FROM RPT-ACK-LINE
               PERFORM 1400-READ-ACK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPN-AMOUNT(WS-OPN-IDX) TO RPT-ACK-SENT-AMOUNT
           EVALUATE TRUE
               WHEN ACK-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO WS-OPN-STATUS(WS-OPN-IDX)
                   MOVE ACK-REASON TO WS-OPN-REASON(WS-OPN-IDX)
                   MOVE "REJECTED" TO RPT-ACK-RESULT
                   WRITE ACK-REPORT-RECORD FROM RPT-ACK-LINE
                   MOVE ACK-REASON TO RPT-RSN-TEXT
                   WRITE ACK-REPORT-RECORD FROM RPT-REASON-LINE
               WHEN ACK-AMOUNT = WS-OPN-AMOUNT(WS-OPN-IDX)
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE "P" TO WS-OPN-STATUS(WS-OPN-IDX)
                   MOVE "POSTED" TO RPT-ACK-RESULT
                   WRITE ACK-REPORT-RECORD FROM RPT-ACK-LINE
               WHEN OTHER
                   ADD 1 TO WS-DIFFER-COUNT
                   MOVE "P" TO WS-OPN-STATUS(WS-OPN-IDX)
                   COMPUTE WS-AMOUNT-DIFFERENCE =
                       ACK-AMOUNT - WS-OPN-AMOUNT(WS-OPN-IDX)
                   ADD WS-AMOUNT-DIFFERENCE TO WS-DIFFER-AMOUNT
                   MOVE "AMT DIFFER" TO RPT-ACK-RESULT
                   WRITE ACK-REPORT-RECORD FROM RPT-ACK-LINE
           END-EVALUATE
           PERFORM 1400-READ-ACK.

       2100-FIND-OPEN-LINE.
      *    Only lines not yet cleared are eligible, so an
      *    acknowledgement repeated on a later return file reports as
      *    unmatched rather than clearing the same line twice.
           MOVE "N" TO WS-MATCH-FOUND-FLAG
           IF WS-OPEN-LINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-OPN-IDX TO 1
           SEARCH WS-OPEN-LINE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OPN-VOUCHER-NO(WS-OPN-IDX) = ACK-VOUCHER-NO
                   AND WS-OPN-JRN-DATE(WS-OPN-IDX) = ACK-BUSINESS-DATE
                   AND WS-OPN-GL-ACCOUNT(WS-OPN-IDX) = ACK-GL-ACCOUNT
                   AND WS-OPN-COST-CENTER(WS-OPN-IDX)
                       = ACK-COST-CENTER
                   AND WS-OPN-DC-IND(WS-OPN-IDX) = ACK-DC-IND
                   AND NOT OPN-CLEARED(WS-OPN-IDX)
                   MOVE "Y" TO WS-MATCH-FOUND-FLAG
           END-SEARCH.

       3000-WRITE-OPEN-LINES.
           MOVE SPACES TO NEW-OPEN-RECORD
           MOVE "H" TO NEW-OPN-REC-TYPE
           MOVE WS-LAST-LOADED-DATE TO NEW-OPN-SENT-DATE
           MOVE 0 TO NEW-OPN-VOUCHER-NO
           MOVE 0 TO NEW-OPN-JRN-DATE
           MOVE 0 TO NEW-OPN-AMOUNT
           WRITE NEW-OPEN-RECORD
           MOVE SPACES TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
           MOVE "JOURNAL LINES STILL OPEN" TO RPT-SECTION-TEXT
           WRITE ACK-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE ACK-REPORT-RECORD FROM RPT-OPEN-HEADER
           PERFORM 3100-WRITE-OPEN-LINE
               VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPEN-LINE-COUNT.

       3100-WRITE-OPEN-LINE.
           IF OPN-CLEARED(WS-OPN-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           ADD WS-OPN-AMOUNT(WS-OPN-IDX) TO WS-OPEN-AMOUNT
           MOVE "D" TO NEW-OPN-REC-TYPE
           MOVE WS-OPN-SENT-DATE(WS-OPN-IDX) TO NEW-OPN-SENT-DATE
           MOVE WS-OPN-VOUCHER-NO(WS-OPN-IDX) TO NEW-OPN-VOUCHER-NO
           MOVE WS-OPN-JRN-DATE(WS-OPN-IDX) TO NEW-OPN-JRN-DATE
           MOVE WS-OPN-GL-ACCOUNT(WS-OPN-IDX) TO NEW-OPN-GL-ACCOUNT
           MOVE WS-OPN-COST-CENTER(WS-OPN-IDX)
               TO NEW-OPN-COST-CENTER
           MOVE WS-OPN-DC-IND(WS-OPN-IDX) TO NEW-OPN-DC-IND
           MOVE WS-OPN-AMOUNT(WS-OPN-IDX) TO NEW-OPN-AMOUNT
           MOVE WS-OPN-CAT-CODE(WS-OPN-IDX) TO NEW-OPN-CAT-CODE
           MOVE WS-OPN-BRANCH(WS-OPN-IDX) TO NEW-OPN-BRANCH
           MOVE WS-OPN-STATUS(WS-OPN-IDX) TO NEW-OPN-STATUS
           MOVE WS-OPN-REASON(WS-OPN-IDX) TO NEW-OPN-REASON
           WRITE NEW-OPEN-RECORD
           COMPUTE WS-SENT-INT = FUNCTION INTEGER-OF-DATE(
               WS-OPN-SENT-DATE(WS-OPN-IDX))
           COMPUTE WS-LINE-AGE = WS-BUS-INT - WS-SENT-INT
           IF OPN-REJECTED(WS-OPN-IDX)
               ADD 1 TO WS-STILL-REJECTED-COUNT
               MOVE "REJECTED" TO RPT-OPN-STATUS
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               MOVE "MISSING" TO RPT-OPN-STATUS
           END-IF
           IF WS-LINE-AGE > WS-MAX-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "OVERDUE" TO RPT-OPN-OVERDUE
           ELSE
               MOVE SPACES TO RPT-OPN-OVERDUE
           END-IF
           MOVE WS-OPN-VOUCHER-NO(WS-OPN-IDX) TO RPT-OPN-VOUCHER-NO
           MOVE WS-OPN-JRN-DATE(WS-OPN-IDX) TO RPT-OPN-JRN-DATE
           MOVE WS-OPN-GL-ACCOUNT(WS-OPN-IDX) TO RPT-OPN-GL-ACCOUNT
           MOVE WS-OPN-COST-CENTER(WS-OPN-IDX)
               TO RPT-OPN-COST-CENTER
           MOVE WS-OPN-DC-IND(WS-OPN-IDX) TO RPT-OPN-DC-IND
           MOVE WS-OPN-AMOUNT(WS-OPN-IDX) TO RPT-OPN-AMOUNT
           MOVE WS-OPN-SENT-DATE(WS-OPN-IDX) TO RPT-OPN-SENT-DATE
           MOVE WS-LINE-AGE TO RPT-OPN-AGE
           WRITE ACK-REPORT-RECORD FROM RPT-OPEN-LINE
           IF OPN-REJECTED(WS-OPN-IDX)
               MOVE WS-OPN-REASON(WS-OPN-IDX) TO RPT-RSN-TEXT
               WRITE ACK-REPORT-RECORD FROM RPT-REASON-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
           MOVE "OPEN LINES CARRIED IN:" TO RPT-SUM-TEXT
           MOVE WS-CARRIED-COUNT TO RPT-SUM-COUNT
           WRITE ACK-REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "JOURNAL LINES SENT TODAY:" TO RPT-SUM-TEXT
           MOVE WS-SENT-COUNT TO RPT-SUM-COUNT
           WRITE ACK-REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "ACKNOWLEDGEMENTS READ:" TO RPT-SUM-TEXT
           MOVE WS-ACK-READ-COUNT TO RPT-SUM-COUNT
           WRITE ACK-REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "POSTED AS SENT:" TO RPT-SUM-TEXT
           MOVE WS-POSTED-COUNT TO RPT-SUM-COUNT
           WRITE ACK-REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "POSTED FOR A DIFFERENT AMOUNT:" TO RPT-SUM-TEXT
           MOVE WS-DIFFER-COUNT TO RPT-SUM-COUNT
           WRITE ACK-REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "REJECTED BY GL:" TO RPT-SUM-TEXT
           MOVE WS-REJECTED-COUNT TO RPT-SUM-COUNT
           WRITE ACK-REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "UNMATCHED ACKNOWLEDGEMENTS:" TO RPT-SUM-TEXT
           MOVE WS-UNMATCHED-COUNT TO RPT-SUM-COUNT
           WRITE ACK-REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "OPEN - NO ACKNOWLEDGEMENT:" TO RPT-SUM-TEXT
           MOVE WS-MISSING-COUNT TO RPT-SUM-COUNT
           WRITE ACK-REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "OPEN - REJECTED:" TO RPT-SUM-TEXT
           MOVE WS-STILL-REJECTED-COUNT TO RPT-SUM-COUNT
           WRITE ACK-REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "OPEN PAST ALLOWED DAYS:" TO RPT-SUM-TEXT
           MOVE WS-OVERDUE-COUNT TO RPT-SUM-COUNT
           WRITE ACK-REPORT-RECORD FROM RPT-SUMMARY-LINE
           MOVE "AMOUNT STILL OPEN:" TO RPT-AMT-TEXT
           MOVE WS-OPEN-AMOUNT TO RPT-AMT-VALUE
           WRITE ACK-REPORT-RECORD FROM RPT-AMOUNT-LINE
           MOVE "NET GL AMOUNT DIFFERENCE:" TO RPT-AMT-TEXT
           MOVE WS-DIFFER-AMOUNT TO RPT-AMT-VALUE
           WRITE ACK-REPORT-RECORD FROM RPT-AMOUNT-LINE
           CLOSE GL-ACK-FILE
           CLOSE NEW-OPEN-FILE
           CLOSE ACK-REPORT-FILE
           DISPLAY "Acknowledgement recon complete - Posted: "
               WS-POSTED-COUNT " Differ: " WS-DIFFER-COUNT
               " Rejected: " WS-REJECTED-COUNT
               " Open: " WS-OPEN-COUNT
               " Overdue: " WS-OVERDUE-COUNT
           EVALUATE TRUE
               WHEN WS-OVERDUE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DIFFER-COUNT > 0
                   OR WS-REJECTED-COUNT > 0
                   OR WS-UNMATCHED-COUNT > 0
                   OR WS-OPEN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
