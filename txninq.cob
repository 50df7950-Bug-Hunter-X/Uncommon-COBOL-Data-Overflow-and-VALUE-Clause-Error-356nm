       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNINQ.
      *
      *  Transaction archive inquiry.  Answers request cards from
      *  INQCARD against the keyed transaction archive TXNARCH that
      *  TXNACCUM writes, and prints every archived item matching a
      *  card on INQRPT with its business date, disposition and
      *  reason.  A card may give any combination of transaction id,
      *  business date range, branch, category, amount range and
      *  disposition - a blank field matches everything.  A from-date
      *  alone asks about that one business date; a to-date alone
      *  covers everything up to it.  A card with an unusable field is
      *  listed with the error and skipped, and the program then ends
      *  with return code 4.
      *
      *  An item converted from another currency is followed by a
      *  line giving its original currency, amount and the exchange
      *  rate it was converted at; the amount on the item line is
      *  the base amount it was booked at.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-ARCHIVE-FILE ASSIGN TO "TXNARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT INQUIRY-CARD-FILE ASSIGN TO "INQCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-ARCHIVE-FILE.
       01  TXN-ARCHIVE-RECORD.
           05 ARCH-KEY.
              10 ARCH-BUSINESS-DATE      PIC 9(8).
              10 ARCH-TRANS-ID           PIC X(6).
              10 ARCH-READ-SEQ           PIC 9(6).
           05 ARCH-DISPOSITION           PIC X(1).
           05 ARCH-REASON                PIC X(25).
           05 ARCH-TRANS-DATA.
              10 ARCH-TRANS-REC-ID       PIC X(6).
              10 ARCH-TRANS-AMOUNT       PIC 9(5)V99.
              10 ARCH-TRANS-CATEGORY     PIC X(2).
              10 ARCH-TRANS-DC-IND       PIC X(1).
              10 ARCH-TRANS-DATE         PIC 9(8).
              10 ARCH-TRANS-BRANCH       PIC X(3).
              10 ARCH-SOURCE-TAG         PIC X(1).
              10 FILLER                  PIC X(6).
              10 ARCH-TRANS-ACCOUNT      PIC X(10).
              10 ARCH-TRANS-CURRENCY     PIC X(3).
              10 ARCH-TRANS-ORIG-AMOUNT  PIC 9(5)V99.
              10 ARCH-TRANS-FX-RATE      PIC 9(4)V9(6).
              10 FILLER                  PIC X(16).

       FD  INQUIRY-CARD-FILE
           RECORDING MODE IS F.
       01  INQUIRY-CARD-RECORD.
           05 INQ-TRANS-ID               PIC X(6).
           05 INQ-FROM-DATE              PIC X(8).
           05 INQ-FROM-DATE-NUM REDEFINES INQ-FROM-DATE
                                         PIC 9(8).
           05 INQ-TO-DATE                PIC X(8).
           05 INQ-TO-DATE-NUM REDEFINES INQ-TO-DATE
                                         PIC 9(8).
           05 INQ-BRANCH                 PIC X(3).
           05 INQ-CATEGORY               PIC X(2).
           05 INQ-MIN-AMOUNT             PIC X(7).
           05 INQ-MIN-AMOUNT-NUM REDEFINES INQ-MIN-AMOUNT
                                         PIC 9(5)V99.
           05 INQ-MAX-AMOUNT             PIC X(7).
           05 INQ-MAX-AMOUNT-NUM REDEFINES INQ-MAX-AMOUNT
                                         PIC 9(5)V99.
           05 INQ-DISPOSITION            PIC X(1).

       FD  INQUIRY-REPORT-FILE
           RECORDING MODE IS F.
       01  INQUIRY-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-ARCH-STATUS           PIC X(2) VALUE SPACES.
           05 WS-CARD-STATUS           PIC X(2) VALUE SPACES.
           05 WS-REPORT-STATUS         PIC X(2) VALUE SPACES.
           05 WS-CARD-EOF-FLAG         PIC X(1) VALUE "N".
              88 CARD-EOF              VALUE "Y".
           05 WS-ARCH-EOF-FLAG         PIC X(1) VALUE "N".
              88 ARCH-EOF              VALUE "Y".

       01  WS-INQUIRY-COUNTERS.
           05 WS-CARD-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-CARD-ERROR-COUNT      PIC 9(6) COMP-3 VALUE 0.
           05 WS-SCANNED-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-MATCH-COUNT           PIC 9(6) COMP-3 VALUE 0.
           05 WS-TOTAL-MATCH-COUNT     PIC 9(6) COMP-3 VALUE 0.

       01  WS-INQUIRY-FIELDS.
           05 WS-CARD-ERROR            PIC X(30) VALUE SPACES.
           05 WS-FROM-DATE             PIC 9(8) VALUE 0.
           05 WS-TO-DATE               PIC 9(8) VALUE 0.
           05 WS-MIN-AMOUNT            PIC 9(5)V99 VALUE 0.
           05 WS-MAX-AMOUNT            PIC 9(5)V99 VALUE 0.
           05 WS-MATCH-FLAG            PIC X(1) VALUE "N".
              88 ITEM-MATCHES          VALUE "Y".

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 9(2).
              10 WS-CURR-DAY           PIC 9(2).
           05 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).
           05 WS-RUN-DATE-DISPLAY      PIC X(10).

       01  INQ-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "TRANSACTION ARCHIVE INQUIRY".
           05 FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05 INQ-H1-RUN-DATE          PIC X(10).

       01  INQ-CARD-LINE.
           05 FILLER                   PIC X(9) VALUE "REQUEST ".
           05 INQ-CRD-NUMBER           PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE ": ".
           05 INQ-CRD-IMAGE            PIC X(42).

       01  INQ-ERROR-LINE.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "REFUSED - ".
           05 INQ-ERR-TEXT             PIC X(30).

       01  INQ-COL-HEADER.
           05 FILLER                   PIC X(9) VALUE "BUS DATE".
           05 FILLER                   PIC X(7) VALUE "TRANS".
           05 FILLER                   PIC X(9) VALUE "TXN DATE".
           05 FILLER                   PIC X(4) VALUE "BR".
           05 FILLER                   PIC X(3) VALUE "CAT".
           05 FILLER                   PIC X(10) VALUE "   AMOUNT".
           05 FILLER                   PIC X(11) VALUE "ACCOUNT".
           05 FILLER                   PIC X(2) VALUE "D".
           05 FILLER                   PIC X(21) VALUE "REASON".

       01  INQ-DETAIL-LINE.
           05 INQ-DET-BUS-DATE         PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 INQ-DET-TRANS-ID         PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 INQ-DET-TRANS-DATE       PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 INQ-DET-BRANCH           PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 INQ-DET-CATEGORY         PIC X(2).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 INQ-DET-AMOUNT           PIC ZZZZ9.99.
           05 INQ-DET-DC               PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 INQ-DET-ACCOUNT          PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 INQ-DET-DISPOSITION      PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 INQ-DET-REASON           PIC X(25).

       01  INQ-FX-LINE.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "ORIGINAL: ".
           05 INQ-FX-CURRENCY          PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 INQ-FX-ORIG-AMOUNT       PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(3) VALUE " @ ".
           05 INQ-FX-RATE              PIC Z,ZZ9.999999.

       01  INQ-COUNT-LINE.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 INQ-CNT-TEXT             PIC X(25).
           05 INQ-CNT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-INQUIRY
               UNTIL CARD-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH "/" WS-CURR-DAY "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           OPEN INPUT TXN-ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open transaction archive "
                   "TXNARCH - file status " WS-ARCH-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INQUIRY-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open inquiry cards INQCARD"
                   " - file status " WS-CARD-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INQUIRY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open inquiry report INQRPT"
                   " - file status " WS-REPORT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-DISPLAY TO INQ-H1-RUN-DATE
           WRITE INQUIRY-REPORT-RECORD FROM INQ-HEADER-1
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           PERFORM 1100-READ-INQUIRY-CARD.

       1100-READ-INQUIRY-CARD.
           READ INQUIRY-CARD-FILE
               AT END
                   MOVE "Y" TO WS-CARD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
           END-READ.

       2000-PROCESS-INQUIRY.
           MOVE WS-CARD-COUNT TO INQ-CRD-NUMBER
           MOVE INQUIRY-CARD-RECORD TO INQ-CRD-IMAGE
           WRITE INQUIRY-REPORT-RECORD FROM INQ-CARD-LINE
           PERFORM 2100-VALIDATE-INQUIRY
           IF WS-CARD-ERROR NOT = SPACES
               ADD 1 TO WS-CARD-ERROR-COUNT
               MOVE WS-CARD-ERROR TO INQ-ERR-TEXT
               WRITE INQUIRY-REPORT-RECORD FROM INQ-ERROR-LINE
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
               PERFORM 1100-READ-INQUIRY-CARD
               EXIT PARAGRAPH
           END-IF
           WRITE INQUIRY-REPORT-RECORD FROM INQ-COL-HEADER
           MOVE 0 TO WS-MATCH-COUNT
           MOVE "N" TO WS-ARCH-EOF-FLAG
           MOVE LOW-VALUES TO ARCH-KEY
           MOVE WS-FROM-DATE TO ARCH-BUSINESS-DATE
           START TXN-ARCHIVE-FILE KEY NOT LESS THAN ARCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
           END-START
           PERFORM 2200-SCAN-ARCHIVE
               UNTIL ARCH-EOF
           ADD WS-MATCH-COUNT TO WS-TOTAL-MATCH-COUNT
           MOVE "ITEMS FOUND:" TO INQ-CNT-TEXT
           MOVE WS-MATCH-COUNT TO INQ-CNT-COUNT
           WRITE INQUIRY-REPORT-RECORD FROM INQ-COUNT-LINE
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           PERFORM 1100-READ-INQUIRY-CARD.

       2100-VALIDATE-INQUIRY.
           MOVE SPACES TO WS-CARD-ERROR
           IF INQUIRY-CARD-RECORD = SPACES
               MOVE "NO SELECTION GIVEN" TO WS-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FROM-DATE
           MOVE 99999999 TO WS-TO-DATE
           IF INQ-FROM-DATE NOT = SPACES
               IF INQ-FROM-DATE NOT NUMERIC
                   MOVE "FROM DATE NOT NUMERIC" TO WS-CARD-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE INQ-FROM-DATE-NUM TO WS-FROM-DATE
               MOVE INQ-FROM-DATE-NUM TO WS-TO-DATE
           END-IF
           IF INQ-TO-DATE NOT = SPACES
               IF INQ-TO-DATE NOT NUMERIC
                   MOVE "TO DATE NOT NUMERIC" TO WS-CARD-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE INQ-TO-DATE-NUM TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               MOVE "FROM DATE AFTER TO DATE" TO WS-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MIN-AMOUNT
           MOVE 99999.99 TO WS-MAX-AMOUNT
           IF INQ-MIN-AMOUNT NOT = SPACES
               IF INQ-MIN-AMOUNT NOT NUMERIC
                   MOVE "MINIMUM AMOUNT NOT NUMERIC" TO WS-CARD-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE INQ-MIN-AMOUNT-NUM TO WS-MIN-AMOUNT
           END-IF
           IF INQ-MAX-AMOUNT NOT = SPACES
               IF INQ-MAX-AMOUNT NOT NUMERIC
                   MOVE "MAXIMUM AMOUNT NOT NUMERIC" TO WS-CARD-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE INQ-MAX-AMOUNT-NUM TO WS-MAX-AMOUNT
           END-IF
           IF WS-MIN-AMOUNT > WS-MAX-AMOUNT
               MOVE "MINIMUM AMOUNT ABOVE MAXIMUM" TO WS-CARD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF INQ-DISPOSITION NOT = SPACES
               AND INQ-DISPOSITION NOT = "A"
               AND INQ-DISPOSITION NOT = "C"
               AND INQ-DISPOSITION NOT = "R"
               AND INQ-DISPOSITION NOT = "D"
               AND INQ-DISPOSITION NOT = "P"
               MOVE "DISPOSITION NOT A/C/R/D/P" TO WS-CARD-ERROR
           END-IF.

       2200-SCAN-ARCHIVE.
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
           PERFORM 2300-MATCH-ITEM
           IF ITEM-MATCHES
               ADD 1 TO WS-MATCH-COUNT
               PERFORM 2400-WRITE-ITEM
           END-IF.

       2300-MATCH-ITEM.
           MOVE "N" TO WS-MATCH-FLAG
           IF INQ-TRANS-ID NOT = SPACES
               AND INQ-TRANS-ID NOT = ARCH-TRANS-ID
               EXIT PARAGRAPH
           END-IF
           IF INQ-BRANCH NOT = SPACES
               AND INQ-BRANCH NOT = ARCH-TRANS-BRANCH
               EXIT PARAGRAPH
           END-IF
           IF INQ-CATEGORY NOT = SPACES
               AND INQ-CATEGORY NOT = ARCH-TRANS-CATEGORY
               EXIT PARAGRAPH
           END-IF
           IF INQ-DISPOSITION NOT = SPACES
               AND INQ-DISPOSITION NOT = ARCH-DISPOSITION
               EXIT PARAGRAPH
           END-IF
      *    A record archived with an unreadable amount only matches
      *    an inquiry that does not ask about amounts.
           IF INQ-MIN-AMOUNT NOT = SPACES
               OR INQ-MAX-AMOUNT NOT = SPACES
               IF ARCH-TRANS-AMOUNT NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF ARCH-TRANS-AMOUNT < WS-MIN-AMOUNT
                   OR ARCH-TRANS-AMOUNT > WS-MAX-AMOUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-MATCH-FLAG.

       2400-WRITE-ITEM.
           MOVE ARCH-BUSINESS-DATE TO INQ-DET-BUS-DATE
           MOVE ARCH-TRANS-ID TO INQ-DET-TRANS-ID
           MOVE ARCH-TRANS-DATE TO INQ-DET-TRANS-DATE
           MOVE ARCH-TRANS-BRANCH TO INQ-DET-BRANCH
           MOVE ARCH-TRANS-CATEGORY TO INQ-DET-CATEGORY
           IF ARCH-TRANS-AMOUNT NUMERIC
               MOVE ARCH-TRANS-AMOUNT TO INQ-DET-AMOUNT
           ELSE
               MOVE 0 TO INQ-DET-AMOUNT
           END-IF
           MOVE ARCH-TRANS-DC-IND TO INQ-DET-DC
           MOVE ARCH-TRANS-ACCOUNT TO INQ-DET-ACCOUNT
           MOVE ARCH-DISPOSITION TO INQ-DET-DISPOSITION
           MOVE ARCH-REASON TO INQ-DET-REASON
           WRITE INQUIRY-REPORT-RECORD FROM INQ-DETAIL-LINE
           IF ARCH-TRANS-CURRENCY NOT = SPACES
               AND ARCH-TRANS-ORIG-AMOUNT NUMERIC
               AND ARCH-TRANS-FX-RATE NUMERIC
               AND ARCH-TRANS-FX-RATE NOT = 1
               MOVE ARCH-TRANS-CURRENCY TO INQ-FX-CURRENCY
               MOVE ARCH-TRANS-ORIG-AMOUNT TO INQ-FX-ORIG-AMOUNT
               MOVE ARCH-TRANS-FX-RATE TO INQ-FX-RATE
               WRITE INQUIRY-REPORT-RECORD FROM INQ-FX-LINE
           END-IF.

       9000-TERMINATE.
           MOVE "REQUESTS READ:" TO INQ-CNT-TEXT
           MOVE WS-CARD-COUNT TO INQ-CNT-COUNT
           WRITE INQUIRY-REPORT-RECORD FROM INQ-COUNT-LINE
           MOVE "REQUESTS REFUSED:" TO INQ-CNT-TEXT
           MOVE WS-CARD-ERROR-COUNT TO INQ-CNT-COUNT
           WRITE INQUIRY-REPORT-RECORD FROM INQ-COUNT-LINE
           MOVE "ITEMS LISTED:" TO INQ-CNT-TEXT
           MOVE WS-TOTAL-MATCH-COUNT TO INQ-CNT-COUNT
           WRITE INQUIRY-REPORT-RECORD FROM INQ-COUNT-LINE
           CLOSE TXN-ARCHIVE-FILE
           CLOSE INQUIRY-CARD-FILE
           CLOSE INQUIRY-REPORT-FILE
           DISPLAY "Archive inquiry complete - Requests: "
               WS-CARD-COUNT " Refused: " WS-CARD-ERROR-COUNT
               " Items listed: " WS-TOTAL-MATCH-COUNT
           IF WS-CARD-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
