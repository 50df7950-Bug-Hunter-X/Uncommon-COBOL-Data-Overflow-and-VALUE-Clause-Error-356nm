       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPWOFF.
      *
      *  Aged suspense write-off.  Reads the carried suspense file
      *  SUSPOUT left by EXCREPAIR and writes off every item finance
      *  has approved on the WOFFCARD approval cards - either by age
      *  (an "A" card giving the number of days an item may sit on
      *  suspense before it is written off) or individually (an "I"
      *  card naming the trans-id and first-reject date of the item).
      *  Each card carries the approver's id, which is printed against
      *  every item it releases.  Items written off are dropped from
      *  suspense; every other item is copied to SUSPKEEP with its
      *  original first-reject date, and on a write-off day SUSPKEEP
      *  replaces SUSPOUT as the next run's SUSPOLD.
      *
      *  Each item written off gets a balanced two-line voucher added
      *  to the end of the day's GLJRNL - the write-off account carried
      *  on the mapping master under category "**" branch "WOF" takes
      *  the side the category account would have taken had the item
      *  posted, and the clearing account under category "**" branch
      *  "***" takes the other.  Voucher numbers carry on from the
      *  highest number GLVOUCH has already written, so the step runs
      *  after GLVOUCH and before the journal is transmitted.  The
      *  write-off register on WOFFRPT lists every item released with
      *  its basis and approver, the totals, and a sign-off block for
      *  the preparer and the approving officer.  A card that matches
      *  no suspense item, or a malformed card, ends the run with
      *  return code 4.  The journal lines are in the base currency
      *  and carry the item's own currency and original amount, and
      *  the register subtotals the items written off by currency.
      *
      *  Every journal line carries the step name and the business
      *  date of the run that wrote it.  A rerun for the same business
      *  date - after an abend, or under a STRMOVR override - first
      *  backs out the lines the earlier attempt wrote, copying the
      *  rest of GLJRNL through GLJRNLWK, so the write-offs are never
      *  journalled twice.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT SUSPENSE-KEEP-FILE ASSIGN TO "SUSPKEEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "WOFFCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT GL-JOURNAL-WORK-FILE ASSIGN TO "GLJRNLWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JWK-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "WOFFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
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
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05 SUSP-FIRST-DATE           PIC 9(8).
           05 SUSP-ITERATION            PIC 9(6) COMP-3.
           05 SUSP-TRANS-ID             PIC X(6).
           05 SUSP-DATA                 PIC 9(5)V99 COMP-3.
           05 SUSP-CATEGORY             PIC X(2).
           05 SUSP-DC-IND               PIC X(1).
           05 SUSP-TRANS-DATE           PIC 9(8).
           05 SUSP-BRANCH               PIC X(3).
           05 SUSP-SUM                  PIC S9(13)V99 COMP-3.
           05 SUSP-REASON               PIC X(25).
           05 SUSP-ACCOUNT              PIC X(10).
           05 SUSP-CURRENCY             PIC X(3).
           05 SUSP-ORIG-AMOUNT          PIC 9(5)V99 COMP-3.
           05 SUSP-FX-RATE              PIC 9(4)V9(6) COMP-3.

       FD  SUSPENSE-KEEP-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-KEEP-RECORD         PIC X(92).

       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01  APPROVAL-RECORD.
           05 APPR-CARD-TYPE            PIC X(1).
              88 APPR-AGE-CARD          VALUE "A".
              88 APPR-ITEM-CARD         VALUE "I".
           05 APPR-TRANS-ID             PIC X(6).
           05 APPR-FIRST-DATE           PIC X(8).
           05 APPR-AGE-DAYS             PIC X(3).
           05 APPR-APPROVED-BY          PIC X(8).
           05 FILLER                    PIC X(54).

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       01  GL-MAP-RECORD.
           05 MAP-CAT-CODE               PIC X(2).
           05 MAP-BRANCH                 PIC X(3).
           05 MAP-GL-ACCOUNT             PIC X(8).
           05 MAP-COST-CENTER            PIC X(4).
           05 MAP-EFF-FROM               PIC 9(8).
           05 MAP-EFF-TO                 PIC 9(8).

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

       FD  GL-JOURNAL-WORK-FILE
           RECORDING MODE IS F.
       01  GL-JOURNAL-WORK-RECORD       PIC X(81).

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD              PIC X(80).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05 PARM-RECORD-LIMIT         PIC 9(6).
           05 PARM-OVERFLOW-CEILING     PIC 9(15).
           05 PARM-BUSINESS-DATE        PIC X(8).
           05 PARM-OVERRIDE-FLAG        PIC X(1).
           05 PARM-BASE-CURRENCY        PIC X(3).

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
           05 WS-SUSP-STATUS           PIC X(2) VALUE SPACES.
           05 WS-KEEP-STATUS           PIC X(2) VALUE SPACES.
           05 WS-APPR-STATUS           PIC X(2) VALUE SPACES.
           05 WS-MAP-STATUS            PIC X(2) VALUE SPACES.
           05 WS-JRN-STATUS            PIC X(2) VALUE SPACES.
           05 WS-JWK-STATUS            PIC X(2) VALUE SPACES.
           05 WS-REG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-SUSP-EOF-FLAG         PIC X(1) VALUE "N".
              88 SUSP-EOF              VALUE "Y".
           05 WS-APPR-EOF-FLAG         PIC X(1) VALUE "N".
              88 APPR-EOF              VALUE "Y".
           05 WS-MAP-EOF-FLAG          PIC X(1) VALUE "N".
              88 MAP-EOF               VALUE "Y".
           05 WS-JRN-EOF-FLAG          PIC X(1) VALUE "N".
              88 JRN-EOF               VALUE "Y".
           05 WS-JWK-EOF-FLAG          PIC X(1) VALUE "N".
              88 JWK-EOF               VALUE "Y".

       01  WS-WRITE-OFF-COUNTERS.
           05 WS-READ-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-AGED-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-NAMED-COUNT           PIC 9(6) COMP-3 VALUE 0.
           05 WS-KEPT-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-VOUCHER-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-JOURNAL-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-BAD-CARD-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-BACKOUT-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-WRITE-OFF-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-DEBIT-TOTAL           PIC 9(13)V99 COMP-3 VALUE 0.
           05 WS-CREDIT-TOTAL          PIC 9(13)V99 COMP-3 VALUE 0.

       01  WS-WRITE-OFF-FIELDS.
           05 WS-AGE-CARD-FLAG         PIC X(1) VALUE "N".
              88 AGE-WRITE-OFF-ON      VALUE "Y".
           05 WS-AGE-LIMIT             PIC 9(3) VALUE 0.
           05 WS-AGE-APPROVED-BY       PIC X(8) VALUE SPACES.
           05 WS-WOFF-BASIS            PIC X(4) VALUE SPACES.
           05 WS-WOFF-APPROVED-BY      PIC X(8) VALUE SPACES.
           05 WS-SUSP-FIRST-X          PIC X(8) VALUE SPACES.
           05 WS-SIGNED-AMOUNT         PIC S9(5)V99 COMP-3 VALUE 0.
           05 WS-ABS-AMOUNT            PIC 9(13)V99 COMP-3 VALUE 0.
           05 WS-ITEM-CURRENCY         PIC X(3) VALUE SPACES.
           05 WS-ITEM-ORIG-AMOUNT      PIC 9(5)V99 COMP-3 VALUE 0.
           05 WS-SIGNED-ORIG-AMOUNT    PIC S9(5)V99 COMP-3 VALUE 0.
           05 WS-LAST-VOUCHER-NO       PIC 9(6) VALUE 0.
           05 WS-BUS-INT               PIC 9(8) COMP VALUE 0.
           05 WS-FIRST-INT             PIC 9(8) COMP VALUE 0.
           05 WS-ITEM-AGE              PIC S9(4) COMP VALUE 0.
           05 WS-WOFF-ACCOUNT          PIC X(8) VALUE SPACES.
           05 WS-WOFF-COST-CENTER      PIC X(4) VALUE SPACES.
           05 WS-WOFF-FOUND-FLAG       PIC X(1) VALUE "N".
           05 WS-CLEARING-ACCOUNT      PIC X(8) VALUE SPACES.
           05 WS-CLEARING-COST-CENTER  PIC X(4) VALUE SPACES.
           05 WS-CLEARING-FOUND-FLAG   PIC X(1) VALUE "N".

       01  WS-CONTROL-PARMS.
           05 WS-BUSINESS-DATE.
              10 WS-BUS-YEAR           PIC 9(4).
              10 WS-BUS-MONTH          PIC 9(2).
              10 WS-BUS-DAY            PIC 9(2).
           05 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                       PIC 9(8).
           05 WS-BUS-DATE-DISPLAY      PIC X(10).
           05 WS-BASE-CURRENCY         PIC X(3) VALUE "USD".

       01  WS-CURRENCY-COUNT           PIC 9(2) VALUE 0.

       01  WS-CURRENCY-TABLE.
           05 WS-CURRENCY-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-CURRENCY-COUNT
                 INDEXED BY WS-CUR-IDX.
              10 WS-CUR-CODE           PIC X(3).
              10 WS-CUR-ITEMS          PIC 9(6) COMP-3 VALUE 0.
              10 WS-CUR-ORIG-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
              10 WS-CUR-BASE-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 9(2).
              10 WS-CURR-DAY           PIC 9(2).
           05 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-APPROVAL-COUNT           PIC 9(3) COMP VALUE 0.

       01  WS-APPROVAL-TABLE.
           05 WS-APPROVAL-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-APPROVAL-COUNT
                 INDEXED BY WS-APPR-IDX.
              10 WS-APPR-TRANS-ID      PIC X(6).
              10 WS-APPR-FIRST-DATE    PIC X(8).
              10 WS-APPR-APPROVED-BY   PIC X(8).
              10 WS-APPR-USED-FLAG     PIC X(1).

       01  REG-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "SUSPENSE WRITE-OFF REGISTER".
           05 FILLER                   PIC X(10) VALUE "BUS DATE: ".
           05 REG-H1-BUS-DATE          PIC X(10).

       01  REG-HEADER-2.
           05 FILLER                   PIC X(29) VALUE
              "AGE WRITE-OFF AFTER DAYS:".
           05 REG-H2-AGE-LIMIT         PIC X(3).
           05 FILLER                   PIC X(14) VALUE
              "  APPROVED BY ".
           05 REG-H2-APPROVED-BY       PIC X(8).

       01  REG-HEADER-3.
           05 FILLER                   PIC X(7) VALUE "TRANSID".
           05 FILLER                   PIC X(9) VALUE "FIRST".
           05 FILLER                   PIC X(5) VALUE "AGE".
           05 FILLER                   PIC X(11) VALUE "AMOUNT".
           05 FILLER                   PIC X(3) VALUE "CAT".
           05 FILLER                   PIC X(4) VALUE "BR".
           05 FILLER                   PIC X(5) VALUE "BASIS".
           05 FILLER                   PIC X(9) VALUE "APPROVER".
           05 FILLER                   PIC X(7) VALUE "VOUCHER".
           05 FILLER                   PIC X(20) VALUE "REASON".

       01  REG-DETAIL-LINE.
           05 REG-DET-TRANS-ID         PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-DET-FIRST-DATE       PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-DET-AGE              PIC ZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-DET-AMOUNT           PIC ZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-DET-CATEGORY         PIC X(2).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-DET-BRANCH           PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-DET-BASIS            PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-DET-APPROVED-BY      PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-DET-VOUCHER-NO       PIC ZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-DET-REASON           PIC X(20).

       01  REG-WARNING-LINE.
           05 FILLER                   PIC X(9) VALUE "WARNING".
           05 REG-WARN-TEXT            PIC X(45).
           05 REG-WARN-TRANS-ID        PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-WARN-FIRST-DATE      PIC X(8).

       01  REG-SUMMARY-LINE.
           05 REG-SUM-TEXT             PIC X(30).
           05 REG-SUM-COUNT            PIC ZZZZZ9.

       01  REG-AMOUNT-LINE.
           05 REG-AMT-TEXT             PIC X(30).
           05 REG-AMT-VALUE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  REG-CURRENCY-HEADER.
           05 FILLER                   PIC X(5) VALUE "CUR".
           05 FILLER                   PIC X(10) VALUE "ITEMS".
           05 FILLER                   PIC X(23) VALUE
              "ORIGINAL CURRENCY NET".
           05 FILLER                   PIC X(21) VALUE
              "BASE CURRENCY NET".

       01  REG-CURRENCY-LINE.
           05 REG-CUR-CODE             PIC X(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 REG-CUR-ITEMS            PIC ZZZZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 REG-CUR-ORIG-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 REG-CUR-BASE-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  REG-SIGNOFF-LINE.
           05 REG-SIGN-TEXT            PIC X(14).
           05 FILLER                   PIC X(30) VALUE ALL "_".
           05 FILLER                   PIC X(8) VALUE "  DATE ".
           05 FILLER                   PIC X(12) VALUE ALL "_".

       01  WS-STREAM-CONTROL.
           05 WS-LDG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-EOF-FLAG          PIC X(1) VALUE "N".
              88 OVR-EOF               VALUE "Y".
           05 WS-STEP-NAME             PIC X(10) VALUE "SUSPWOFF".
           05 WS-PRED-STEP-NAME        PIC X(10) VALUE "GLVOUCH".
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
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           PERFORM 8500-CHECK-STREAM-LEDGER
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open suspense file SUSPOUT"
                   " - file status " WS-SUSP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-KEEP-FILE
           IF WS-KEEP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open retained suspense file "
                   "SUSPKEEP - file status " WS-KEEP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open write-off register "
                   "WOFFRPT - file status " WS-REG-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-BUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
           PERFORM 1100-LOAD-APPROVALS
           PERFORM 1200-LOAD-ACCOUNT-MAP
           PERFORM 1300-FIND-LAST-VOUCHER
           MOVE WS-BUS-DATE-DISPLAY TO REG-H1-BUS-DATE
           WRITE REGISTER-RECORD FROM REG-HEADER-1
           IF AGE-WRITE-OFF-ON
               MOVE WS-AGE-LIMIT TO REG-H2-AGE-LIMIT
               MOVE WS-AGE-APPROVED-BY TO REG-H2-APPROVED-BY
           ELSE
               MOVE "OFF" TO REG-H2-AGE-LIMIT
               MOVE SPACES TO REG-H2-APPROVED-BY
           END-IF
           WRITE REGISTER-RECORD FROM REG-HEADER-2
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD FROM REG-HEADER-3
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM 1400-READ-SUSPENSE.

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

       1100-LOAD-APPROVALS.
      *    Nothing is written off without a card - with no approval
      *    cards the run simply copies suspense through unchanged.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPR-STATUS = "00"
               PERFORM 1150-LOAD-APPROVAL-ENTRY
                   UNTIL APPR-EOF
               CLOSE APPROVAL-FILE
               DISPLAY "Write-off approvals loaded - "
                   WS-APPROVAL-COUNT " items."
           ELSE
               DISPLAY "No approval cards supplied - nothing will be "
                   "written off."
           END-IF.

       1150-LOAD-APPROVAL-ENTRY.
           READ APPROVAL-FILE
               AT END
                   MOVE "Y" TO WS-APPR-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN APPR-APPROVED-BY = SPACES
                           ADD 1 TO WS-BAD-CARD-COUNT
                           DISPLAY "Approval card skipped - no "
                               "approver given: " APPROVAL-RECORD
                       WHEN APPR-AGE-CARD
                           IF APPR-AGE-DAYS IS NUMERIC
                               MOVE "Y" TO WS-AGE-CARD-FLAG
                               MOVE APPR-AGE-DAYS TO WS-AGE-LIMIT
                               MOVE APPR-APPROVED-BY
                                   TO WS-AGE-APPROVED-BY
                           ELSE
                               ADD 1 TO WS-BAD-CARD-COUNT
                               DISPLAY "Age card skipped - days not "
                                   "numeric: " APPR-AGE-DAYS
                           END-IF
                       WHEN APPR-ITEM-CARD
                           PERFORM 1160-ADD-ITEM-APPROVAL
                       WHEN OTHER
                           ADD 1 TO WS-BAD-CARD-COUNT
                           DISPLAY "Approval card skipped - card "
                               "type invalid: " APPR-CARD-TYPE
                   END-EVALUATE
           END-READ.

       1160-ADD-ITEM-APPROVAL.
           IF APPR-TRANS-ID = SPACES
               OR APPR-FIRST-DATE IS NOT NUMERIC
               ADD 1 TO WS-BAD-CARD-COUNT
               DISPLAY "Item card skipped - trans-id and first-reject "
                   "date required: " APPR-TRANS-ID " " APPR-FIRST-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-APPROVAL-COUNT < 500
               ADD 1 TO WS-APPROVAL-COUNT
               SET WS-APPR-IDX TO WS-APPROVAL-COUNT
               MOVE APPR-TRANS-ID TO WS-APPR-TRANS-ID(WS-APPR-IDX)
               MOVE APPR-FIRST-DATE TO WS-APPR-FIRST-DATE(WS-APPR-IDX)
               MOVE APPR-APPROVED-BY
                   TO WS-APPR-APPROVED-BY(WS-APPR-IDX)
               MOVE "N" TO WS-APPR-USED-FLAG(WS-APPR-IDX)
           ELSE
               DISPLAY "Approval table full - item " APPR-TRANS-ID
                   " ignored"
           END-IF.

       1200-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open account mapping master "
                   "GLMAP - file status " WS-MAP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1250-LOAD-MAP-ENTRY
               UNTIL MAP-EOF
           CLOSE GL-MAP-FILE
           IF WS-CLEARING-FOUND-FLAG NOT = "Y"
               DISPLAY "FATAL: No clearing account on GLMAP - supply "
                   "a mapping entry for category ** branch ***"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-WOFF-FOUND-FLAG NOT = "Y"
               DISPLAY "FATAL: No write-off account on GLMAP - supply "
                   "a mapping entry for category ** branch WOF"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       1250-LOAD-MAP-ENTRY.
           READ GL-MAP-FILE
               AT END
                   MOVE "Y" TO WS-MAP-EOF-FLAG
               NOT AT END
                   IF MAP-CAT-CODE = "**"
                       AND MAP-EFF-FROM <= WS-BUSINESS-DATE-NUM
                       AND (MAP-EFF-TO = 0
                           OR MAP-EFF-TO >= WS-BUSINESS-DATE-NUM)
                       IF MAP-BRANCH = "***"
                           MOVE MAP-GL-ACCOUNT TO WS-CLEARING-ACCOUNT
                           MOVE MAP-COST-CENTER
                               TO WS-CLEARING-COST-CENTER
                           MOVE "Y" TO WS-CLEARING-FOUND-FLAG
                       END-IF
                       IF MAP-BRANCH = "WOF"
                           MOVE MAP-GL-ACCOUNT TO WS-WOFF-ACCOUNT
                           MOVE MAP-COST-CENTER TO WS-WOFF-COST-CENTER
                           MOVE "Y" TO WS-WOFF-FOUND-FLAG
                       END-IF
                   END-IF
           END-READ.

       1300-FIND-LAST-VOUCHER.
      *    The write-off vouchers go on the end of the journal GLVOUCH
      *    has already built, numbered on from its highest voucher so
      *    the GL sees one unbroken sequence for the day.  Lines this
      *    step wrote for the business date on an earlier attempt are
      *    not counted - they are backed out before the run goes on.
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-JRN-STATUS = "00"
               PERFORM 1350-READ-PRIOR-JOURNAL
                   UNTIL JRN-EOF
               CLOSE GL-JOURNAL-FILE
               IF WS-BACKOUT-COUNT > 0
                   PERFORM 1360-BACKOUT-JOURNAL
               END-IF
               OPEN EXTEND GL-JOURNAL-FILE
           ELSE
               DISPLAY "No journal file found - starting a new GLJRNL."
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open journal file GLJRNL"
                   " - file status " WS-JRN-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       1350-READ-PRIOR-JOURNAL.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRN-EOF-FLAG
               NOT AT END
                   IF JRN-SOURCE-STEP = WS-STEP-NAME
                       AND JRN-STREAM-DATE = WS-BUSINESS-DATE-NUM
                       ADD 1 TO WS-BACKOUT-COUNT
                   ELSE
                       IF JRN-VOUCHER-NO > WS-LAST-VOUCHER-NO
                           MOVE JRN-VOUCHER-NO TO WS-LAST-VOUCHER-NO
                       END-IF
                   END-IF
           END-READ.

       1360-BACKOUT-JOURNAL.
      *    A rerun after an abend or under a STRMOVR override would
      *    otherwise append the write-offs a second time.  Every line
      *    not written by this step for the business date is copied
      *    to GLJRNLWK and the copy replaces GLJRNL.
           DISPLAY "Backing out " WS-BACKOUT-COUNT " journal lines "
               "written by " WS-STEP-NAME " for business date "
               WS-BUSINESS-DATE-NUM
           OPEN INPUT GL-JOURNAL-FILE
           OPEN OUTPUT GL-JOURNAL-WORK-FILE
           IF WS-JRN-STATUS NOT = "00" OR WS-JWK-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open GLJRNL and GLJRNLWK for "
                   "backout - file status " WS-JRN-STATUS "/"
                   WS-JWK-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-JRN-EOF-FLAG
           PERFORM 1370-COPY-TO-WORK
               UNTIL JRN-EOF
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-JOURNAL-WORK-FILE
           OPEN INPUT GL-JOURNAL-WORK-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00" OR WS-JWK-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to replace GLJRNL from GLJRNLWK"
                   " - file status " WS-JRN-STATUS "/" WS-JWK-STATUS
                   " - restore GLJRNL from GLJRNLWK before rerunning"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1380-COPY-FROM-WORK
               UNTIL JWK-EOF
           CLOSE GL-JOURNAL-WORK-FILE
           CLOSE GL-JOURNAL-FILE.

       1370-COPY-TO-WORK.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRN-EOF-FLAG
               NOT AT END
                   IF JRN-SOURCE-STEP NOT = WS-STEP-NAME
                       OR JRN-STREAM-DATE NOT = WS-BUSINESS-DATE-NUM
                       WRITE GL-JOURNAL-WORK-RECORD
                           FROM GL-JOURNAL-RECORD
                   END-IF
           END-READ.

       1380-COPY-FROM-WORK.
           READ GL-JOURNAL-WORK-FILE
               AT END
                   MOVE "Y" TO WS-JWK-EOF-FLAG
               NOT AT END
                   WRITE GL-JOURNAL-RECORD
                       FROM GL-JOURNAL-WORK-RECORD
           END-READ.

       1400-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-SUSP-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2000-PROCESS-SUSPENSE.
           MOVE SPACES TO WS-WOFF-BASIS
           PERFORM 2100-FIND-ITEM-APPROVAL
           IF WS-WOFF-BASIS = SPACES AND AGE-WRITE-OFF-ON
               PERFORM 2150-CHECK-ITEM-AGE
           ELSE
               PERFORM 2160-COMPUTE-ITEM-AGE
           END-IF
           IF WS-WOFF-BASIS = SPACES
               ADD 1 TO WS-KEPT-COUNT
               WRITE SUSPENSE-KEEP-RECORD FROM SUSPENSE-RECORD
           ELSE
               PERFORM 2200-WRITE-OFF-ITEM
           END-IF
           PERFORM 1400-READ-SUSPENSE.

       2100-FIND-ITEM-APPROVAL.
           IF WS-APPROVAL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SUSP-FIRST-DATE TO WS-SUSP-FIRST-X
           SET WS-APPR-IDX TO 1
           SEARCH WS-APPROVAL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-APPR-TRANS-ID(WS-APPR-IDX) = SUSP-TRANS-ID
                   AND WS-APPR-FIRST-DATE(WS-APPR-IDX)
                       = WS-SUSP-FIRST-X
                   AND WS-APPR-USED-FLAG(WS-APPR-IDX) NOT = "Y"
                   MOVE "Y" TO WS-APPR-USED-FLAG(WS-APPR-IDX)
                   MOVE "CARD" TO WS-WOFF-BASIS
                   MOVE WS-APPR-APPROVED-BY(WS-APPR-IDX)
                       TO WS-WOFF-APPROVED-BY
           END-SEARCH.

       2150-CHECK-ITEM-AGE.
           PERFORM 2160-COMPUTE-ITEM-AGE
           IF WS-ITEM-AGE > WS-AGE-LIMIT
               MOVE "AGE" TO WS-WOFF-BASIS
               MOVE WS-AGE-APPROVED-BY TO WS-WOFF-APPROVED-BY
           END-IF.

       2160-COMPUTE-ITEM-AGE.
           IF SUSP-FIRST-DATE IS NUMERIC
               AND SUSP-FIRST-DATE > 0
               COMPUTE WS-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE(SUSP-FIRST-DATE)
               COMPUTE WS-ITEM-AGE = WS-BUS-INT - WS-FIRST-INT
           ELSE
               MOVE 9999 TO WS-ITEM-AGE
           END-IF.

       2200-WRITE-OFF-ITEM.
           IF WS-WOFF-BASIS = "CARD"
               ADD 1 TO WS-NAMED-COUNT
           ELSE
               ADD 1 TO WS-AGED-COUNT
           END-IF
           IF SUSP-DC-IND = "C"
               COMPUTE WS-SIGNED-AMOUNT = 0 - SUSP-DATA
           ELSE
               MOVE SUSP-DATA TO WS-SIGNED-AMOUNT
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-WRITE-OFF-TOTAL
           IF SUSP-CURRENCY = SPACES
               OR SUSP-ORIG-AMOUNT NOT NUMERIC
               MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
               MOVE SUSP-DATA TO WS-ITEM-ORIG-AMOUNT
           ELSE
               MOVE SUSP-CURRENCY TO WS-ITEM-CURRENCY
               MOVE SUSP-ORIG-AMOUNT TO WS-ITEM-ORIG-AMOUNT
           END-IF
           IF SUSP-DC-IND = "C"
               COMPUTE WS-SIGNED-ORIG-AMOUNT = 0 - WS-ITEM-ORIG-AMOUNT
           ELSE
               MOVE WS-ITEM-ORIG-AMOUNT TO WS-SIGNED-ORIG-AMOUNT
           END-IF
           PERFORM 2250-UPDATE-CURRENCY
           MOVE 0 TO REG-DET-VOUCHER-NO
           IF SUSP-DATA NOT = 0
               PERFORM 2300-WRITE-VOUCHER
               MOVE WS-LAST-VOUCHER-NO TO REG-DET-VOUCHER-NO
           END-IF
           MOVE SUSP-TRANS-ID TO REG-DET-TRANS-ID
           MOVE SUSP-FIRST-DATE TO REG-DET-FIRST-DATE
           MOVE WS-ITEM-AGE TO REG-DET-AGE
           MOVE WS-SIGNED-AMOUNT TO REG-DET-AMOUNT
           MOVE SUSP-CATEGORY TO REG-DET-CATEGORY
           MOVE SUSP-BRANCH TO REG-DET-BRANCH
           MOVE WS-WOFF-BASIS TO REG-DET-BASIS
           MOVE WS-WOFF-APPROVED-BY TO REG-DET-APPROVED-BY
           MOVE SUSP-REASON TO REG-DET-REASON
           WRITE REGISTER-RECORD FROM REG-DETAIL-LINE.

       2250-UPDATE-CURRENCY.
           SET WS-CUR-IDX TO 1
           SEARCH WS-CURRENCY-ENTRY
               AT END
                   IF WS-CURRENCY-COUNT < 20
                       ADD 1 TO WS-CURRENCY-COUNT
                       SET WS-CUR-IDX TO WS-CURRENCY-COUNT
                       MOVE WS-ITEM-CURRENCY TO WS-CUR-CODE(WS-CUR-IDX)
                   ELSE
                       DISPLAY "Currency table full - currency "
                           "subtotals incomplete for " WS-ITEM-CURRENCY
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-CUR-CODE(WS-CUR-IDX) = WS-ITEM-CURRENCY
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-CUR-ITEMS(WS-CUR-IDX)
           ADD WS-SIGNED-ORIG-AMOUNT TO WS-CUR-ORIG-TOTAL(WS-CUR-IDX)
           ADD WS-SIGNED-AMOUNT TO WS-CUR-BASE-TOTAL(WS-CUR-IDX).

       2300-WRITE-VOUCHER.
      *    A debit item that never posted left its amount sitting in
      *    the clearing account on the credit side, so writing it off
      *    is DR write-off account, CR clearing; a credit item is the
      *    reverse.  Both lines share the voucher number and absolute
      *    amount so the voucher balances by construction.
           ADD 1 TO WS-LAST-VOUCHER-NO
           ADD 1 TO WS-VOUCHER-COUNT
           MOVE SUSP-DATA TO WS-ABS-AMOUNT
           MOVE WS-LAST-VOUCHER-NO TO JRN-VOUCHER-NO
           MOVE WS-BUSINESS-DATE-NUM TO JRN-BUSINESS-DATE
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT
           MOVE SUSP-CATEGORY TO JRN-CAT-CODE
           MOVE SUSP-BRANCH TO JRN-BRANCH
           MOVE WS-ITEM-CURRENCY TO JRN-CURRENCY
           MOVE WS-ITEM-ORIG-AMOUNT TO JRN-ORIG-AMOUNT
           MOVE WS-STEP-NAME TO JRN-SOURCE-STEP
           MOVE WS-BUSINESS-DATE-NUM TO JRN-STREAM-DATE
           MOVE WS-WOFF-ACCOUNT TO JRN-GL-ACCOUNT
           MOVE WS-WOFF-COST-CENTER TO JRN-COST-CENTER
           IF SUSP-DC-IND = "C"
               MOVE "C" TO JRN-DC-IND
           ELSE
               MOVE "D" TO JRN-DC-IND
           END-IF
           PERFORM 2400-WRITE-JOURNAL-LINE
           MOVE WS-CLEARING-ACCOUNT TO JRN-GL-ACCOUNT
           MOVE WS-CLEARING-COST-CENTER TO JRN-COST-CENTER
           IF SUSP-DC-IND = "C"
               MOVE "D" TO JRN-DC-IND
           ELSE
               MOVE "C" TO JRN-DC-IND
           END-IF
           PERFORM 2400-WRITE-JOURNAL-LINE.

       2400-WRITE-JOURNAL-LINE.
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           IF JRN-DC-IND = "D"
               ADD WS-ABS-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-ABS-AMOUNT TO WS-CREDIT-TOTAL
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
           MOVE "READ" TO LDG-COUNT-LABEL(1)
           MOVE WS-READ-COUNT TO LDG-COUNT(1)
           MOVE "VOUCHERS" TO LDG-COUNT-LABEL(2)
           MOVE WS-VOUCHER-COUNT TO LDG-COUNT(2)
           MOVE "KEPT" TO LDG-COUNT-LABEL(3)
           MOVE WS-KEPT-COUNT TO LDG-COUNT(3)
           REWRITE STREAM-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Unable to record " WS-STEP-NAME
                       " end on stream ledger STRMLDG - file status "
                       WS-LDG-STATUS
           END-REWRITE
           CLOSE STREAM-LEDGER-FILE.

       9000-TERMINATE.
           PERFORM 9100-LIST-UNMATCHED-APPROVALS
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "SUSPENSE ITEMS READ:" TO REG-SUM-TEXT
           MOVE WS-READ-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "WRITTEN OFF BY AGE:" TO REG-SUM-TEXT
           MOVE WS-AGED-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "WRITTEN OFF BY APPROVAL CARD:" TO REG-SUM-TEXT
           MOVE WS-NAMED-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "RETAINED ON SUSPENSE:" TO REG-SUM-TEXT
           MOVE WS-KEPT-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "VOUCHERS GENERATED:" TO REG-SUM-TEXT
           MOVE WS-VOUCHER-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "CARD ERRORS:" TO REG-SUM-TEXT
           MOVE WS-BAD-CARD-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           IF WS-BACKOUT-COUNT > 0
               MOVE "JOURNAL LINES BACKED OUT:" TO REG-SUM-TEXT
               MOVE WS-BACKOUT-COUNT TO REG-SUM-COUNT
               WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           END-IF
           MOVE "NET AMOUNT WRITTEN OFF:" TO REG-AMT-TEXT
           MOVE WS-WRITE-OFF-TOTAL TO REG-AMT-VALUE
           WRITE REGISTER-RECORD FROM REG-AMOUNT-LINE
           MOVE "TOTAL DEBITS:" TO REG-AMT-TEXT
           MOVE WS-DEBIT-TOTAL TO REG-AMT-VALUE
           WRITE REGISTER-RECORD FROM REG-AMOUNT-LINE
           MOVE "TOTAL CREDITS:" TO REG-AMT-TEXT
           MOVE WS-CREDIT-TOTAL TO REG-AMT-VALUE
           WRITE REGISTER-RECORD FROM REG-AMOUNT-LINE
           PERFORM 9200-WRITE-CURRENCY-TOTALS
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "PREPARED BY" TO REG-SIGN-TEXT
           WRITE REGISTER-RECORD FROM REG-SIGNOFF-LINE
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "APPROVED BY" TO REG-SIGN-TEXT
           WRITE REGISTER-RECORD FROM REG-SIGNOFF-LINE
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-KEEP-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE REGISTER-FILE
           DISPLAY "Write-off complete - Read: " WS-READ-COUNT
               " By age: " WS-AGED-COUNT
               " By card: " WS-NAMED-COUNT
               " Retained: " WS-KEPT-COUNT
               " Card errors: " WS-BAD-CARD-COUNT
           IF WS-BAD-CARD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       9100-LIST-UNMATCHED-APPROVALS.
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
               UNTIL WS-APPR-IDX > WS-APPROVAL-COUNT
               IF WS-APPR-USED-FLAG(WS-APPR-IDX) NOT = "Y"
                   ADD 1 TO WS-BAD-CARD-COUNT
                   MOVE "APPROVAL CARD MATCHES NO SUSPENSE ITEM -"
                       TO REG-WARN-TEXT
                   MOVE WS-APPR-TRANS-ID(WS-APPR-IDX)
                       TO REG-WARN-TRANS-ID
                   MOVE WS-APPR-FIRST-DATE(WS-APPR-IDX)
                       TO REG-WARN-FIRST-DATE
                   WRITE REGISTER-RECORD FROM REG-WARNING-LINE
               END-IF
           END-PERFORM.

       9200-WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD FROM REG-CURRENCY-HEADER
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               MOVE WS-CUR-CODE(WS-CUR-IDX) TO REG-CUR-CODE
               MOVE WS-CUR-ITEMS(WS-CUR-IDX) TO REG-CUR-ITEMS
               MOVE WS-CUR-ORIG-TOTAL(WS-CUR-IDX)
                   TO REG-CUR-ORIG-TOTAL
               MOVE WS-CUR-BASE-TOTAL(WS-CUR-IDX)
                   TO REG-CUR-BASE-TOTAL
               WRITE REGISTER-RECORD FROM REG-CURRENCY-LINE
           END-PERFORM.
