       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCHK.
      *
      *  Reference data integrity check.  Runs ahead of TXNEDIT and
      *  cross-checks the category reference CATREF, the branch
      *  reference BRREF and the account mapping master GLMAP against
      *  each other for the business date on PARMCARD, so that a gap
      *  in the references holds the stream before any money is
      *  accumulated rather than surfacing as GLVERR rejects after
      *  the event.  Errors listed on REFCHKRPT are:
      *    - a duplicate code on CATREF or BRREF, or a duplicate
      *      category, branch and effective-from key on GLMAP
      *    - more entries on a reference than the stream programs
      *      load into their tables
      *    - an active category and active branch with no GLMAP
      *      mapping effective on the business date
      *    - no clearing entry (category "**" branch "***") effective
      *      on the business date
      *    - a GLMAP row for an unknown category or branch, or with
      *      its effective-to date before its effective-from date
      *    - two GLMAP rows for one category and branch whose
      *      effective ranges overlap
      *    - an active branch with no region
      *  Warnings are a GLMAP row for an inactive category or branch
      *  and an inactive branch with no region.  The program ends
      *  with return code 8 when any error is found, 4 when only
      *  warnings are found, so the scheduler can hold the stream.
      *  GLMAP rows for category "**" are the special accounts
      *  (clearing, write-off) and are not checked against the
      *  references.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CATEGORY-REF-FILE ASSIGN TO "CATREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATREF-STATUS.
           SELECT BRANCH-REF-FILE ASSIGN TO "BRREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRREF-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT CHECK-REPORT-FILE ASSIGN TO "REFCHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05 PARM-RECORD-LIMIT         PIC 9(6).
           05 PARM-OVERFLOW-CEILING     PIC 9(15).
           05 PARM-BUSINESS-DATE        PIC X(8).
           05 PARM-OVERRIDE-FLAG        PIC X(1).

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

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       01  GL-MAP-RECORD.
           05 MAP-CAT-CODE               PIC X(2).
           05 MAP-BRANCH                 PIC X(3).
           05 MAP-GL-ACCOUNT             PIC X(8).
           05 MAP-COST-CENTER            PIC X(4).
           05 MAP-EFF-FROM               PIC 9(8).
           05 MAP-EFF-TO                 PIC 9(8).

       FD  CHECK-REPORT-FILE
           RECORDING MODE IS F.
       01  CHECK-REPORT-RECORD           PIC X(80).

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
           05 WS-PARM-STATUS           PIC X(2) VALUE SPACES.
           05 WS-CATREF-STATUS         PIC X(2) VALUE SPACES.
           05 WS-BRREF-STATUS          PIC X(2) VALUE SPACES.
           05 WS-MAP-STATUS            PIC X(2) VALUE SPACES.
           05 WS-REPORT-STATUS         PIC X(2) VALUE SPACES.
           05 WS-CATREF-EOF-FLAG       PIC X(1) VALUE "N".
              88 CATREF-EOF            VALUE "Y".
           05 WS-BRREF-EOF-FLAG        PIC X(1) VALUE "N".
              88 BRREF-EOF             VALUE "Y".
           05 WS-MAP-EOF-FLAG          PIC X(1) VALUE "N".
              88 MAP-EOF               VALUE "Y".

       01  WS-CHECK-COUNTERS.
           05 WS-ERROR-COUNT           PIC 9(6) COMP-3 VALUE 0.
           05 WS-WARNING-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-COMBINATION-COUNT     PIC 9(6) COMP-3 VALUE 0.
           05 WS-CATREF-EXCESS         PIC 9(6) COMP-3 VALUE 0.
           05 WS-BRREF-EXCESS          PIC 9(6) COMP-3 VALUE 0.
           05 WS-MAP-EXCESS            PIC 9(6) COMP-3 VALUE 0.

       01  WS-CONTROL-PARMS.
           05 WS-BUSINESS-DATE.
              10 WS-BUS-YEAR           PIC 9(4).
              10 WS-BUS-MONTH          PIC 9(2).
              10 WS-BUS-DAY            PIC 9(2).
           05 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                       PIC 9(8).
           05 WS-BUS-DATE-DISPLAY      PIC X(10).

       01  WS-CHECK-FIELDS.
           05 WS-CAT-SUB               PIC 9(3) COMP VALUE 0.
           05 WS-CAT-SUB-2             PIC 9(3) COMP VALUE 0.
           05 WS-BR-SUB                PIC 9(3) COMP VALUE 0.
           05 WS-BR-SUB-2              PIC 9(3) COMP VALUE 0.
           05 WS-MAP-SUB               PIC 9(3) COMP VALUE 0.
           05 WS-MAP-SUB-2             PIC 9(3) COMP VALUE 0.
           05 WS-RANGE-END-1           PIC 9(8) VALUE 0.
           05 WS-RANGE-END-2           PIC 9(8) VALUE 0.
           05 WS-FOUND-FLAG            PIC X(1) VALUE "N".
              88 ENTRY-FOUND           VALUE "Y".
           05 WS-ENTRY-ACTIVE-FLAG     PIC X(1) VALUE "N".
              88 ENTRY-ACTIVE          VALUE "Y".
           05 WS-CLEARING-FLAG         PIC X(1) VALUE "N".
              88 CLEARING-EFFECTIVE    VALUE "Y".
           05 WS-CLEARING-ROW-FLAG     PIC X(1) VALUE "N".
              88 CLEARING-ON-FILE      VALUE "Y".
           05 WS-EXC-SEVERITY          PIC X(7) VALUE SPACES.
           05 WS-EXC-FILE              PIC X(6) VALUE SPACES.
           05 WS-EXC-KEY               PIC X(20) VALUE SPACES.
           05 WS-EXC-MESSAGE           PIC X(43) VALUE SPACES.

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
              10 WS-BRF-NAME           PIC X(25).
              10 WS-BRF-REGION         PIC X(3).
              10 WS-BRF-ACTIVE         PIC X(1).

       01  WS-MAP-COUNT                PIC 9(3) VALUE 0.

       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-MAP-COUNT
                 INDEXED BY WS-MAP-IDX.
              10 WS-MAP-CAT-CODE       PIC X(2).
              10 WS-MAP-BRANCH         PIC X(3).
              10 WS-MAP-GL-ACCOUNT     PIC X(8).
              10 WS-MAP-COST-CENTER    PIC X(4).
              10 WS-MAP-EFF-FROM       PIC 9(8).
              10 WS-MAP-EFF-TO         PIC 9(8).

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 9(2).
              10 WS-CURR-DAY           PIC 9(2).
           05 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).
           05 WS-RUN-DATE-DISPLAY      PIC X(10).

       01  RCK-HEADER-1.
           05 FILLER                   PIC X(30) VALUE
              "REFERENCE DATA CHECK".
           05 FILLER                   PIC X(15) VALUE
              "BUSINESS DATE: ".
           05 RCK-H1-BUS-DATE          PIC X(10).
           05 FILLER                   PIC X(12) VALUE "  RUN DATE: ".
           05 RCK-H1-RUN-DATE          PIC X(10).

       01  RCK-HEADER-2.
           05 FILLER                   PIC X(8) VALUE "SEVERITY".
           05 FILLER                   PIC X(7) VALUE "FILE".
           05 FILLER                   PIC X(21) VALUE "KEY".
           05 FILLER                   PIC X(43) VALUE "EXCEPTION".

       01  RCK-DETAIL-LINE.
           05 RCK-DET-SEVERITY         PIC X(7).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RCK-DET-FILE             PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RCK-DET-KEY              PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RCK-DET-MESSAGE          PIC X(43).

       01  RCK-SUMMARY-LINE.
           05 RCK-SUM-TEXT             PIC X(30).
           05 RCK-SUM-COUNT            PIC ZZZ,ZZ9.

       01  WS-STREAM-CONTROL.
           05 WS-LDG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-STATUS            PIC X(2) VALUE SPACES.
           05 WS-OVR-EOF-FLAG          PIC X(1) VALUE "N".
              88 OVR-EOF               VALUE "Y".
           05 WS-STEP-NAME             PIC X(10) VALUE "REFCHK".
           05 WS-PRED-STEP-NAME        PIC X(10) VALUE SPACES.
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
           PERFORM 2000-CHECK-CATEGORY-REF
           PERFORM 3000-CHECK-BRANCH-REF
           PERFORM 4000-CHECK-MAP-ROWS
           PERFORM 5000-CHECK-MAP-COVERAGE
           PERFORM 9000-TERMINATE
           PERFORM 8600-RECORD-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MONTH "/" WS-CURR-DAY "/" WS-CURR-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           PERFORM 8500-CHECK-STREAM-LEDGER
           OPEN OUTPUT CHECK-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open check report REFCHKRPT"
                   " - file status " WS-REPORT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE-DISPLAY TO RCK-H1-BUS-DATE
           MOVE WS-RUN-DATE-DISPLAY TO RCK-H1-RUN-DATE
           WRITE CHECK-REPORT-RECORD FROM RCK-HEADER-1
           MOVE SPACES TO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD FROM RCK-HEADER-2
           MOVE SPACES TO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD
           PERFORM 1100-LOAD-CATEGORY-REF
           PERFORM 1200-LOAD-BRANCH-REF
           PERFORM 1300-LOAD-ACCOUNT-MAP.

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

       1100-LOAD-CATEGORY-REF.
           OPEN INPUT CATEGORY-REF-FILE
           IF WS-CATREF-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open category reference file "
                   "CATREF - file status " WS-CATREF-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-LOAD-CATREF-ENTRY
               UNTIL CATREF-EOF
           CLOSE CATEGORY-REF-FILE
           DISPLAY "Category reference loaded - " WS-CATREF-COUNT
               " categories.".

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
                   ELSE
                       ADD 1 TO WS-CATREF-EXCESS
                   END-IF
           END-READ.

       1200-LOAD-BRANCH-REF.
           OPEN INPUT BRANCH-REF-FILE
           IF WS-BRREF-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open branch reference file "
                   "BRREF - file status " WS-BRREF-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1250-LOAD-BRREF-ENTRY
               UNTIL BRREF-EOF
           CLOSE BRANCH-REF-FILE
           DISPLAY "Branch reference loaded - " WS-BRREF-COUNT
               " branches.".

       1250-LOAD-BRREF-ENTRY.
           READ BRANCH-REF-FILE
               AT END
                   MOVE "Y" TO WS-BRREF-EOF-FLAG
               NOT AT END
                   IF WS-BRREF-COUNT < 100
                       ADD 1 TO WS-BRREF-COUNT
                       SET WS-BRF-IDX TO WS-BRREF-COUNT
                       MOVE BRREF-CODE TO WS-BRF-CODE(WS-BRF-IDX)
                       MOVE BRREF-NAME TO WS-BRF-NAME(WS-BRF-IDX)
                       MOVE BRREF-REGION TO WS-BRF-REGION(WS-BRF-IDX)
                       MOVE BRREF-ACTIVE-FLAG
                           TO WS-BRF-ACTIVE(WS-BRF-IDX)
                   ELSE
                       ADD 1 TO WS-BRREF-EXCESS
                   END-IF
           END-READ.

       1300-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open account mapping master "
                   "GLMAP - file status " WS-MAP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1350-LOAD-MAP-ENTRY
               UNTIL MAP-EOF
           CLOSE GL-MAP-FILE
           DISPLAY "Account mappings loaded - " WS-MAP-COUNT
               " entries.".

       1350-LOAD-MAP-ENTRY.
           READ GL-MAP-FILE
               AT END
                   MOVE "Y" TO WS-MAP-EOF-FLAG
               NOT AT END
                   IF WS-MAP-COUNT < 500
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MAP-IDX TO WS-MAP-COUNT
                       MOVE MAP-CAT-CODE TO WS-MAP-CAT-CODE(WS-MAP-IDX)
                       MOVE MAP-BRANCH TO WS-MAP-BRANCH(WS-MAP-IDX)
                       MOVE MAP-GL-ACCOUNT
                           TO WS-MAP-GL-ACCOUNT(WS-MAP-IDX)
                       MOVE MAP-COST-CENTER
                           TO WS-MAP-COST-CENTER(WS-MAP-IDX)
                       MOVE MAP-EFF-FROM TO WS-MAP-EFF-FROM(WS-MAP-IDX)
                       MOVE MAP-EFF-TO TO WS-MAP-EFF-TO(WS-MAP-IDX)
                   ELSE
                       ADD 1 TO WS-MAP-EXCESS
                   END-IF
           END-READ.

       2000-CHECK-CATEGORY-REF.
           IF WS-CATREF-EXCESS > 0
               MOVE "CATREF" TO WS-EXC-FILE
               MOVE SPACES TO WS-EXC-KEY
               MOVE "MORE THAN 50 CATEGORIES - EXCESS IGNORED"
                   TO WS-EXC-MESSAGE
               PERFORM 8000-WRITE-ERROR
           END-IF
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB >= WS-CATREF-COUNT
               PERFORM VARYING WS-CAT-SUB-2 FROM WS-CAT-SUB BY 1
                   UNTIL WS-CAT-SUB-2 >= WS-CATREF-COUNT
                   IF WS-REF-CODE(WS-CAT-SUB-2 + 1)
                       = WS-REF-CODE(WS-CAT-SUB)
                       MOVE "CATREF" TO WS-EXC-FILE
                       MOVE WS-REF-CODE(WS-CAT-SUB) TO WS-EXC-KEY
                       MOVE "DUPLICATE CATEGORY CODE" TO WS-EXC-MESSAGE
                       PERFORM 8000-WRITE-ERROR
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-CHECK-BRANCH-REF.
           IF WS-BRREF-EXCESS > 0
               MOVE "BRREF" TO WS-EXC-FILE
               MOVE SPACES TO WS-EXC-KEY
               MOVE "MORE THAN 100 BRANCHES - EXCESS IGNORED"
                   TO WS-EXC-MESSAGE
               PERFORM 8000-WRITE-ERROR
           END-IF
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BRREF-COUNT
               IF WS-BRF-REGION(WS-BR-SUB) = SPACES
                   MOVE "BRREF" TO WS-EXC-FILE
                   MOVE WS-BRF-CODE(WS-BR-SUB) TO WS-EXC-KEY
                   IF WS-BRF-ACTIVE(WS-BR-SUB) = "A"
                       MOVE "ACTIVE BRANCH HAS NO REGION"
                           TO WS-EXC-MESSAGE
                       PERFORM 8000-WRITE-ERROR
                   ELSE
                       MOVE "INACTIVE BRANCH HAS NO REGION"
                           TO WS-EXC-MESSAGE
                       PERFORM 8100-WRITE-WARNING
                   END-IF
               END-IF
               PERFORM VARYING WS-BR-SUB-2 FROM WS-BR-SUB BY 1
                   UNTIL WS-BR-SUB-2 >= WS-BRREF-COUNT
                   IF WS-BRF-CODE(WS-BR-SUB-2 + 1)
                       = WS-BRF-CODE(WS-BR-SUB)
                       MOVE "BRREF" TO WS-EXC-FILE
                       MOVE WS-BRF-CODE(WS-BR-SUB) TO WS-EXC-KEY
                       MOVE "DUPLICATE BRANCH CODE" TO WS-EXC-MESSAGE
                       PERFORM 8000-WRITE-ERROR
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-CHECK-MAP-ROWS.
           IF WS-MAP-EXCESS > 0
               MOVE "GLMAP" TO WS-EXC-FILE
               MOVE SPACES TO WS-EXC-KEY
               MOVE "MORE THAN 500 MAPPINGS - EXCESS IGNORED"
                   TO WS-EXC-MESSAGE
               PERFORM 8000-WRITE-ERROR
           END-IF
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               PERFORM 4100-CHECK-MAP-ROW
           END-PERFORM
           IF NOT CLEARING-ON-FILE
               MOVE "GLMAP" TO WS-EXC-FILE
               MOVE "**/***" TO WS-EXC-KEY
               MOVE "NO CLEARING ENTRY ON FILE" TO WS-EXC-MESSAGE
               PERFORM 8000-WRITE-ERROR
           ELSE
               IF NOT CLEARING-EFFECTIVE
                   MOVE "GLMAP" TO WS-EXC-FILE
                   MOVE "**/***" TO WS-EXC-KEY
                   MOVE "CLEARING ENTRY NOT EFFECTIVE ON BUS DATE"
                       TO WS-EXC-MESSAGE
                   PERFORM 8000-WRITE-ERROR
               END-IF
           END-IF.

       4100-CHECK-MAP-ROW.
           MOVE "GLMAP" TO WS-EXC-FILE
           MOVE SPACES TO WS-EXC-KEY
           STRING WS-MAP-CAT-CODE(WS-MAP-SUB) "/"
               WS-MAP-BRANCH(WS-MAP-SUB) " FROM "
               WS-MAP-EFF-FROM(WS-MAP-SUB)
               DELIMITED BY SIZE INTO WS-EXC-KEY
           IF WS-MAP-EFF-TO(WS-MAP-SUB) NOT = 0
               AND WS-MAP-EFF-TO(WS-MAP-SUB)
                   < WS-MAP-EFF-FROM(WS-MAP-SUB)
               MOVE "EFFECTIVE-TO DATE BEFORE EFFECTIVE-FROM"
                   TO WS-EXC-MESSAGE
               PERFORM 8000-WRITE-ERROR
           END-IF
           IF WS-MAP-CAT-CODE(WS-MAP-SUB) = "**"
               IF WS-MAP-BRANCH(WS-MAP-SUB) = "***"
                   MOVE "Y" TO WS-CLEARING-ROW-FLAG
                   IF WS-MAP-EFF-FROM(WS-MAP-SUB)
                       <= WS-BUSINESS-DATE-NUM
                       AND (WS-MAP-EFF-TO(WS-MAP-SUB) = 0
                           OR WS-MAP-EFF-TO(WS-MAP-SUB)
                               >= WS-BUSINESS-DATE-NUM)
                       MOVE "Y" TO WS-CLEARING-FLAG
                   END-IF
               END-IF
           ELSE
               PERFORM 4200-CHECK-MAP-REFERENCES
           END-IF
           PERFORM 4300-CHECK-MAP-OVERLAP.

       4200-CHECK-MAP-REFERENCES.
           SET WS-REF-IDX TO 1
           SEARCH WS-CATREF-ENTRY
               AT END
                   MOVE "CATEGORY NOT ON CATREF" TO WS-EXC-MESSAGE
                   PERFORM 8000-WRITE-ERROR
               WHEN WS-REF-CODE(WS-REF-IDX)
                   = WS-MAP-CAT-CODE(WS-MAP-SUB)
                   IF WS-REF-ACTIVE(WS-REF-IDX) NOT = "A"
                       MOVE "CATEGORY INACTIVE ON CATREF"
                           TO WS-EXC-MESSAGE
                       PERFORM 8100-WRITE-WARNING
                   END-IF
           END-SEARCH
           SET WS-BRF-IDX TO 1
           SEARCH WS-BRREF-ENTRY
               AT END
                   MOVE "BRANCH NOT ON BRREF" TO WS-EXC-MESSAGE
                   PERFORM 8000-WRITE-ERROR
               WHEN WS-BRF-CODE(WS-BRF-IDX)
                   = WS-MAP-BRANCH(WS-MAP-SUB)
                   IF WS-BRF-ACTIVE(WS-BRF-IDX) NOT = "A"
                       MOVE "BRANCH INACTIVE ON BRREF"
                           TO WS-EXC-MESSAGE
                       PERFORM 8100-WRITE-WARNING
                   END-IF
           END-SEARCH.

       4300-CHECK-MAP-OVERLAP.
      *    Each row is compared with the rows after it for the same
      *    category and branch, so every clash is reported once.  An
      *    effective-to of zero is open-ended.
           IF WS-MAP-EFF-TO(WS-MAP-SUB) = 0
               MOVE 99999999 TO WS-RANGE-END-1
           ELSE
               MOVE WS-MAP-EFF-TO(WS-MAP-SUB) TO WS-RANGE-END-1
           END-IF
           PERFORM VARYING WS-MAP-SUB-2 FROM WS-MAP-SUB BY 1
               UNTIL WS-MAP-SUB-2 >= WS-MAP-COUNT
               IF WS-MAP-CAT-CODE(WS-MAP-SUB-2 + 1)
                   = WS-MAP-CAT-CODE(WS-MAP-SUB)
                   AND WS-MAP-BRANCH(WS-MAP-SUB-2 + 1)
                       = WS-MAP-BRANCH(WS-MAP-SUB)
                   IF WS-MAP-EFF-TO(WS-MAP-SUB-2 + 1) = 0
                       MOVE 99999999 TO WS-RANGE-END-2
                   ELSE
                       MOVE WS-MAP-EFF-TO(WS-MAP-SUB-2 + 1)
                           TO WS-RANGE-END-2
                   END-IF
                   IF WS-MAP-EFF-FROM(WS-MAP-SUB-2 + 1)
                       = WS-MAP-EFF-FROM(WS-MAP-SUB)
                       MOVE "DUPLICATE MAPPING KEY" TO WS-EXC-MESSAGE
                       PERFORM 8000-WRITE-ERROR
                   ELSE
                       IF WS-MAP-EFF-FROM(WS-MAP-SUB-2 + 1)
                           <= WS-RANGE-END-1
                           AND WS-MAP-EFF-FROM(WS-MAP-SUB)
                               <= WS-RANGE-END-2
                           MOVE "EFFECTIVE RANGE OVERLAPS ANOTHER ROW"
                               TO WS-EXC-MESSAGE
                           PERFORM 8000-WRITE-ERROR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       5000-CHECK-MAP-COVERAGE.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATREF-COUNT
               IF WS-REF-ACTIVE(WS-CAT-SUB) = "A"
                   PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                       UNTIL WS-BR-SUB > WS-BRREF-COUNT
                       IF WS-BRF-ACTIVE(WS-BR-SUB) = "A"
                           PERFORM 5100-FIND-EFFECTIVE-MAPPING
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       5100-FIND-EFFECTIVE-MAPPING.
           ADD 1 TO WS-COMBINATION-COUNT
           MOVE "N" TO WS-FOUND-FLAG
           IF WS-MAP-COUNT > 0
               SET WS-MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MAP-CAT-CODE(WS-MAP-IDX)
                       = WS-REF-CODE(WS-CAT-SUB)
                       AND WS-MAP-BRANCH(WS-MAP-IDX)
                           = WS-BRF-CODE(WS-BR-SUB)
                       AND WS-MAP-EFF-FROM(WS-MAP-IDX)
                           <= WS-BUSINESS-DATE-NUM
                       AND (WS-MAP-EFF-TO(WS-MAP-IDX) = 0
                           OR WS-MAP-EFF-TO(WS-MAP-IDX)
                               >= WS-BUSINESS-DATE-NUM)
                       MOVE "Y" TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND
               MOVE "GLMAP" TO WS-EXC-FILE
               MOVE SPACES TO WS-EXC-KEY
               STRING WS-REF-CODE(WS-CAT-SUB) "/"
                   WS-BRF-CODE(WS-BR-SUB)
                   DELIMITED BY SIZE INTO WS-EXC-KEY
               MOVE "NO MAPPING EFFECTIVE ON BUSINESS DATE"
                   TO WS-EXC-MESSAGE
               PERFORM 8000-WRITE-ERROR
           END-IF.

       8000-WRITE-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE "ERROR" TO WS-EXC-SEVERITY
           PERFORM 8200-WRITE-EXCEPTION.

       8100-WRITE-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           MOVE "WARNING" TO WS-EXC-SEVERITY
           PERFORM 8200-WRITE-EXCEPTION.

       8200-WRITE-EXCEPTION.
           MOVE WS-EXC-SEVERITY TO RCK-DET-SEVERITY
           MOVE WS-EXC-FILE TO RCK-DET-FILE
           MOVE WS-EXC-KEY TO RCK-DET-KEY
           MOVE WS-EXC-MESSAGE TO RCK-DET-MESSAGE
           WRITE CHECK-REPORT-RECORD FROM RCK-DETAIL-LINE.

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
           MOVE "ERRORS" TO LDG-COUNT-LABEL(1)
           MOVE WS-ERROR-COUNT TO LDG-COUNT(1)
           MOVE "WARNINGS" TO LDG-COUNT-LABEL(2)
           MOVE WS-WARNING-COUNT TO LDG-COUNT(2)
           MOVE "COMBOS" TO LDG-COUNT-LABEL(3)
           MOVE WS-COMBINATION-COUNT TO LDG-COUNT(3)
           REWRITE STREAM-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Unable to record " WS-STEP-NAME
                       " end on stream ledger STRMLDG - file status "
                       WS-LDG-STATUS
           END-REWRITE
           CLOSE STREAM-LEDGER-FILE.

       9000-TERMINATE.
           MOVE SPACES TO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD
           MOVE "CATEGORIES LOADED:" TO RCK-SUM-TEXT
           MOVE WS-CATREF-COUNT TO RCK-SUM-COUNT
           WRITE CHECK-REPORT-RECORD FROM RCK-SUMMARY-LINE
           MOVE "BRANCHES LOADED:" TO RCK-SUM-TEXT
           MOVE WS-BRREF-COUNT TO RCK-SUM-COUNT
           WRITE CHECK-REPORT-RECORD FROM RCK-SUMMARY-LINE
           MOVE "MAPPINGS LOADED:" TO RCK-SUM-TEXT
           MOVE WS-MAP-COUNT TO RCK-SUM-COUNT
           WRITE CHECK-REPORT-RECORD FROM RCK-SUMMARY-LINE
           MOVE "ACTIVE COMBINATIONS CHECKED:" TO RCK-SUM-TEXT
           MOVE WS-COMBINATION-COUNT TO RCK-SUM-COUNT
           WRITE CHECK-REPORT-RECORD FROM RCK-SUMMARY-LINE
           MOVE "ERRORS:" TO RCK-SUM-TEXT
           MOVE WS-ERROR-COUNT TO RCK-SUM-COUNT
           WRITE CHECK-REPORT-RECORD FROM RCK-SUMMARY-LINE
           MOVE "WARNINGS:" TO RCK-SUM-TEXT
           MOVE WS-WARNING-COUNT TO RCK-SUM-COUNT
           WRITE CHECK-REPORT-RECORD FROM RCK-SUMMARY-LINE
           CLOSE CHECK-REPORT-FILE
           DISPLAY "Reference check complete - Errors: "
               WS-ERROR-COUNT " Warnings: " WS-WARNING-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
