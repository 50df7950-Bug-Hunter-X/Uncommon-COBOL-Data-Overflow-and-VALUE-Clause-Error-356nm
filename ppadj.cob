       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPADJ.
      *
      *  Prior-period adjustment posting.  Reads the ADJTXN file left
      *  by TXNACCUM - the carried-over and resubmitted items that
      *  came back dated in a month already closed to the category
      *  archive - and posts each one against the period it belongs
      *  to.  The closed-month figures on CATARCH are restated: the
      *  month-to-date total and count of the item's own period, and
      *  the year-to-date total and count of that period and every
      *  later period of the same year, are adjusted, and the whole
      *  archive is written to CATARCNW, which replaces CATARCH
      *  whenever the run completes with return code 0 or 4 - the
      *  same runs on which CATHIST has been adjusted, so the two
      *  never disagree.  A category with no archive row for the
      *  period gets one, carrying on the year-to-date of its latest
      *  earlier row that year.  Where the item falls in the current
      *  year the year-to-date figures on the CATHIST master are
      *  adjusted too, so the next month-end close carries the
      *  adjustment forward.
      *
      *  The items are summed by period, category and branch, and
      *  each sum gets a balanced voucher added to the end of the
      *  day's GLJRNL, dated to the last day of the period - the
      *  category account mapped on GLMAP as at that date on one side
      *  and the clearing account under category "**" branch "***" on
      *  the other, the same way GLVOUCH builds the day's vouchers.
      *  Voucher numbers carry on from the highest already on the
      *  journal, so the step runs after GLVOUCH.  The adjustment
      *  register on ADJRPT lists every item, the original and
      *  restated figures of every archive row touched, and the
      *  vouchers written, with a sign-off block.  Items ADJTXN
      *  repeats after a TXNACCUM restart are recognised by their
      *  read sequence and posted only once.  A category and branch
      *  with no mapping, a category history that cannot take the
      *  adjustment, or an item for another business date ends the
      *  run with return code 4.
      *
      *  The adjusted figures are in the base currency.  Vouchers are
      *  summed by currency as well as period, category and branch,
      *  and each journal line carries its currency and the original
      *  amount, as GLVOUCH writes them.  An item with no currency is
      *  taken to be in the base currency.
      *
      *  A rerun for the same business date - after an abend, or
      *  under a STRMOVR override - backs out the earlier attempt
      *  before posting anything.  Before a CATHIST record or archive
      *  row is changed its before-image goes to ADJIMAGE, and the
      *  rerun puts those images back; every journal line carries
      *  the step name and the business date of the run, and the
      *  lines the earlier attempt wrote are dropped from GLJRNL by
      *  copying the rest through GLJRNLWK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "CATARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT RESTATED-ARCHIVE-FILE ASSIGN TO "CATARCNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CAT-CODE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT GL-JOURNAL-WORK-FILE ASSIGN TO "GLJRNLWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JWK-STATUS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO "ADJIMAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMG-STATUS.
           SELECT BEFORE-IMAGE-WORK-FILE ASSIGN TO "ADJIMGWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IWK-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "ADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
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
           05 PARM-BASE-CURRENCY        PIC X(3).

       FD  ADJUSTMENT-FILE
           RECORDING MODE IS F.
       01  ADJUSTMENT-RECORD.
           05 ADJ-BUSINESS-DATE          PIC 9(8).
           05 ADJ-READ-SEQ               PIC 9(6).
           05 ADJ-TRANS-ID               PIC X(6).
           05 ADJ-TRANS-AMOUNT           PIC 9(5)V99.
           05 ADJ-TRANS-CATEGORY         PIC X(2).
           05 ADJ-TRANS-DC-IND           PIC X(1).
              88 ADJ-CREDIT              VALUE "C".
           05 ADJ-TRANS-DATE             PIC 9(8).
           05 FILLER REDEFINES ADJ-TRANS-DATE.
              10 ADJ-TRANS-PERIOD        PIC 9(6).
              10 FILLER                  PIC 9(2).
           05 ADJ-TRANS-BRANCH           PIC X(3).
           05 ADJ-SOURCE-TAG             PIC X(1).
           05 FILLER                     PIC X(6).
           05 ADJ-TRANS-ACCOUNT          PIC X(10).
           05 ADJ-TRANS-CURRENCY         PIC X(3).
           05 ADJ-TRANS-ORIG-AMOUNT      PIC 9(5)V99.
           05 ADJ-TRANS-FX-RATE          PIC 9(4)V9(6).
           05 FILLER                     PIC X(16).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05 ARCH-PERIOD                PIC 9(6).
           05 ARCH-CAT-CODE              PIC X(2).
           05 ARCH-MTD-TOTAL             PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.
           05 ARCH-MTD-COUNT             PIC 9(8).
           05 ARCH-YTD-TOTAL             PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.
           05 ARCH-YTD-COUNT             PIC 9(8).

       FD  RESTATED-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  RESTATED-ARCHIVE-RECORD.
           05 RST-PERIOD                 PIC 9(6).
           05 RST-CAT-CODE               PIC X(2).
           05 RST-MTD-TOTAL              PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.
           05 RST-MTD-COUNT              PIC 9(8).
           05 RST-YTD-TOTAL              PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.
           05 RST-YTD-COUNT              PIC 9(8).

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

       FD  BEFORE-IMAGE-FILE
           RECORDING MODE IS F.
       01  BEFORE-IMAGE-RECORD.
           05 IMG-BUSINESS-DATE          PIC 9(8).
           05 IMG-TYPE                   PIC X(1).
              88 IMG-HISTORY-ROW         VALUE "H".
              88 IMG-ARCHIVE-ROW         VALUE "A".
           05 IMG-PERIOD                 PIC 9(6).
           05 IMG-CAT-CODE               PIC X(2).
           05 IMG-ADDED-FLAG             PIC X(1).
           05 IMG-LAST-DATE              PIC X(8).
           05 IMG-MTD-TOTAL              PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.
           05 IMG-MTD-COUNT              PIC 9(8).
           05 IMG-YTD-TOTAL              PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.
           05 IMG-YTD-COUNT              PIC 9(8).

       FD  BEFORE-IMAGE-WORK-FILE
           RECORDING MODE IS F.
       01  BEFORE-IMAGE-WORK-RECORD     PIC X(74).

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD              PIC X(80).

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
           05 WS-ADJ-STATUS            PIC X(2) VALUE SPACES.
           05 WS-ARCH-STATUS           PIC X(2) VALUE SPACES.
           05 WS-RST-STATUS            PIC X(2) VALUE SPACES.
           05 WS-HIST-STATUS           PIC X(2) VALUE SPACES.
           05 WS-MAP-STATUS            PIC X(2) VALUE SPACES.
           05 WS-JRN-STATUS            PIC X(2) VALUE SPACES.
           05 WS-JWK-STATUS            PIC X(2) VALUE SPACES.
           05 WS-IMG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-IWK-STATUS            PIC X(2) VALUE SPACES.
           05 WS-REG-STATUS            PIC X(2) VALUE SPACES.
           05 WS-ADJ-EOF-FLAG          PIC X(1) VALUE "N".
              88 ADJ-EOF               VALUE "Y".
           05 WS-ARCH-EOF-FLAG         PIC X(1) VALUE "N".
              88 ARCH-EOF              VALUE "Y".
           05 WS-MAP-EOF-FLAG          PIC X(1) VALUE "N".
              88 MAP-EOF               VALUE "Y".
           05 WS-JRN-EOF-FLAG          PIC X(1) VALUE "N".
              88 JRN-EOF               VALUE "Y".
           05 WS-JWK-EOF-FLAG          PIC X(1) VALUE "N".
              88 JWK-EOF               VALUE "Y".
           05 WS-IMG-EOF-FLAG          PIC X(1) VALUE "N".
              88 IMG-EOF               VALUE "Y".
           05 WS-IWK-EOF-FLAG          PIC X(1) VALUE "N".
              88 IWK-EOF               VALUE "Y".
           05 WS-HIST-OPEN-FLAG        PIC X(1) VALUE "N".
              88 HIST-OPEN             VALUE "Y".

       01  WS-ADJUSTMENT-COUNTERS.
           05 WS-READ-COUNT            PIC 9(6) COMP-3 VALUE 0.
           05 WS-REPEAT-COUNT          PIC 9(6) COMP-3 VALUE 0.
           05 WS-OTHER-DATE-COUNT      PIC 9(6) COMP-3 VALUE 0.
           05 WS-APPLIED-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-RESTATED-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-ADDED-COUNT           PIC 9(6) COMP-3 VALUE 0.
           05 WS-HIST-UPDATE-COUNT     PIC 9(6) COMP-3 VALUE 0.
           05 WS-VOUCHER-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-JOURNAL-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-UNMAPPED-COUNT        PIC 9(6) COMP-3 VALUE 0.
           05 WS-WARNING-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-PRIOR-IMAGE-COUNT     PIC 9(6) COMP-3 VALUE 0.
           05 WS-BACKOUT-HIST-COUNT    PIC 9(6) COMP-3 VALUE 0.
           05 WS-BACKOUT-ARCH-COUNT    PIC 9(6) COMP-3 VALUE 0.
           05 WS-BACKOUT-COUNT         PIC 9(6) COMP-3 VALUE 0.
           05 WS-ADJUST-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-DEBIT-TOTAL           PIC 9(13)V99 COMP-3 VALUE 0.
           05 WS-CREDIT-TOTAL          PIC 9(13)V99 COMP-3 VALUE 0.

       01  WS-ADJUSTMENT-FIELDS.
           05 WS-SIGNED-AMOUNT         PIC S9(5)V99 COMP-3 VALUE 0.
           05 WS-ABS-AMOUNT            PIC 9(13)V99 COMP-3 VALUE 0.
           05 WS-ITEM-CURRENCY         PIC X(3) VALUE SPACES.
           05 WS-SIGNED-ORIG-AMOUNT    PIC S9(5)V99 COMP-3 VALUE 0.
           05 WS-ABS-ORIG-AMOUNT       PIC 9(13)V99 COMP-3 VALUE 0.
           05 WS-HIGH-READ-SEQ         PIC 9(6) VALUE 0.
           05 WS-LAST-VOUCHER-NO       PIC 9(6) VALUE 0.
           05 WS-ENTRY-YEAR            PIC 9(4) VALUE 0.
           05 WS-SEED-PERIOD           PIC 9(6) VALUE 0.
           05 WS-ARC-SUB               PIC 9(4) COMP VALUE 0.
           05 WS-ROW-CHANGED-FLAG      PIC X(1) VALUE "N".
              88 ROW-CHANGED           VALUE "Y".
           05 WS-MAP-FOUND-FLAG        PIC X(1) VALUE "N".
              88 MAPPING-FOUND         VALUE "Y".
           05 WS-POST-ACCOUNT          PIC X(8) VALUE SPACES.
           05 WS-POST-COST-CENTER      PIC X(4) VALUE SPACES.
           05 WS-CLEARING-ACCOUNT      PIC X(8) VALUE SPACES.
           05 WS-CLEARING-COST-CENTER  PIC X(4) VALUE SPACES.
           05 WS-CLEARING-FOUND-FLAG   PIC X(1) VALUE "N".

       01  WS-PERIOD-END-FIELDS.
           05 WS-NEXT-MONTH-START.
              10 WS-NEXT-YEAR          PIC 9(4).
              10 WS-NEXT-MONTH         PIC 9(2).
              10 WS-NEXT-DAY           PIC 9(2).
           05 WS-NEXT-MONTH-START-NUM REDEFINES WS-NEXT-MONTH-START
                                       PIC 9(8).
           05 WS-PERIOD-END-INT        PIC 9(8) COMP VALUE 0.
           05 WS-PERIOD-END-DATE       PIC 9(8) VALUE 0.

       01  WS-CONTROL-PARMS.
           05 WS-BUSINESS-DATE.
              10 WS-BUS-YEAR           PIC 9(4).
              10 WS-BUS-MONTH          PIC 9(2).
              10 WS-BUS-DAY            PIC 9(2).
           05 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                       PIC 9(8).
           05 WS-BUS-DATE-DISPLAY      PIC X(10).
           05 WS-BASE-CURRENCY         PIC X(3) VALUE "USD".

       01  WS-RUN-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR          PIC 9(4).
              10 WS-CURR-MONTH         PIC 9(2).
              10 WS-CURR-DAY           PIC 9(2).
           05 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-ARCHIVE-COUNT            PIC 9(4) VALUE 0.

       01  WS-ARCHIVE-TABLE.
           05 WS-ARCHIVE-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-ARCHIVE-COUNT
                 INDEXED BY WS-ARC-IDX.
              10 WS-ARC-PERIOD         PIC 9(6).
              10 WS-ARC-CAT-CODE       PIC X(2).
              10 WS-ARC-MTD-TOTAL      PIC S9(13)V99 COMP-3.
              10 WS-ARC-MTD-COUNT      PIC 9(8) COMP-3.
              10 WS-ARC-YTD-TOTAL      PIC S9(13)V99 COMP-3.
              10 WS-ARC-YTD-COUNT      PIC 9(8) COMP-3.
              10 WS-ARC-NEW-MTD-TOTAL  PIC S9(13)V99 COMP-3.
              10 WS-ARC-NEW-MTD-COUNT  PIC 9(8) COMP-3.
              10 WS-ARC-NEW-YTD-TOTAL  PIC S9(13)V99 COMP-3.
              10 WS-ARC-NEW-YTD-COUNT  PIC 9(8) COMP-3.
              10 WS-ARC-ADDED-FLAG     PIC X(1).

       01  WS-PERIOD-CAT-COUNT         PIC 9(3) VALUE 0.

       01  WS-PERIOD-CAT-TABLE.
           05 WS-PERIOD-CAT-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-PERIOD-CAT-COUNT
                 INDEXED BY WS-PC-IDX.
              10 WS-PC-PERIOD          PIC 9(6).
              10 WS-PC-CAT-CODE        PIC X(2).
              10 WS-PC-TOTAL           PIC S9(13)V99 COMP-3.
              10 WS-PC-COUNT           PIC 9(6) COMP-3.

       01  WS-VOUCHER-LINE-COUNT       PIC 9(3) VALUE 0.

       01  WS-VOUCHER-LINE-TABLE.
           05 WS-VOUCHER-LINE-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-VOUCHER-LINE-COUNT
                 INDEXED BY WS-VL-IDX.
              10 WS-VL-PERIOD          PIC 9(6).
              10 WS-VL-CAT-CODE        PIC X(2).
              10 WS-VL-BRANCH          PIC X(3).
              10 WS-VL-CURRENCY        PIC X(3).
              10 WS-VL-TOTAL           PIC S9(13)V99 COMP-3.
              10 WS-VL-ORIG-TOTAL      PIC S9(13)V99 COMP-3.
              10 WS-VL-COUNT           PIC 9(6) COMP-3.

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

       01  REG-HEADER-1.
           05 FILLER                   PIC X(34) VALUE
              "PRIOR-PERIOD ADJUSTMENT REGISTER".
           05 FILLER                   PIC X(10) VALUE "BUS DATE: ".
           05 REG-H1-BUS-DATE          PIC X(10).

       01  REG-SECTION-LINE.
           05 REG-SECTION-TEXT         PIC X(40).

       01  REG-ITEM-HEADER.
           05 FILLER                   PIC X(7) VALUE "TRANSID".
           05 FILLER                   PIC X(9) VALUE "TXN DATE".
           05 FILLER                   PIC X(7) VALUE "PERIOD".
           05 FILLER                   PIC X(4) VALUE "CAT".
           05 FILLER                   PIC X(4) VALUE "BR".
           05 FILLER                   PIC X(11) VALUE "    AMOUNT".
           05 FILLER                   PIC X(7) VALUE "   SEQ".
           05 FILLER                   PIC X(10) VALUE "ACCOUNT".

       01  REG-ITEM-LINE.
           05 REG-ITM-TRANS-ID         PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-ITM-TRANS-DATE       PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-ITM-PERIOD           PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-ITM-CATEGORY         PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 REG-ITM-BRANCH           PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-ITM-AMOUNT           PIC ZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-ITM-READ-SEQ         PIC ZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-ITM-ACCOUNT          PIC X(10).

       01  REG-RESTATE-HEADER.
           05 FILLER                   PIC X(7) VALUE "PERIOD".
           05 FILLER                   PIC X(4) VALUE "CAT".
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE
              "            ORIGINAL".
           05 FILLER                   PIC X(22) VALUE
              "          ADJUSTMENT".
           05 FILLER                   PIC X(21) VALUE
              "            RESTATED".

       01  REG-RESTATE-LINE.
           05 REG-RST-PERIOD           PIC 9(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-RST-CATEGORY         PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 REG-RST-BASIS            PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-RST-ORIGINAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-RST-ADJUSTMENT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-RST-RESTATED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  REG-ADDED-LINE.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(50) VALUE
              "ROW ADDED - CATEGORY HAD NO FIGURES FOR THE PERIOD".

       01  REG-VOUCHER-HEADER.
           05 FILLER                   PIC X(8) VALUE "VOUCHER".
           05 FILLER                   PIC X(9) VALUE "DATED".
           05 FILLER                   PIC X(4) VALUE "CAT".
           05 FILLER                   PIC X(4) VALUE "BR".
           05 FILLER                   PIC X(6) VALUE "ITEMS".
           05 FILLER                   PIC X(9) VALUE "ACCOUNT".
           05 FILLER                   PIC X(22) VALUE
              "              AMOUNT".
           05 FILLER                   PIC X(9) VALUE "STATUS".
           05 FILLER                   PIC X(3) VALUE "CUR".

       01  REG-VOUCHER-LINE.
           05 REG-VCH-VOUCHER-NO       PIC ZZZZZZ.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 REG-VCH-DATE             PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-VCH-CATEGORY         PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 REG-VCH-BRANCH           PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-VCH-ITEMS            PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-VCH-ACCOUNT          PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-VCH-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-VCH-STATUS           PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 REG-VCH-CURRENCY         PIC X(3).

       01  REG-WARNING-LINE.
           05 FILLER                   PIC X(9) VALUE "WARNING".
           05 REG-WARN-TEXT            PIC X(50).
           05 REG-WARN-KEY             PIC X(20).

       01  REG-SUMMARY-LINE.
           05 REG-SUM-TEXT             PIC X(30).
           05 REG-SUM-COUNT            PIC ZZZZZ9.

       01  REG-AMOUNT-LINE.
           05 REG-AMT-TEXT             PIC X(30).
           05 REG-AMT-VALUE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

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
           05 WS-STEP-NAME             PIC X(10) VALUE "PPADJ".
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
           PERFORM 2000-PROCESS-ADJUSTMENT
               UNTIL ADJ-EOF
           PERFORM 3000-RESTATE-ARCHIVE
           PERFORM 4000-UPDATE-CATEGORY-HISTORY
           PERFORM 5000-WRITE-VOUCHERS
           PERFORM 9000-TERMINATE
           PERFORM 8600-RECORD-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1020-READ-PARM-CARD
           PERFORM 8500-CHECK-STREAM-LEDGER
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJ-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open adjustment file ADJTXN"
                   " - file status " WS-ADJ-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open adjustment register "
                   "ADJRPT - file status " WS-REG-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ACCOUNT-MAP
           PERFORM 1200-LOAD-CATEGORY-ARCHIVE
           PERFORM 1500-BACKOUT-PRIOR-ATTEMPT
           PERFORM 1300-FIND-LAST-VOUCHER
           MOVE WS-BUS-DATE-DISPLAY TO REG-H1-BUS-DATE
           WRITE REGISTER-RECORD FROM REG-HEADER-1
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "ITEMS ADJUSTED" TO REG-SECTION-TEXT
           WRITE REGISTER-RECORD FROM REG-SECTION-LINE
           WRITE REGISTER-RECORD FROM REG-ITEM-HEADER
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM 1400-READ-ADJUSTMENT.

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
                           MOVE PARM-BASE-CURRENCY TO WS-BASE-CURRENCY
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "No control card supplied - using current "
                   "date as business date."
           END-IF
           STRING WS-BUS-MONTH "/" WS-BUS-DAY "/" WS-BUS-YEAR
               DELIMITED BY SIZE INTO WS-BUS-DATE-DISPLAY.

       1100-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open account mapping master "
                   "GLMAP - file status " WS-MAP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-LOAD-MAP-ENTRY
               UNTIL MAP-EOF
           CLOSE GL-MAP-FILE
           IF WS-CLEARING-FOUND-FLAG NOT = "Y"
               DISPLAY "FATAL: No clearing account on GLMAP - supply "
                   "a mapping entry for category ** branch ***"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-LOAD-MAP-ENTRY.
           READ GL-MAP-FILE
               AT END
                   MOVE "Y" TO WS-MAP-EOF-FLAG
               NOT AT END
                   IF MAP-CAT-CODE = "**" AND MAP-BRANCH = "***"
                       MOVE MAP-GL-ACCOUNT TO WS-CLEARING-ACCOUNT
                       MOVE MAP-COST-CENTER
                           TO WS-CLEARING-COST-CENTER
                       MOVE "Y" TO WS-CLEARING-FOUND-FLAG
                   ELSE
                       IF WS-MAP-COUNT < 500
                           ADD 1 TO WS-MAP-COUNT
                           SET WS-MAP-IDX TO WS-MAP-COUNT
                           MOVE MAP-CAT-CODE
                               TO WS-MAP-CAT-CODE(WS-MAP-IDX)
                           MOVE MAP-BRANCH
                               TO WS-MAP-BRANCH(WS-MAP-IDX)
                           MOVE MAP-GL-ACCOUNT
                               TO WS-MAP-GL-ACCOUNT(WS-MAP-IDX)
                           MOVE MAP-COST-CENTER
                               TO WS-MAP-COST-CENTER(WS-MAP-IDX)
                           MOVE MAP-EFF-FROM
                               TO WS-MAP-EFF-FROM(WS-MAP-IDX)
                           MOVE MAP-EFF-TO
                               TO WS-MAP-EFF-TO(WS-MAP-IDX)
                       ELSE
                           DISPLAY "Account mapping table full - "
                               "entry " MAP-CAT-CODE "/" MAP-BRANCH
                               " ignored"
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-CATEGORY-ARCHIVE.
      *    No archive means no month has been closed yet - every
      *    adjustment then adds its own row.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "No category archive CATARCH - starting a new "
                   "archive."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1250-LOAD-ARCHIVE-ENTRY
               UNTIL ARCH-EOF
           CLOSE ARCHIVE-FILE
           DISPLAY "Category archive loaded - " WS-ARCHIVE-COUNT
               " rows.".

       1250-LOAD-ARCHIVE-ENTRY.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
               NOT AT END
                   IF WS-ARCHIVE-COUNT < 3000
                       ADD 1 TO WS-ARCHIVE-COUNT
                       SET WS-ARC-IDX TO WS-ARCHIVE-COUNT
                       MOVE ARCH-PERIOD TO WS-ARC-PERIOD(WS-ARC-IDX)
                       MOVE ARCH-CAT-CODE
                           TO WS-ARC-CAT-CODE(WS-ARC-IDX)
                       MOVE ARCH-MTD-TOTAL
                           TO WS-ARC-MTD-TOTAL(WS-ARC-IDX)
                       MOVE ARCH-MTD-COUNT
                           TO WS-ARC-MTD-COUNT(WS-ARC-IDX)
                       MOVE ARCH-YTD-TOTAL
                           TO WS-ARC-YTD-TOTAL(WS-ARC-IDX)
                       MOVE ARCH-YTD-COUNT
                           TO WS-ARC-YTD-COUNT(WS-ARC-IDX)
                       MOVE "N" TO WS-ARC-ADDED-FLAG(WS-ARC-IDX)
                   ELSE
                       DISPLAY "FATAL: Category archive table full "
                           "- CATARCH cannot be restated"
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       1300-FIND-LAST-VOUCHER.
      *    The adjustment vouchers go on the end of the journal
      *    GLVOUCH has already built, numbered on from its highest
      *    voucher so the GL sees one unbroken sequence for the day.
      *    Lines this step wrote for the business date on an earlier
      *    attempt are not counted - they are backed out first.
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
      *    Every line not written by this step for the business date
      *    is copied to GLJRNLWK and the copy replaces GLJRNL, so the
      *    vouchers of the earlier attempt are not sent twice.
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

       1400-READ-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE "Y" TO WS-ADJ-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       1500-BACKOUT-PRIOR-ATTEMPT.
      *    ADJIMAGE holds a before-image of every CATHIST record and
      *    archive row an earlier attempt for the business date
      *    changed.  Putting them back before anything is posted lets
      *    a rerun after an abend, or under a STRMOVR override, apply
      *    the adjustments once only - whether or not CATARCNW had
      *    already replaced CATARCH.  The images for the date are kept
      *    on ADJIMAGE, by way of ADJIMGWK, until the date is rerun.
           OPEN INPUT BEFORE-IMAGE-FILE
           IF WS-IMG-STATUS NOT = "00"
               PERFORM 1580-OPEN-IMAGE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BEFORE-IMAGE-WORK-FILE
           IF WS-IWK-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open before-image work file "
                   "ADJIMGWK - file status " WS-IWK-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1510-READ-BEFORE-IMAGE
               UNTIL IMG-EOF
           CLOSE BEFORE-IMAGE-FILE
           CLOSE BEFORE-IMAGE-WORK-FILE
           IF HIST-OPEN
               CLOSE HISTORY-FILE
               MOVE "N" TO WS-HIST-OPEN-FLAG
           END-IF
           IF WS-PRIOR-IMAGE-COUNT > 0
               DISPLAY "Backout: " WS-BACKOUT-HIST-COUNT
                   " CATHIST records and " WS-BACKOUT-ARCH-COUNT
                   " archive rows put back for business date "
                   WS-BUSINESS-DATE-NUM
           END-IF
           PERFORM 1580-OPEN-IMAGE-OUTPUT
           IF WS-PRIOR-IMAGE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BEFORE-IMAGE-WORK-FILE
           IF WS-IWK-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to reopen before-image work "
                   "file ADJIMGWK - file status " WS-IWK-STATUS
                   " - restore ADJIMAGE from ADJIMGWK before rerunning"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1590-COPY-IMAGE-FROM-WORK
               UNTIL IWK-EOF
           CLOSE BEFORE-IMAGE-WORK-FILE.

       1510-READ-BEFORE-IMAGE.
           READ BEFORE-IMAGE-FILE
               AT END
                   MOVE "Y" TO WS-IMG-EOF-FLAG
               NOT AT END
                   IF IMG-BUSINESS-DATE = WS-BUSINESS-DATE-NUM
                       ADD 1 TO WS-PRIOR-IMAGE-COUNT
                       WRITE BEFORE-IMAGE-WORK-RECORD
                           FROM BEFORE-IMAGE-RECORD
                       IF IMG-HISTORY-ROW
                           PERFORM 1520-RESTORE-HISTORY-ROW
                       ELSE
                           PERFORM 1540-RESTORE-ARCHIVE-ROW
                       END-IF
                   END-IF
           END-READ.

       1520-RESTORE-HISTORY-ROW.
      *    The image is only good while the category has not been
      *    posted since - a later posting has moved the year-to-date
      *    on, and the adjustment has to be taken out of it by hand.
           IF NOT HIST-OPEN
               OPEN I-O HISTORY-FILE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "FATAL: Unable to open category history "
                       "CATHIST for backout - file status "
                       WS-HIST-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-HIST-OPEN-FLAG
           END-IF
           MOVE IMG-CAT-CODE TO HIST-CAT-CODE
           READ HISTORY-FILE
               INVALID KEY
                   DISPLAY "Backout: category " IMG-CAT-CODE
                       " no longer on CATHIST - nothing to back out"
                   EXIT PARAGRAPH
           END-READ
           IF HIST-LAST-DATE NOT = IMG-LAST-DATE
               DISPLAY "FATAL: Category " IMG-CAT-CODE " posted on "
                   "CATHIST since the earlier attempt for "
                   WS-BUSINESS-DATE-NUM " adjusted it - take that "
                   "adjustment out of its year-to-date by hand and "
                   "delete the category's H records for the date "
                   "from ADJIMAGE before rerunning"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE IMG-YTD-TOTAL TO HIST-YTD-TOTAL
           MOVE IMG-YTD-COUNT TO HIST-YTD-COUNT
           REWRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "FATAL: Unable to back out category "
                       IMG-CAT-CODE " on CATHIST - file status "
                       WS-HIST-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-BACKOUT-HIST-COUNT.

       1540-RESTORE-ARCHIVE-ROW.
      *    CATARCH holds the earlier attempt's figures only if its
      *    CATARCNW has replaced it; otherwise the row already holds
      *    the image and putting it back changes nothing.  A row the
      *    earlier attempt added is taken out again.
           SET WS-ARC-IDX TO 1
           SEARCH WS-ARCHIVE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ARC-PERIOD(WS-ARC-IDX) = IMG-PERIOD
                   AND WS-ARC-CAT-CODE(WS-ARC-IDX) = IMG-CAT-CODE
                   ADD 1 TO WS-BACKOUT-ARCH-COUNT
                   IF IMG-ADDED-FLAG = "Y"
                       PERFORM 1550-DROP-ARCHIVE-ROW
                   ELSE
                       MOVE IMG-MTD-TOTAL
                           TO WS-ARC-MTD-TOTAL(WS-ARC-IDX)
                       MOVE IMG-MTD-COUNT
                           TO WS-ARC-MTD-COUNT(WS-ARC-IDX)
                       MOVE IMG-YTD-TOTAL
                           TO WS-ARC-YTD-TOTAL(WS-ARC-IDX)
                       MOVE IMG-YTD-COUNT
                           TO WS-ARC-YTD-COUNT(WS-ARC-IDX)
                   END-IF
           END-SEARCH.

       1550-DROP-ARCHIVE-ROW.
           SET WS-ARC-SUB TO WS-ARC-IDX
           PERFORM UNTIL WS-ARC-SUB >= WS-ARCHIVE-COUNT
               MOVE WS-ARCHIVE-ENTRY(WS-ARC-SUB + 1)
                   TO WS-ARCHIVE-ENTRY(WS-ARC-SUB)
               ADD 1 TO WS-ARC-SUB
           END-PERFORM
           SUBTRACT 1 FROM WS-ARCHIVE-COUNT.

       1580-OPEN-IMAGE-OUTPUT.
           OPEN OUTPUT BEFORE-IMAGE-FILE
           IF WS-IMG-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open before-image file "
                   "ADJIMAGE - file status " WS-IMG-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       1590-COPY-IMAGE-FROM-WORK.
           READ BEFORE-IMAGE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-IWK-EOF-FLAG
               NOT AT END
                   WRITE BEFORE-IMAGE-RECORD
                       FROM BEFORE-IMAGE-WORK-RECORD
           END-READ.

       2000-PROCESS-ADJUSTMENT.
           IF ADJ-BUSINESS-DATE NOT = WS-BUSINESS-DATE-NUM
               ADD 1 TO WS-OTHER-DATE-COUNT
               MOVE "ITEM IS FOR ANOTHER BUSINESS DATE - NOT POSTED"
                   TO REG-WARN-TEXT
               MOVE SPACES TO REG-WARN-KEY
               STRING ADJ-TRANS-ID " " ADJ-BUSINESS-DATE
                   DELIMITED BY SIZE INTO REG-WARN-KEY
               PERFORM 7000-WRITE-WARNING
               PERFORM 1400-READ-ADJUSTMENT
               EXIT PARAGRAPH
           END-IF
      *    ADJTXN is extended, not rewritten, when TXNACCUM restarts,
      *    so the items it processed again after its last checkpoint
      *    come round a second time with a sequence no higher than
      *    one already posted.
           IF ADJ-READ-SEQ NOT > WS-HIGH-READ-SEQ
               ADD 1 TO WS-REPEAT-COUNT
               DISPLAY "Item " ADJ-TRANS-ID " sequence " ADJ-READ-SEQ
                   " repeated after restart - already posted"
               PERFORM 1400-READ-ADJUSTMENT
               EXIT PARAGRAPH
           END-IF
           MOVE ADJ-READ-SEQ TO WS-HIGH-READ-SEQ
           ADD 1 TO WS-APPLIED-COUNT
           IF ADJ-CREDIT
               COMPUTE WS-SIGNED-AMOUNT = 0 - ADJ-TRANS-AMOUNT
           ELSE
               MOVE ADJ-TRANS-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF
           IF ADJ-TRANS-CURRENCY = SPACES
               OR ADJ-TRANS-ORIG-AMOUNT IS NOT NUMERIC
               MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
               MOVE WS-SIGNED-AMOUNT TO WS-SIGNED-ORIG-AMOUNT
           ELSE
               MOVE ADJ-TRANS-CURRENCY TO WS-ITEM-CURRENCY
               IF ADJ-CREDIT
                   COMPUTE WS-SIGNED-ORIG-AMOUNT =
                       0 - ADJ-TRANS-ORIG-AMOUNT
               ELSE
                   MOVE ADJ-TRANS-ORIG-AMOUNT TO WS-SIGNED-ORIG-AMOUNT
               END-IF
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-ADJUST-TOTAL
           PERFORM 2100-ADD-PERIOD-CATEGORY
           PERFORM 2200-ADD-VOUCHER-LINE
           MOVE ADJ-TRANS-ID TO REG-ITM-TRANS-ID
           MOVE ADJ-TRANS-DATE TO REG-ITM-TRANS-DATE
           MOVE ADJ-TRANS-PERIOD TO REG-ITM-PERIOD
           MOVE ADJ-TRANS-CATEGORY TO REG-ITM-CATEGORY
           MOVE ADJ-TRANS-BRANCH TO REG-ITM-BRANCH
           MOVE WS-SIGNED-AMOUNT TO REG-ITM-AMOUNT
           MOVE ADJ-READ-SEQ TO REG-ITM-READ-SEQ
           MOVE ADJ-TRANS-ACCOUNT TO REG-ITM-ACCOUNT
           WRITE REGISTER-RECORD FROM REG-ITEM-LINE
           PERFORM 1400-READ-ADJUSTMENT.

       2100-ADD-PERIOD-CATEGORY.
           SET WS-PC-IDX TO 1
           SEARCH WS-PERIOD-CAT-ENTRY
               AT END
                   IF WS-PERIOD-CAT-COUNT < 500
                       ADD 1 TO WS-PERIOD-CAT-COUNT
                       SET WS-PC-IDX TO WS-PERIOD-CAT-COUNT
                       MOVE ADJ-TRANS-PERIOD TO WS-PC-PERIOD(WS-PC-IDX)
                       MOVE ADJ-TRANS-CATEGORY
                           TO WS-PC-CAT-CODE(WS-PC-IDX)
                       MOVE WS-SIGNED-AMOUNT TO WS-PC-TOTAL(WS-PC-IDX)
                       MOVE 1 TO WS-PC-COUNT(WS-PC-IDX)
                   ELSE
                       DISPLAY "FATAL: Period and category table full "
                           "at item " ADJ-TRANS-ID
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-PC-PERIOD(WS-PC-IDX) = ADJ-TRANS-PERIOD
                   AND WS-PC-CAT-CODE(WS-PC-IDX) = ADJ-TRANS-CATEGORY
                   ADD WS-SIGNED-AMOUNT TO WS-PC-TOTAL(WS-PC-IDX)
                   ADD 1 TO WS-PC-COUNT(WS-PC-IDX)
           END-SEARCH.

       2200-ADD-VOUCHER-LINE.
           SET WS-VL-IDX TO 1
           SEARCH WS-VOUCHER-LINE-ENTRY
               AT END
                   IF WS-VOUCHER-LINE-COUNT < 500
                       ADD 1 TO WS-VOUCHER-LINE-COUNT
                       SET WS-VL-IDX TO WS-VOUCHER-LINE-COUNT
                       MOVE ADJ-TRANS-PERIOD TO WS-VL-PERIOD(WS-VL-IDX)
                       MOVE ADJ-TRANS-CATEGORY
                           TO WS-VL-CAT-CODE(WS-VL-IDX)
                       MOVE ADJ-TRANS-BRANCH TO WS-VL-BRANCH(WS-VL-IDX)
                       MOVE WS-ITEM-CURRENCY
                           TO WS-VL-CURRENCY(WS-VL-IDX)
                       MOVE WS-SIGNED-AMOUNT TO WS-VL-TOTAL(WS-VL-IDX)
                       MOVE WS-SIGNED-ORIG-AMOUNT
                           TO WS-VL-ORIG-TOTAL(WS-VL-IDX)
                       MOVE 1 TO WS-VL-COUNT(WS-VL-IDX)
                   ELSE
                       DISPLAY "FATAL: Voucher line table full at "
                           "item " ADJ-TRANS-ID
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-VL-PERIOD(WS-VL-IDX) = ADJ-TRANS-PERIOD
                   AND WS-VL-CAT-CODE(WS-VL-IDX) = ADJ-TRANS-CATEGORY
                   AND WS-VL-BRANCH(WS-VL-IDX) = ADJ-TRANS-BRANCH
                   AND WS-VL-CURRENCY(WS-VL-IDX) = WS-ITEM-CURRENCY
                   ADD WS-SIGNED-AMOUNT TO WS-VL-TOTAL(WS-VL-IDX)
                   ADD WS-SIGNED-ORIG-AMOUNT
                       TO WS-VL-ORIG-TOTAL(WS-VL-IDX)
                   ADD 1 TO WS-VL-COUNT(WS-VL-IDX)
           END-SEARCH.

       3000-RESTATE-ARCHIVE.
      *    The whole archive is copied to CATARCNW whether or not any
      *    row changed, so CATARCNW can always replace CATARCH.
           PERFORM 3100-ADD-MISSING-ROW
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PERIOD-CAT-COUNT
           OPEN OUTPUT RESTATED-ARCHIVE-FILE
           IF WS-RST-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open restated archive "
                   "CATARCNW - file status " WS-RST-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "CLOSED PERIODS RESTATED" TO REG-SECTION-TEXT
           WRITE REGISTER-RECORD FROM REG-SECTION-LINE
           WRITE REGISTER-RECORD FROM REG-RESTATE-HEADER
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM 3200-RESTATE-ARCHIVE-ROW
               VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARCHIVE-COUNT
           CLOSE RESTATED-ARCHIVE-FILE.

       3100-ADD-MISSING-ROW.
           SET WS-ARC-IDX TO 1
           SEARCH WS-ARCHIVE-ENTRY
               AT END
                   IF WS-ARCHIVE-COUNT < 3000
                       ADD 1 TO WS-ARCHIVE-COUNT
                       ADD 1 TO WS-ADDED-COUNT
                       SET WS-ARC-IDX TO WS-ARCHIVE-COUNT
                       MOVE WS-PC-PERIOD(WS-PC-IDX)
                           TO WS-ARC-PERIOD(WS-ARC-IDX)
                       MOVE WS-PC-CAT-CODE(WS-PC-IDX)
                           TO WS-ARC-CAT-CODE(WS-ARC-IDX)
                       MOVE 0 TO WS-ARC-MTD-TOTAL(WS-ARC-IDX)
                       MOVE 0 TO WS-ARC-MTD-COUNT(WS-ARC-IDX)
                       MOVE 0 TO WS-ARC-YTD-TOTAL(WS-ARC-IDX)
                       MOVE 0 TO WS-ARC-YTD-COUNT(WS-ARC-IDX)
                       MOVE "Y" TO WS-ARC-ADDED-FLAG(WS-ARC-IDX)
                       PERFORM 3150-SEED-ADDED-ROW-YTD
                   ELSE
                       DISPLAY "FATAL: Category archive table full "
                           "- CATARCH cannot be restated"
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-ARC-PERIOD(WS-ARC-IDX) = WS-PC-PERIOD(WS-PC-IDX)
                   AND WS-ARC-CAT-CODE(WS-ARC-IDX)
                       = WS-PC-CAT-CODE(WS-PC-IDX)
                   CONTINUE
           END-SEARCH.

       3150-SEED-ADDED-ROW-YTD.
      *    A row added for a period the category had no row for starts
      *    from the year-to-date of its latest earlier row in the same
      *    year, so the year-to-date carried before the gap is kept.
      *    With no earlier row that year it starts from zero.
           MOVE 0 TO WS-SEED-PERIOD
           PERFORM 3160-CHECK-SEED-ROW
               VARYING WS-ARC-SUB FROM 1 BY 1
               UNTIL WS-ARC-SUB > WS-ARCHIVE-COUNT.

       3160-CHECK-SEED-ROW.
           IF WS-ARC-ADDED-FLAG(WS-ARC-SUB) = "N"
               AND WS-ARC-CAT-CODE(WS-ARC-SUB)
                   = WS-ARC-CAT-CODE(WS-ARC-IDX)
               AND WS-ARC-PERIOD(WS-ARC-SUB)(1:4)
                   = WS-ARC-PERIOD(WS-ARC-IDX)(1:4)
               AND WS-ARC-PERIOD(WS-ARC-SUB)
                   < WS-ARC-PERIOD(WS-ARC-IDX)
               AND WS-ARC-PERIOD(WS-ARC-SUB) > WS-SEED-PERIOD
               MOVE WS-ARC-PERIOD(WS-ARC-SUB) TO WS-SEED-PERIOD
               MOVE WS-ARC-YTD-TOTAL(WS-ARC-SUB)
                   TO WS-ARC-YTD-TOTAL(WS-ARC-IDX)
               MOVE WS-ARC-YTD-COUNT(WS-ARC-SUB)
                   TO WS-ARC-YTD-COUNT(WS-ARC-IDX)
           END-IF.

       3200-RESTATE-ARCHIVE-ROW.
      *    An adjustment moves the month-to-date figures of its own
      *    period and the year-to-date figures of its own period and
      *    every later period of the same year.
           MOVE "N" TO WS-ROW-CHANGED-FLAG
           MOVE WS-ARC-MTD-TOTAL(WS-ARC-IDX)
               TO WS-ARC-NEW-MTD-TOTAL(WS-ARC-IDX)
           MOVE WS-ARC-MTD-COUNT(WS-ARC-IDX)
               TO WS-ARC-NEW-MTD-COUNT(WS-ARC-IDX)
           MOVE WS-ARC-YTD-TOTAL(WS-ARC-IDX)
               TO WS-ARC-NEW-YTD-TOTAL(WS-ARC-IDX)
           MOVE WS-ARC-YTD-COUNT(WS-ARC-IDX)
               TO WS-ARC-NEW-YTD-COUNT(WS-ARC-IDX)
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PERIOD-CAT-COUNT
               IF WS-PC-CAT-CODE(WS-PC-IDX)
                   = WS-ARC-CAT-CODE(WS-ARC-IDX)
                   AND WS-PC-PERIOD(WS-PC-IDX)(1:4)
                       = WS-ARC-PERIOD(WS-ARC-IDX)(1:4)
                   AND WS-PC-PERIOD(WS-PC-IDX)
                       <= WS-ARC-PERIOD(WS-ARC-IDX)
                   MOVE "Y" TO WS-ROW-CHANGED-FLAG
                   ADD WS-PC-TOTAL(WS-PC-IDX)
                       TO WS-ARC-NEW-YTD-TOTAL(WS-ARC-IDX)
                   ADD WS-PC-COUNT(WS-PC-IDX)
                       TO WS-ARC-NEW-YTD-COUNT(WS-ARC-IDX)
                   IF WS-PC-PERIOD(WS-PC-IDX)
                       = WS-ARC-PERIOD(WS-ARC-IDX)
                       ADD WS-PC-TOTAL(WS-PC-IDX)
                           TO WS-ARC-NEW-MTD-TOTAL(WS-ARC-IDX)
                       ADD WS-PC-COUNT(WS-PC-IDX)
                           TO WS-ARC-NEW-MTD-COUNT(WS-ARC-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-ARC-PERIOD(WS-ARC-IDX) TO RST-PERIOD
           MOVE WS-ARC-CAT-CODE(WS-ARC-IDX) TO RST-CAT-CODE
           MOVE WS-ARC-NEW-MTD-TOTAL(WS-ARC-IDX) TO RST-MTD-TOTAL
           MOVE WS-ARC-NEW-MTD-COUNT(WS-ARC-IDX) TO RST-MTD-COUNT
           MOVE WS-ARC-NEW-YTD-TOTAL(WS-ARC-IDX) TO RST-YTD-TOTAL
           MOVE WS-ARC-NEW-YTD-COUNT(WS-ARC-IDX) TO RST-YTD-COUNT
           WRITE RESTATED-ARCHIVE-RECORD
           IF ROW-CHANGED
               ADD 1 TO WS-RESTATED-COUNT
               PERFORM 3250-WRITE-ARCHIVE-IMAGE
               PERFORM 3300-WRITE-RESTATEMENT
           END-IF.

       3250-WRITE-ARCHIVE-IMAGE.
           MOVE WS-BUSINESS-DATE-NUM TO IMG-BUSINESS-DATE
           MOVE "A" TO IMG-TYPE
           MOVE WS-ARC-PERIOD(WS-ARC-IDX) TO IMG-PERIOD
           MOVE WS-ARC-CAT-CODE(WS-ARC-IDX) TO IMG-CAT-CODE
           MOVE WS-ARC-ADDED-FLAG(WS-ARC-IDX) TO IMG-ADDED-FLAG
           MOVE SPACES TO IMG-LAST-DATE
           MOVE WS-ARC-MTD-TOTAL(WS-ARC-IDX) TO IMG-MTD-TOTAL
           MOVE WS-ARC-MTD-COUNT(WS-ARC-IDX) TO IMG-MTD-COUNT
           MOVE WS-ARC-YTD-TOTAL(WS-ARC-IDX) TO IMG-YTD-TOTAL
           MOVE WS-ARC-YTD-COUNT(WS-ARC-IDX) TO IMG-YTD-COUNT
           WRITE BEFORE-IMAGE-RECORD.

       3300-WRITE-RESTATEMENT.
           MOVE WS-ARC-PERIOD(WS-ARC-IDX) TO REG-RST-PERIOD
           MOVE WS-ARC-CAT-CODE(WS-ARC-IDX) TO REG-RST-CATEGORY
           MOVE "MTD" TO REG-RST-BASIS
           MOVE WS-ARC-MTD-TOTAL(WS-ARC-IDX) TO REG-RST-ORIGINAL
           COMPUTE REG-RST-ADJUSTMENT =
               WS-ARC-NEW-MTD-TOTAL(WS-ARC-IDX)
               - WS-ARC-MTD-TOTAL(WS-ARC-IDX)
           MOVE WS-ARC-NEW-MTD-TOTAL(WS-ARC-IDX) TO REG-RST-RESTATED
           WRITE REGISTER-RECORD FROM REG-RESTATE-LINE
           MOVE "YTD" TO REG-RST-BASIS
           MOVE WS-ARC-YTD-TOTAL(WS-ARC-IDX) TO REG-RST-ORIGINAL
           COMPUTE REG-RST-ADJUSTMENT =
               WS-ARC-NEW-YTD-TOTAL(WS-ARC-IDX)
               - WS-ARC-YTD-TOTAL(WS-ARC-IDX)
           MOVE WS-ARC-NEW-YTD-TOTAL(WS-ARC-IDX) TO REG-RST-RESTATED
           WRITE REGISTER-RECORD FROM REG-RESTATE-LINE
           IF WS-ARC-ADDED-FLAG(WS-ARC-IDX) = "Y"
               WRITE REGISTER-RECORD FROM REG-ADDED-LINE
           END-IF.

       4000-UPDATE-CATEGORY-HISTORY.
      *    Only adjustments dated in the current year touch CATHIST -
      *    an earlier year's figures live on the archive alone.  The
      *    before-images of the records to be adjusted are written
      *    and ADJIMAGE closed before the first record is rewritten,
      *    so a rerun always finds the image of anything changed.
           IF WS-PERIOD-CAT-COUNT = 0
               CLOSE BEFORE-IMAGE-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               CLOSE BEFORE-IMAGE-FILE
               DISPLAY "Unable to open category history CATHIST"
                   " - file status " WS-HIST-STATUS
                   " - year-to-date not adjusted"
               MOVE "CATHIST NOT AVAILABLE - YEAR-TO-DATE NOT ADJUSTED"
                   TO REG-WARN-TEXT
               MOVE SPACES TO REG-WARN-KEY
               PERFORM 7000-WRITE-WARNING
               EXIT PARAGRAPH
           END-IF
           PERFORM 4050-WRITE-HISTORY-IMAGE
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PERIOD-CAT-COUNT
           CLOSE BEFORE-IMAGE-FILE
           PERFORM 4100-ADJUST-CATEGORY-HISTORY
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PERIOD-CAT-COUNT
           CLOSE HISTORY-FILE.

       4050-WRITE-HISTORY-IMAGE.
           COMPUTE WS-ENTRY-YEAR = WS-PC-PERIOD(WS-PC-IDX) / 100
           IF WS-ENTRY-YEAR NOT = WS-BUS-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PC-CAT-CODE(WS-PC-IDX) TO HIST-CAT-CODE
           READ HISTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-BUSINESS-DATE-NUM TO IMG-BUSINESS-DATE
           MOVE "H" TO IMG-TYPE
           MOVE 0 TO IMG-PERIOD
           MOVE HIST-CAT-CODE TO IMG-CAT-CODE
           MOVE SPACE TO IMG-ADDED-FLAG
           MOVE HIST-LAST-DATE TO IMG-LAST-DATE
           MOVE HIST-MTD-TOTAL TO IMG-MTD-TOTAL
           MOVE HIST-MTD-COUNT TO IMG-MTD-COUNT
           MOVE HIST-YTD-TOTAL TO IMG-YTD-TOTAL
           MOVE HIST-YTD-COUNT TO IMG-YTD-COUNT
           WRITE BEFORE-IMAGE-RECORD.

       4100-ADJUST-CATEGORY-HISTORY.
           COMPUTE WS-ENTRY-YEAR = WS-PC-PERIOD(WS-PC-IDX) / 100
           IF WS-ENTRY-YEAR NOT = WS-BUS-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-WARN-KEY
           STRING WS-PC-PERIOD(WS-PC-IDX) " "
               WS-PC-CAT-CODE(WS-PC-IDX)
               DELIMITED BY SIZE INTO REG-WARN-KEY
           MOVE WS-PC-CAT-CODE(WS-PC-IDX) TO HIST-CAT-CODE
           READ HISTORY-FILE
               INVALID KEY
                   MOVE "NO CATHIST RECORD - YEAR-TO-DATE NOT ADJUSTED"
                       TO REG-WARN-TEXT
                   PERFORM 7000-WRITE-WARNING
                   EXIT PARAGRAPH
           END-READ
      *    A category not yet posted this year still holds last
      *    year's figures, which its first posting will clear.
           IF HIST-LAST-YEAR NOT = WS-BUS-YEAR
               MOVE "CATHIST NOT POSTED THIS YEAR - YTD NOT ADJUSTED"
                   TO REG-WARN-TEXT
               PERFORM 7000-WRITE-WARNING
               EXIT PARAGRAPH
           END-IF
           ADD WS-PC-TOTAL(WS-PC-IDX) TO HIST-YTD-TOTAL
           ADD WS-PC-COUNT(WS-PC-IDX) TO HIST-YTD-COUNT
           REWRITE HISTORY-RECORD
               INVALID KEY
                   MOVE "CATHIST REWRITE FAILED - YTD NOT ADJUSTED"
                       TO REG-WARN-TEXT
                   PERFORM 7000-WRITE-WARNING
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-HIST-UPDATE-COUNT.

       5000-WRITE-VOUCHERS.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "ADJUSTMENT VOUCHERS" TO REG-SECTION-TEXT
           WRITE REGISTER-RECORD FROM REG-SECTION-LINE
           WRITE REGISTER-RECORD FROM REG-VOUCHER-HEADER
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM 5100-WRITE-PERIOD-VOUCHER
               VARYING WS-VL-IDX FROM 1 BY 1
               UNTIL WS-VL-IDX > WS-VOUCHER-LINE-COUNT.

       5100-WRITE-PERIOD-VOUCHER.
           PERFORM 5200-COMPUTE-PERIOD-END
           PERFORM 5300-FIND-ACCOUNT-MAPPING
           MOVE 0 TO REG-VCH-VOUCHER-NO
           MOVE WS-PERIOD-END-DATE TO REG-VCH-DATE
           MOVE WS-VL-CAT-CODE(WS-VL-IDX) TO REG-VCH-CATEGORY
           MOVE WS-VL-BRANCH(WS-VL-IDX) TO REG-VCH-BRANCH
           MOVE WS-VL-CURRENCY(WS-VL-IDX) TO REG-VCH-CURRENCY
           MOVE WS-VL-COUNT(WS-VL-IDX) TO REG-VCH-ITEMS
           MOVE WS-VL-TOTAL(WS-VL-IDX) TO REG-VCH-AMOUNT
           EVALUATE TRUE
               WHEN NOT MAPPING-FOUND
                   ADD 1 TO WS-UNMAPPED-COUNT
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE SPACES TO REG-VCH-ACCOUNT
                   MOVE "UNMAPPED" TO REG-VCH-STATUS
               WHEN WS-VL-TOTAL(WS-VL-IDX) = 0
                   MOVE WS-POST-ACCOUNT TO REG-VCH-ACCOUNT
                   MOVE "NETS NIL" TO REG-VCH-STATUS
               WHEN OTHER
                   PERFORM 5400-WRITE-VOUCHER
                   MOVE WS-LAST-VOUCHER-NO TO REG-VCH-VOUCHER-NO
                   MOVE WS-POST-ACCOUNT TO REG-VCH-ACCOUNT
                   MOVE "WRITTEN" TO REG-VCH-STATUS
           END-EVALUATE
           WRITE REGISTER-RECORD FROM REG-VOUCHER-LINE.

       5200-COMPUTE-PERIOD-END.
      *    The last day of the period is the day before the first
      *    of the following month.
           MOVE WS-VL-PERIOD(WS-VL-IDX) TO WS-NEXT-MONTH-START(1:6)
           MOVE 1 TO WS-NEXT-DAY
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START-NUM) - 1
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT).

       5300-FIND-ACCOUNT-MAPPING.
           MOVE "N" TO WS-MAP-FOUND-FLAG
           SET WS-MAP-IDX TO 1
           SEARCH WS-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MAP-CAT-CODE(WS-MAP-IDX)
                   = WS-VL-CAT-CODE(WS-VL-IDX)
                   AND WS-MAP-BRANCH(WS-MAP-IDX)
                       = WS-VL-BRANCH(WS-VL-IDX)
                   AND WS-MAP-EFF-FROM(WS-MAP-IDX)
                       <= WS-PERIOD-END-DATE
                   AND (WS-MAP-EFF-TO(WS-MAP-IDX) = 0
                       OR WS-MAP-EFF-TO(WS-MAP-IDX)
                           >= WS-PERIOD-END-DATE)
                   MOVE "Y" TO WS-MAP-FOUND-FLAG
                   MOVE WS-MAP-GL-ACCOUNT(WS-MAP-IDX)
                       TO WS-POST-ACCOUNT
                   MOVE WS-MAP-COST-CENTER(WS-MAP-IDX)
                       TO WS-POST-COST-CENTER
           END-SEARCH.

       5400-WRITE-VOUCHER.
      *    Net debit adjustments post DR to the mapped account and CR
      *    to the clearing account; net credit adjustments post the
      *    reverse - the entry the period would have carried had the
      *    items posted on time.  Both lines share the voucher number
      *    and absolute amount so the voucher balances by
      *    construction.
           ADD 1 TO WS-LAST-VOUCHER-NO
           ADD 1 TO WS-VOUCHER-COUNT
           MOVE WS-LAST-VOUCHER-NO TO JRN-VOUCHER-NO
           MOVE WS-PERIOD-END-DATE TO JRN-BUSINESS-DATE
           MOVE WS-VL-CAT-CODE(WS-VL-IDX) TO JRN-CAT-CODE
           MOVE WS-VL-BRANCH(WS-VL-IDX) TO JRN-BRANCH
           IF WS-VL-TOTAL(WS-VL-IDX) > 0
               MOVE WS-VL-TOTAL(WS-VL-IDX) TO WS-ABS-AMOUNT
           ELSE
               COMPUTE WS-ABS-AMOUNT = 0 - WS-VL-TOTAL(WS-VL-IDX)
           END-IF
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT
           IF WS-VL-ORIG-TOTAL(WS-VL-IDX) < 0
               COMPUTE WS-ABS-ORIG-AMOUNT =
                   0 - WS-VL-ORIG-TOTAL(WS-VL-IDX)
           ELSE
               MOVE WS-VL-ORIG-TOTAL(WS-VL-IDX) TO WS-ABS-ORIG-AMOUNT
           END-IF
           MOVE WS-VL-CURRENCY(WS-VL-IDX) TO JRN-CURRENCY
           MOVE WS-ABS-ORIG-AMOUNT TO JRN-ORIG-AMOUNT
           MOVE WS-STEP-NAME TO JRN-SOURCE-STEP
           MOVE WS-BUSINESS-DATE-NUM TO JRN-STREAM-DATE
           MOVE WS-POST-ACCOUNT TO JRN-GL-ACCOUNT
           MOVE WS-POST-COST-CENTER TO JRN-COST-CENTER
           IF WS-VL-TOTAL(WS-VL-IDX) > 0
               MOVE "D" TO JRN-DC-IND
           ELSE
               MOVE "C" TO JRN-DC-IND
           END-IF
           PERFORM 5500-WRITE-JOURNAL-LINE
           MOVE WS-CLEARING-ACCOUNT TO JRN-GL-ACCOUNT
           MOVE WS-CLEARING-COST-CENTER TO JRN-COST-CENTER
           IF WS-VL-TOTAL(WS-VL-IDX) > 0
               MOVE "C" TO JRN-DC-IND
           ELSE
               MOVE "D" TO JRN-DC-IND
           END-IF
           PERFORM 5500-WRITE-JOURNAL-LINE.

       5500-WRITE-JOURNAL-LINE.
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           IF JRN-DC-IND = "D"
               ADD WS-ABS-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-ABS-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       7000-WRITE-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           WRITE REGISTER-RECORD FROM REG-WARNING-LINE.

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
           MOVE "ADJUSTED" TO LDG-COUNT-LABEL(2)
           MOVE WS-APPLIED-COUNT TO LDG-COUNT(2)
           MOVE "VOUCHERS" TO LDG-COUNT-LABEL(3)
           MOVE WS-VOUCHER-COUNT TO LDG-COUNT(3)
           REWRITE STREAM-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Unable to record " WS-STEP-NAME
                       " end on stream ledger STRMLDG - file status "
                       WS-LDG-STATUS
           END-REWRITE
           CLOSE STREAM-LEDGER-FILE.

       9000-TERMINATE.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "ADJUSTMENT ITEMS READ:" TO REG-SUM-TEXT
           MOVE WS-READ-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "REPEATED AFTER RESTART:" TO REG-SUM-TEXT
           MOVE WS-REPEAT-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "FOR ANOTHER BUSINESS DATE:" TO REG-SUM-TEXT
           MOVE WS-OTHER-DATE-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "ITEMS ADJUSTED:" TO REG-SUM-TEXT
           MOVE WS-APPLIED-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "ARCHIVE ROWS RESTATED:" TO REG-SUM-TEXT
           MOVE WS-RESTATED-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "ARCHIVE ROWS ADDED:" TO REG-SUM-TEXT
           MOVE WS-ADDED-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "CATHIST YTD ADJUSTED:" TO REG-SUM-TEXT
           MOVE WS-HIST-UPDATE-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "VOUCHERS GENERATED:" TO REG-SUM-TEXT
           MOVE WS-VOUCHER-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           MOVE "UNMAPPED CATEGORY/BRANCH:" TO REG-SUM-TEXT
           MOVE WS-UNMAPPED-COUNT TO REG-SUM-COUNT
           WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           IF WS-PRIOR-IMAGE-COUNT > 0 OR WS-BACKOUT-COUNT > 0
               MOVE "CATHIST RECORDS BACKED OUT:" TO REG-SUM-TEXT
               MOVE WS-BACKOUT-HIST-COUNT TO REG-SUM-COUNT
               WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
               MOVE "ARCHIVE ROWS BACKED OUT:" TO REG-SUM-TEXT
               MOVE WS-BACKOUT-ARCH-COUNT TO REG-SUM-COUNT
               WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
               MOVE "JOURNAL LINES BACKED OUT:" TO REG-SUM-TEXT
               MOVE WS-BACKOUT-COUNT TO REG-SUM-COUNT
               WRITE REGISTER-RECORD FROM REG-SUMMARY-LINE
           END-IF
           MOVE "NET ADJUSTMENT:" TO REG-AMT-TEXT
           MOVE WS-ADJUST-TOTAL TO REG-AMT-VALUE
           WRITE REGISTER-RECORD FROM REG-AMOUNT-LINE
           MOVE "TOTAL DEBITS:" TO REG-AMT-TEXT
           MOVE WS-DEBIT-TOTAL TO REG-AMT-VALUE
           WRITE REGISTER-RECORD FROM REG-AMOUNT-LINE
           MOVE "TOTAL CREDITS:" TO REG-AMT-TEXT
           MOVE WS-CREDIT-TOTAL TO REG-AMT-VALUE
           WRITE REGISTER-RECORD FROM REG-AMOUNT-LINE
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "PREPARED BY" TO REG-SIGN-TEXT
           WRITE REGISTER-RECORD FROM REG-SIGNOFF-LINE
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "APPROVED BY" TO REG-SIGN-TEXT
           WRITE REGISTER-RECORD FROM REG-SIGNOFF-LINE
           CLOSE ADJUSTMENT-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE REGISTER-FILE
           DISPLAY "Prior-period adjustment complete - Read: "
               WS-READ-COUNT " Adjusted: " WS-APPLIED-COUNT
               " Rows restated: " WS-RESTATED-COUNT
               " Vouchers: " WS-VOUCHER-COUNT
               " Warnings: " WS-WARNING-COUNT
           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
