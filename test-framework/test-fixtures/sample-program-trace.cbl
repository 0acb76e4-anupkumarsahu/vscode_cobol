       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-TRACE.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * End-to-end transaction lineage trace. The three-way tie-out
      * says the totals are off; this inquiry says which item. Given
      * one of
      *   - a customer and a transaction date (optionally an amount
      *     to narrow it)
      *   - an amount (optionally a date or customer to narrow it)
      *   - a feed registration (feed code, business date and
      *     registration sequence) and the item's number within
      *     that file
      * it follows the item through every stage it passes, printing
      * each stage's record and its timestamp:
      *   1 the bank's lockbox file, and the lockbox reject file an
      *     out-of-balance batch is copied to
      *   2 CUSTTRAN, as the intakes released it (arrival order)
      *   3 CUSTTRNS, as the posting engine sorted it
      *   4 unapplied-cash suspense and the fraud review queue
      *   5 the posting register - the item's own row, a suspense
      *     reapplication or fraud release that posted it later, and
      *     any reversal, transfer or backout that took it off
      *     again; register history files cut by the retention run
      *     are read through when the date reaches back that far
      *   6 the feed registration the posting came in on
      *   7 the customer-master journal row the posting wrote
      *   8 the GL batch line the posting summarized into
      *   9 any posting-run backout written over the posting
      * and closes with where the item stopped: rejected at intake,
      * never released, never posted, rejected by posting, held in
      * suspense, held for fraud review, backed out, reversed, or
      * posted through to the GL.
      * In feed mode a LOCKBOX item is the Nth detail line on the
      * bank file; the raw layouts of the other feeds are their own
      * intakes' business, so for them the item is the Nth CUSTTRAN
      * row released under the feed's source code. The bank file
      * and CUSTTRAN are rebuilt every night, so an item from an
      * earlier night is normally picked up from the register on.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The bank's lockbox file, and the batches LOCKBOX refused
           SELECT LOCKBOX-FILE ASSIGN TO WS-LOCKBOX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBX-FILE-STATUS.

           SELECT LOCKBOX-REJECT-FILE ASSIGN TO "CUSTLBXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBR-FILE-STATUS.

           SELECT FEED-CONTROL-FILE ASSIGN TO "CUSTFDCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDC-KEY
               FILE STATUS IS WS-FDC-FILE-STATUS.

      * The posting engine's input in arrival order, and the same
      * rows as it sorted them
           SELECT CUSTOMER-TRAN-FILE ASSIGN TO WS-TRAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT SORTED-TRAN-FILE ASSIGN TO "CUSTTRNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STN-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-FILE-STATUS.

           SELECT FRAUD-REVIEW-FILE ASSIGN TO "CUSTFRDQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRQ-KEY
               FILE STATUS IS WS-FRQ-FILE-STATUS.

      * The live register, or one of its history files
           SELECT POSTING-REGISTER-FILE ASSIGN TO WS-REGISTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.

      * The live journal, or one of its history files
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * History files cut by the retention run; optional - missing
      * means nothing has been cut
           SELECT HISTORY-CONTROL-FILE ASSIGN TO "CUSTHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCT-FILE-STATUS.

      * The latest GL batch GLGEN cut
           SELECT GL-JOURNAL-FILE ASSIGN TO "CUSTGLJE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-FILE-STATUS.

           SELECT BACKOUT-CONTROL-FILE ASSIGN TO "CUSTBKOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKC-KEY
               FILE STATUS IS WS-BKC-FILE-STATUS.

           SELECT TRACE-REPORT-FILE ASSIGN TO "CUSTTRCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same 110-byte layout SAMPLE-PROGRAM-LOCKBOX reads; the
      * reject file carries the same lines copied through intact
       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD.
           05  LBX-RECORD-TYPE     PIC X.
               88  LBX-HEADER      VALUE 'H'.
               88  LBX-DETAIL      VALUE 'D'.
               88  LBX-TRAILER     VALUE 'T'.
           05  LBX-BATCH-ID        PIC 9(6).
           05  FILLER              PIC X(103).
       01  LOCKBOX-DETAIL-RECORD REDEFINES LOCKBOX-RECORD.
           05  FILLER              PIC X.
           05  LBXD-BATCH-ID       PIC 9(6).
           05  LBXD-CUST-ID        PIC 9(6).
           05  LBXD-AMOUNT         PIC S9(7)V99.
           05  LBXD-CURRENCY-CODE  PIC X(3).
           05  LBXD-CHECK-NUMBER   PIC X(10).
           05  LBXD-REMIT-DATE     PIC 9(8).
           05  FILLER              PIC X(4).
           05  LBXD-SCANLINE.
               10  LBXS-CUST-ID    PIC 9(9).
               10  LBXS-AMOUNT     PIC 9(9).
               10  LBXS-PERIOD     PIC 9(6).
               10  LBXS-CHECK-DIGIT PIC 9.
           05  FILLER              PIC X(8).
           05  LBXD-REMITTER-NAME  PIC X(30).

       FD  LOCKBOX-REJECT-FILE.
       01  LOCKBOX-REJECT-LINE     PIC X(110).

       FD  FEED-CONTROL-FILE.
           COPY FEED-CONTROL-RECORD.

       FD  CUSTOMER-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

       FD  SORTED-TRAN-FILE.
           COPY CUSTTRAN-RECORD REPLACING
               ==CUSTOMER-TRAN-RECORD== BY ==SORTED-TRAN-RECORD==
               LEADING ==TRN-== BY ==STN-==.

       FD  SUSPENSE-FILE.
           COPY SUSPENSE-RECORD.

       FD  FRAUD-REVIEW-FILE.
           COPY FRAUD-REVIEW-RECORD.

       FD  POSTING-REGISTER-FILE.
       01  POSTING-REGISTER-RECORD.
           05  PREG-POST-DATE      PIC 9(8).
           05  PREG-POST-TIME      PIC 9(6).
           05  PREG-CUST-ID        PIC 9(9).
           05  PREG-TRANS-TYPE     PIC X.
               88  PREG-PAYMENT    VALUE 'P'.
               88  PREG-CHARGE     VALUE 'C'.
               88  PREG-ADJUSTMENT VALUE 'A'.
               88  PREG-REVERSAL   VALUE 'R'.
           05  PREG-AMOUNT         PIC S9(7)V99.
           05  PREG-TRANS-DATE     PIC 9(8).
           05  PREG-SOURCE-CODE    PIC X(8).
           05  PREG-DISPOSITION    PIC X(8).
               88  PREG-POSTED     VALUE 'POSTED'.
               88  PREG-REJECTED   VALUE 'REJECTED'.
               88  PREG-SUSPENDED  VALUE 'SUSPENSE'.
               88  PREG-FRAUD-HELD VALUE 'FRAUDHLD'.
           05  PREG-REJECT-REASON  PIC X(40).
           05  PREG-REMIT-PARENT-ID PIC 9(9).
           05  PREG-REMIT-TOTAL    PIC S9(7)V99.

       FD  JOURNAL-FILE.
           COPY JOURNAL-RECORD.

       FD  HISTORY-CONTROL-FILE.
           COPY HISTORY-CONTROL-RECORD.

      * Same layout SAMPLE-PROGRAM-GLGEN writes
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE     PIC X.
               88  GLJ-HEADER      VALUE 'H'.
               88  GLJ-LINE        VALUE 'L'.
               88  GLJ-TRAILER     VALUE 'T'.
           05  GLJ-BATCH-DATE      PIC 9(8).
           05  GLJ-COMPANY-ID      PIC X(4).
           05  GLJ-GL-ACCOUNT      PIC X(10).
           05  GLJ-DR-CR           PIC X.
           05  GLJ-AMOUNT          PIC S9(9)V99.
           05  GLJ-DESCRIPTION     PIC X(30).
           05  GLJ-ENTRY-FLAG      PIC X.
               88  GLJ-PRIOR-PERIOD-ADJ VALUE 'P'.
           05  GLJ-PRIOR-PERIOD-ID PIC 9(6).

       FD  BACKOUT-CONTROL-FILE.
           COPY BACKOUT-CONTROL-RECORD.

       FD  TRACE-REPORT-FILE.
       01  TRACE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-LOCKBOX-FILE-NAME    PIC X(40) VALUE 'CUSTLBX'.
       01  WS-TRAN-FILE-NAME       PIC X(40) VALUE 'CUSTTRAN'.
       01  WS-REGISTER-FILE-NAME   PIC X(40) VALUE 'CUSTPREG'.
       01  WS-JOURNAL-FILE-NAME    PIC X(40) VALUE 'CUSTJRNL'.

       01  WS-LBX-FILE-STATUS      PIC XX.
           88  LBX-FILE-OK         VALUE '00'.
           88  LBX-FILE-AT-END     VALUE '10'.
       01  WS-LBR-FILE-STATUS      PIC XX.
           88  LBR-FILE-OK         VALUE '00'.
           88  LBR-FILE-AT-END     VALUE '10'.
       01  WS-FDC-FILE-STATUS      PIC XX.
           88  FDC-FILE-OK         VALUE '00'.
           88  FDC-FILE-AT-END     VALUE '10'.
       01  WS-TRN-FILE-STATUS      PIC XX.
           88  TRN-FILE-OK         VALUE '00'.
           88  TRN-FILE-AT-END     VALUE '10'.
       01  WS-STN-FILE-STATUS      PIC XX.
           88  STN-FILE-OK         VALUE '00'.
           88  STN-FILE-AT-END     VALUE '10'.
       01  WS-SUS-FILE-STATUS      PIC XX.
           88  SUS-FILE-OK         VALUE '00'.
           88  SUS-FILE-AT-END     VALUE '10'.
       01  WS-FRQ-FILE-STATUS      PIC XX.
           88  FRQ-FILE-OK         VALUE '00'.
           88  FRQ-FILE-AT-END     VALUE '10'.
       01  WS-PREG-FILE-STATUS     PIC XX.
           88  PREG-FILE-OK        VALUE '00'.
           88  PREG-FILE-AT-END    VALUE '10'.
       01  WS-JRNL-FILE-STATUS     PIC XX.
           88  JRNL-FILE-OK        VALUE '00'.
           88  JRNL-FILE-AT-END    VALUE '10'.
       01  WS-HCT-FILE-STATUS      PIC XX.
           88  HCT-FILE-OK         VALUE '00'.
           88  HCT-FILE-AT-END     VALUE '10'.
       01  WS-GLJ-FILE-STATUS      PIC XX.
           88  GLJ-FILE-OK         VALUE '00'.
           88  GLJ-FILE-AT-END     VALUE '10'.
       01  WS-BKC-FILE-STATUS      PIC XX.
           88  BKC-FILE-OK         VALUE '00'.
           88  BKC-FILE-AT-END     VALUE '10'.
       01  WS-TRC-FILE-STATUS      PIC XX.
           88  TRC-FILE-OK         VALUE '00'.

      * The journal images decoded through the master layout - a
      * byte copy of CUSTOMER-RECORD rides in each image field
           COPY CUSTOMER-RECORD REPLACING
               ==CUSTOMER-RECORD== BY ==WS-TRACE-IMAGE==
               LEADING ==CUST-== BY ==TRI-==.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
      * The trace started from a feed registration
           05  WS-FEED-MODE-FLAG   PIC X VALUE 'N'.
               88  FEED-MODE       VALUE 'Y'.
           05  WS-REGISTRATION-FLAG PIC X VALUE 'N'.
               88  REGISTRATION-FOUND VALUE 'Y'.
      * The item's keys are known - from the parm area, or once the
      * feed item has been located
           05  WS-RESOLVED-FLAG    PIC X VALUE 'N'.
               88  ITEM-RESOLVED   VALUE 'Y'.
           05  WS-MATCH-FLAG       PIC X VALUE 'N'.
               88  CANDIDATE-MATCHES VALUE 'Y'.
           05  WS-SUSPENSE-FLAG    PIC X VALUE 'N'.
               88  SUSPENSE-ITEM-FOUND VALUE 'Y'.
           05  WS-FRAUD-FLAG       PIC X VALUE 'N'.
               88  FRAUD-ITEM-FOUND VALUE 'Y'.
           05  WS-ORIGINAL-FLAG    PIC X VALUE 'N'.
               88  ORIGINAL-ROW-FOUND VALUE 'Y'.
           05  WS-POSTING-FLAG     PIC X VALUE 'N'.
               88  POSTING-FOUND   VALUE 'Y'.
           05  WS-FOLLOW-UP-FLAG   PIC X VALUE 'N'.
               88  FOLLOW-UP-FOUND VALUE 'Y'.
           05  WS-REVERSAL-FLAG    PIC X VALUE 'N'.
               88  REVERSAL-FOUND  VALUE 'Y'.
           05  WS-JOURNAL-FLAG     PIC X VALUE 'N'.
               88  JOURNAL-ROW-FOUND VALUE 'Y'.
           05  WS-GL-STATE         PIC X VALUE SPACE.
               88  GL-BATCH-MISSING VALUE 'M'.
               88  GL-BATCH-PENDING VALUE 'P'.
               88  GL-LINE-FOUND   VALUE 'F'.
               88  GL-LINE-ABSENT  VALUE 'A'.
           05  WS-BACKOUT-FLAG     PIC X VALUE 'N'.
               88  BACKOUT-CONTROL-FOUND VALUE 'Y'.
           05  WS-SCAN-FLAG        PIC X VALUE 'N'.
               88  SCAN-DONE       VALUE 'Y'.

      * What the trace matches on - zero or spaces means "any"; the
      * alternate customer is the lockbox detail's keyed account
      * when the scanline named another
       01  WS-CRITERIA.
           05  WS-CRT-CUST-ID      PIC 9(9) VALUE ZERO.
           05  WS-CRT-ALT-CUST-ID  PIC 9(9) VALUE ZERO.
           05  WS-CRT-DATE         PIC 9(8) VALUE ZERO.
           05  WS-CRT-AMOUNT       PIC S9(7)V99 VALUE ZERO.
           05  WS-CRT-SOURCE       PIC X(8) VALUE SPACES.

      * One stage's row, staged for 8200-MATCH-CRITERIA
       01  WS-CANDIDATE.
           05  WS-CND-CUST-ID      PIC 9(9) VALUE ZERO.
           05  WS-CND-DATE         PIC 9(8) VALUE ZERO.
           05  WS-CND-AMOUNT       PIC S9(7)V99 VALUE ZERO.
           05  WS-CND-SOURCE       PIC X(8) VALUE SPACES.

      * The feed registration named, or the one the posting came
      * in on
       01  WS-FEED-CODE            PIC X(8) VALUE SPACES.
       01  WS-FEED-DATE            PIC 9(8) VALUE ZERO.
       01  WS-FEED-SEQUENCE        PIC 9(6) VALUE ZERO.
       01  WS-ITEM-NUMBER          PIC 9(6) VALUE ZERO.
       01  WS-REGISTERED-COUNT     PIC 9(8) VALUE ZERO.

      * The first register row that is the item itself
       01  WS-ORIGINAL-ROW.
           05  WS-ORG-CUST-ID      PIC 9(9) VALUE ZERO.
           05  WS-ORG-TYPE         PIC X VALUE SPACE.
           05  WS-ORG-AMOUNT       PIC S9(7)V99 VALUE ZERO.
           05  WS-ORG-TRANS-DATE   PIC 9(8) VALUE ZERO.
           05  WS-ORG-SOURCE       PIC X(8) VALUE SPACES.
           05  WS-ORG-DISPOSITION  PIC X(8) VALUE SPACES.
           05  WS-ORG-REASON       PIC X(40) VALUE SPACES.
           05  WS-ORG-POST-DATE    PIC 9(8) VALUE ZERO.
           05  WS-ORG-POST-TIME    PIC 9(6) VALUE ZERO.

      * The row that put the item on the balance - the item's own
      * row, or the reapplication or fraud release that posted it
       01  WS-POSTING-ROW.
           05  WS-PST-CUST-ID      PIC 9(9) VALUE ZERO.
           05  WS-PST-TYPE         PIC X VALUE SPACE.
           05  WS-PST-AMOUNT       PIC S9(7)V99 VALUE ZERO.
           05  WS-PST-SIGNED-AMOUNT PIC S9(7)V99 VALUE ZERO.
           05  WS-PST-TRANS-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PST-SOURCE       PIC X(8) VALUE SPACES.
           05  WS-PST-POST-DATE    PIC 9(8) VALUE ZERO.
           05  WS-PST-POST-TIME    PIC 9(6) VALUE ZERO.
           05  WS-PST-STAMP        PIC 9(14) VALUE ZERO.

      * A later reapplication or fraud release of the item
       01  WS-FOLLOW-UP-ROW.
           05  WS-FUP-SOURCE       PIC X(8) VALUE SPACES.
           05  WS-FUP-DISPOSITION  PIC X(8) VALUE SPACES.
           05  WS-FUP-REASON       PIC X(40) VALUE SPACES.

      * The first row that took the posting back off
       01  WS-REVERSAL-ROW.
           05  WS-REV-SOURCE       PIC X(8) VALUE SPACES.
           05  WS-REV-POST-DATE    PIC 9(8) VALUE ZERO.
           05  WS-REV-POST-TIME    PIC 9(6) VALUE ZERO.
           05  WS-REV-OTHER-CUST-ID PIC 9(9) VALUE ZERO.

      * The suspense and fraud queue items that match
       01  WS-SUSPENSE-ITEM.
           05  WS-SUI-STATUS       PIC X VALUE SPACE.
           05  WS-SUI-AMOUNT       PIC S9(7)V99 VALUE ZERO.
           05  WS-SUI-TRANS-DATE   PIC 9(8) VALUE ZERO.
           05  WS-SUI-REAPPLY-CUST-ID PIC 9(9) VALUE ZERO.
       01  WS-FRAUD-ITEM.
           05  WS-FRI-STATUS       PIC X VALUE SPACE.
           05  WS-FRI-CUST-ID      PIC 9(9) VALUE ZERO.
           05  WS-FRI-AMOUNT       PIC S9(7)V99 VALUE ZERO.
           05  WS-FRI-TRANS-DATE   PIC 9(8) VALUE ZERO.

      * The GL batch on hand and the line the posting falls in
       01  WS-GL-BATCH-DATE        PIC 9(8) VALUE ZERO.
       01  WS-GL-DESCRIPTION       PIC X(30) VALUE SPACES.

       01  WS-ROW-STAMP            PIC 9(14) VALUE ZERO.
       01  WS-ABS-AMOUNT           PIC S9(7)V99 VALUE ZERO.
       01  WS-ROW-LABEL            PIC X(10) VALUE SPACES.
       01  WS-ROW-NUMBER           PIC 9(8) VALUE ZERO.
       01  WS-DETAIL-NUMBER        PIC 9(6) VALUE ZERO.
       01  WS-SOURCE-ROWS-SEEN     PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-BATCH-ID     PIC 9(6) VALUE ZERO.
       01  WS-LINES-READ           PIC 9(8) VALUE ZERO.

      * History files to read through, oldest cut first
       01  WS-HISTORY-MAX          PIC 9(3) COMP VALUE 60.
       01  WS-HIST-SUB             PIC 9(3) COMP VALUE ZERO.
       01  WS-PREG-HIST-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  WS-PREG-HIST-TABLE.
           05  WS-PREG-HIST-NAME   PIC X(40) OCCURS 60 TIMES.
       01  WS-JRNL-HIST-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  WS-JRNL-HIST-TABLE.
           05  WS-JRNL-HIST-NAME   PIC X(40) OCCURS 60 TIMES.

      * Rows printed per stage before the rest are only counted
       01  WS-STAGE-LIST-MAX       PIC 9(3) VALUE 25.
       01  WS-STAGE-MATCHES        PIC 9(6) VALUE ZERO.
       01  WS-STAGE-TITLE          PIC X(60) VALUE SPACES.

       01  WS-VERDICT              PIC X(60) VALUE SPACES.
       01  WS-VERDICT-DETAIL       PIC X(60) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMOUNT-DISPLAY   PIC -(7)9.99.
           05  WS-BALANCE-DISPLAY  PIC -(7)9.99.
           05  WS-AFTER-DISPLAY    PIC -(7)9.99.
           05  WS-GL-AMOUNT-DISPLAY PIC -(9)9.99.
           05  WS-COUNT-DISPLAY    PIC Z(5)9.

       01  WS-COUNTERS.
           05  WS-INTAKE-MATCHES   PIC 9(6) VALUE ZERO.
           05  WS-INTAKE-REJECTS   PIC 9(6) VALUE ZERO.
           05  WS-TRAN-MATCHES     PIC 9(6) VALUE ZERO.
           05  WS-SORTED-MATCHES   PIC 9(6) VALUE ZERO.
           05  WS-SUSPENSE-MATCHES PIC 9(6) VALUE ZERO.
           05  WS-FRAUD-MATCHES    PIC 9(6) VALUE ZERO.
           05  WS-ORIGINAL-ROWS    PIC 9(6) VALUE ZERO.
           05  WS-REGISTER-ROWS-READ PIC 9(8) VALUE ZERO.
           05  WS-REGISTER-FILES-READ PIC 9(4) VALUE ZERO.
           05  WS-REGISTER-FILES-MISSING PIC 9(4) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-TRACE-PARM-AREA.
           05  LS-TRC-RETURN-CODE  PIC S9(4) COMP.
           05  LS-TRC-MESSAGE      PIC X(50).
      * Customer and transaction date, an amount, or both - zero
      * means not given
           05  LS-TRC-CUST-ID      PIC 9(9).
           05  LS-TRC-TRANS-DATE   PIC 9(8).
           05  LS-TRC-AMOUNT       PIC S9(7)V99.
      * A feed registration and the item's number within it;
      * spaces in the feed code means no feed was named
           05  LS-TRC-FEED-CODE    PIC X(8).
           05  LS-TRC-FEED-DATE    PIC 9(8).
           05  LS-TRC-FEED-SEQUENCE PIC 9(6).
           05  LS-TRC-ITEM-NUMBER  PIC 9(6).
      * Bank file override; spaces means "use CUSTLBX"
           05  LS-TRC-LOCKBOX-FILE-NAME PIC X(40).
      * Posting input override, as handed to SAMPLE-PROGRAM-POST;
      * spaces means "use CUSTTRAN"
           05  LS-TRC-TRAN-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-TRACE-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-HISTORY-TIER
           PERFORM 2000-TRACE-INTAKE
           PERFORM 3000-TRACE-TRANSACTION-FILES
           IF ITEM-RESOLVED
               PERFORM 4000-TRACE-HOLDING-QUEUES
               PERFORM 5000-TRACE-REGISTER
               PERFORM 5800-TRACE-REGISTRATION
               PERFORM 6000-TRACE-JOURNAL
               PERFORM 6500-TRACE-GL-BATCH
               PERFORM 7000-TRACE-BACKOUTS
           END-IF
           PERFORM 8000-DECIDE-VERDICT
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-CHECK-PARMS.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE ZERO TO LS-TRC-RETURN-CODE
           MOVE SPACES TO LS-TRC-MESSAGE
           IF LS-TRC-LOCKBOX-FILE-NAME NOT = SPACES
               MOVE LS-TRC-LOCKBOX-FILE-NAME TO WS-LOCKBOX-FILE-NAME
           END-IF
           IF LS-TRC-TRAN-FILE-NAME NOT = SPACES
               MOVE LS-TRC-TRAN-FILE-NAME TO WS-TRAN-FILE-NAME
           END-IF
           IF LS-TRC-CUST-ID NOT NUMERIC
               MOVE ZERO TO LS-TRC-CUST-ID
           END-IF
           IF LS-TRC-TRANS-DATE NOT NUMERIC
               MOVE ZERO TO LS-TRC-TRANS-DATE
           END-IF
           IF LS-TRC-AMOUNT NOT NUMERIC
               MOVE ZERO TO LS-TRC-AMOUNT
           END-IF

           IF LS-TRC-FEED-CODE NOT = SPACES
               IF LS-TRC-FEED-DATE NOT NUMERIC
                       OR LS-TRC-FEED-DATE = ZERO
                       OR LS-TRC-ITEM-NUMBER NOT NUMERIC
                       OR LS-TRC-ITEM-NUMBER = ZERO
                   DISPLAY 'FEED TRACE NEEDS THE BUSINESS DATE AND '
                       'THE ITEM NUMBER'
                   MOVE 8 TO LS-TRC-RETURN-CODE
                   MOVE 'FEED TRACE NEEDS BUSINESS DATE AND ITEM'
                       TO LS-TRC-MESSAGE
                   GOBACK
               END-IF
               IF LS-TRC-FEED-SEQUENCE NOT NUMERIC
                   MOVE ZERO TO LS-TRC-FEED-SEQUENCE
               END-IF
               SET FEED-MODE TO TRUE
               MOVE LS-TRC-FEED-CODE TO WS-FEED-CODE
               MOVE LS-TRC-FEED-DATE TO WS-FEED-DATE
               MOVE LS-TRC-FEED-SEQUENCE TO WS-FEED-SEQUENCE
               MOVE LS-TRC-ITEM-NUMBER TO WS-ITEM-NUMBER
           ELSE
      * A customer alone, with no date, would be the whole account
      * history - that is the inquiry screen's job, not a trace
               IF LS-TRC-AMOUNT = ZERO
                       AND (LS-TRC-CUST-ID = ZERO
                           OR LS-TRC-TRANS-DATE = ZERO)
                   DISPLAY 'TRACE NEEDS A CUSTOMER AND DATE, AN '
                       'AMOUNT, OR A FEED REGISTRATION'
                   MOVE 8 TO LS-TRC-RETURN-CODE
                   MOVE 'NOTHING TO TRACE - NO ITEM NAMED'
                       TO LS-TRC-MESSAGE
                   GOBACK
               END-IF
               MOVE LS-TRC-CUST-ID TO WS-CRT-CUST-ID
               MOVE LS-TRC-TRANS-DATE TO WS-CRT-DATE
               MOVE LS-TRC-AMOUNT TO WS-CRT-AMOUNT
               SET ITEM-RESOLVED TO TRUE
           END-IF.

       1200-OPEN-REPORT.
           OPEN OUTPUT TRACE-REPORT-FILE
           IF NOT TRC-FILE-OK
               DISPLAY 'ERROR OPENING TRACE REPORT FILE: '
                   WS-TRC-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-TRC-RETURN-CODE
               MOVE 'TRACE COULD NOT REPORT' TO LS-TRC-MESSAGE
               GOBACK
           END-IF
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING 'TRANSACTION LINEAGE TRACE - ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               STD-CURRENT-TIME DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE SPACES TO TRACE-REPORT-LINE
           IF FEED-MODE
               STRING 'ITEM ' DELIMITED BY SIZE
                   WS-ITEM-NUMBER DELIMITED BY SIZE
                   ' OF FEED ' DELIMITED BY SIZE
                   WS-FEED-CODE DELIMITED BY SIZE
                   ' BUSINESS DATE ' DELIMITED BY SIZE
                   WS-FEED-DATE DELIMITED BY SIZE
                   ' SEQUENCE ' DELIMITED BY SIZE
                   WS-FEED-SEQUENCE DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
           ELSE
               MOVE WS-CRT-AMOUNT TO WS-AMOUNT-DISPLAY
               STRING 'CUST-ID ' DELIMITED BY SIZE
                   WS-CRT-CUST-ID DELIMITED BY SIZE
                   ' TRANS DATE ' DELIMITED BY SIZE
                   WS-CRT-DATE DELIMITED BY SIZE
                   ' AMOUNT ' DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   '  (ZERO = ANY)' DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
           END-IF
           WRITE TRACE-REPORT-LINE.

       1300-READ-NAMED-REGISTRATION.
      * A named registration is where the trace starts - it is read
      * up front, and a file registered under it that has since been
      * backed out says so before anything else
           IF FEED-MODE
               MOVE 'FEED REGISTRATION' TO WS-STAGE-TITLE
               PERFORM 8150-WRITE-STAGE-HEADING
               OPEN INPUT FEED-CONTROL-FILE
               IF NOT FDC-FILE-OK
                   MOVE '  FEED CONTROL FILE NOT ON HAND'
                       TO TRACE-REPORT-LINE
                   WRITE TRACE-REPORT-LINE
               ELSE
                   MOVE WS-FEED-CODE TO FDC-FEED-CODE
                   MOVE WS-FEED-DATE TO FDC-BUSINESS-DATE
                   MOVE WS-FEED-SEQUENCE TO FDC-SEQUENCE
                   READ FEED-CONTROL-FILE
                       INVALID KEY
                           MOVE '  NO SUCH REGISTRATION ON FILE'
                               TO TRACE-REPORT-LINE
                           WRITE TRACE-REPORT-LINE
                           END-WRITE
                       NOT INVALID KEY
                           SET REGISTRATION-FOUND TO TRUE
                           MOVE FDC-RECORD-COUNT
                               TO WS-REGISTERED-COUNT
                           PERFORM 5870-WRITE-REGISTRATION-LINE
                   END-READ
                   CLOSE FEED-CONTROL-FILE
               END-IF
           END-IF.

       1500-LOAD-HISTORY-TIER SECTION.
       1510-HISTORY-CONTROL.
      * Register and journal history files that may hold the item -
      * any whose last row is on or after the date traced. With no
      * date the live files alone are read
           IF WS-CRT-DATE = ZERO AND NOT FEED-MODE
               GO TO 1599-HISTORY-EXIT
           END-IF
           OPEN INPUT HISTORY-CONTROL-FILE
           IF HCT-FILE-OK
               PERFORM 1520-READ-HISTORY-ROW
                   UNTIL HCT-FILE-AT-END
               CLOSE HISTORY-CONTROL-FILE
           END-IF
           GO TO 1599-HISTORY-EXIT.

       1520-READ-HISTORY-ROW.
           READ HISTORY-CONTROL-FILE
               AT END
                   SET HCT-FILE-AT-END TO TRUE
               NOT AT END
                   IF HCT-LAST-ROW-DATE >= WS-CRT-DATE
                           AND HCT-LAST-ROW-DATE >= WS-FEED-DATE
                       PERFORM 1530-HOLD-HISTORY-FILE
                   END-IF
           END-READ.

       1530-HOLD-HISTORY-FILE.
           IF HCT-REGISTER
               IF WS-PREG-HIST-COUNT < WS-HISTORY-MAX
                   ADD 1 TO WS-PREG-HIST-COUNT
                   MOVE HCT-HISTORY-FILE-NAME
                       TO WS-PREG-HIST-NAME (WS-PREG-HIST-COUNT)
               ELSE
                   DISPLAY 'REGISTER HISTORY LIST FULL - NOT READ: '
                       HCT-HISTORY-FILE-NAME
               END-IF
           END-IF
           IF HCT-JOURNAL
               IF WS-JRNL-HIST-COUNT < WS-HISTORY-MAX
                   ADD 1 TO WS-JRNL-HIST-COUNT
                   MOVE HCT-HISTORY-FILE-NAME
                       TO WS-JRNL-HIST-NAME (WS-JRNL-HIST-COUNT)
               ELSE
                   DISPLAY 'JOURNAL HISTORY LIST FULL - NOT READ: '
                       HCT-HISTORY-FILE-NAME
               END-IF
           END-IF.

       1599-HISTORY-EXIT.
           EXIT.

       2000-TRACE-INTAKE SECTION.
       2100-SCAN-BANK-FILE.
      * Only the lockbox arrives on a bank file this trace can read;
      * any other named feed is located on CUSTTRAN instead
           MOVE 'STAGE 1 - BANK LOCKBOX FILE' TO WS-STAGE-TITLE
           PERFORM 8150-WRITE-STAGE-HEADING
           IF FEED-MODE AND WS-FEED-CODE NOT = 'LOCKBOX '
               MOVE '  NOT A LOCKBOX FEED - ITEM LOCATED ON CUSTTRAN'
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 2999-INTAKE-EXIT
           END-IF
           OPEN INPUT LOCKBOX-FILE
           IF NOT LBX-FILE-OK
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '  BANK FILE ' DELIMITED BY SIZE
                   WS-LOCKBOX-FILE-NAME DELIMITED BY SPACE
                   ' NOT ON HAND' DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 2500-SCAN-REJECT-FILE
           END-IF
           MOVE ZERO TO WS-STAGE-MATCHES
           MOVE ZERO TO WS-LINES-READ
           MOVE ZERO TO WS-DETAIL-NUMBER
           PERFORM 2200-READ-BANK-LINE
               UNTIL LBX-FILE-AT-END
           CLOSE LOCKBOX-FILE
           MOVE WS-STAGE-MATCHES TO WS-INTAKE-MATCHES

      * The registration carries the line count of the file it was
      * given - a bank file on hand of another size is not that file
           IF FEED-MODE AND REGISTRATION-FOUND
                   AND WS-LINES-READ NOT = WS-REGISTERED-COUNT
               MOVE SPACES TO TRACE-REPORT-LINE
               MOVE WS-LINES-READ TO WS-COUNT-DISPLAY
               STRING '  WARNING - BANK FILE ON HAND HAS '
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   ' LINES, REGISTRATION RECORDED ' DELIMITED BY SIZE
                   WS-REGISTERED-COUNT DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF
           IF FEED-MODE AND NOT ITEM-RESOLVED
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '  BANK FILE HOLDS NO DETAIL NUMBER '
                   DELIMITED BY SIZE
                   WS-ITEM-NUMBER DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 2999-INTAKE-EXIT
           END-IF
           PERFORM 8300-WRITE-STAGE-COUNT.

       2500-SCAN-REJECT-FILE.
      * A batch that failed its trailer proof never reached CUSTTRAN
           IF NOT ITEM-RESOLVED
               GO TO 2999-INTAKE-EXIT
           END-IF
           MOVE 'STAGE 1R - LOCKBOX REJECTED BATCHES' TO WS-STAGE-TITLE
           PERFORM 8150-WRITE-STAGE-HEADING
           OPEN INPUT LOCKBOX-REJECT-FILE
           IF NOT LBR-FILE-OK
               MOVE '  NO LOCKBOX REJECT FILE ON HAND'
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 2999-INTAKE-EXIT
           END-IF
           MOVE ZERO TO WS-STAGE-MATCHES
           PERFORM 2600-READ-REJECT-LINE
               UNTIL LBR-FILE-AT-END
           CLOSE LOCKBOX-REJECT-FILE
           MOVE WS-STAGE-MATCHES TO WS-INTAKE-REJECTS
           PERFORM 8300-WRITE-STAGE-COUNT
           GO TO 2999-INTAKE-EXIT.

       2200-READ-BANK-LINE.
           READ LOCKBOX-FILE
               AT END
                   SET LBX-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   EVALUATE TRUE
                       WHEN LBX-HEADER
                           MOVE LBX-BATCH-ID TO WS-CURRENT-BATCH-ID
                       WHEN LBX-DETAIL
                           ADD 1 TO WS-DETAIL-NUMBER
                           PERFORM 2300-CHECK-BANK-DETAIL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2300-CHECK-BANK-DETAIL.
           IF FEED-MODE
               IF WS-DETAIL-NUMBER = WS-ITEM-NUMBER
                   PERFORM 2350-RESOLVE-FROM-BANK-DETAIL
                   MOVE 'Y' TO WS-MATCH-FLAG
               ELSE
                   MOVE 'N' TO WS-MATCH-FLAG
               END-IF
           ELSE
               PERFORM 2400-MATCH-BANK-DETAIL
           END-IF
           IF CANDIDATE-MATCHES
               ADD 1 TO WS-STAGE-MATCHES
               IF WS-STAGE-MATCHES NOT > WS-STAGE-LIST-MAX
                   MOVE 'BANK' TO WS-ROW-LABEL
                   PERFORM 2450-WRITE-BANK-DETAIL-LINE
               END-IF
           END-IF.

       2350-RESOLVE-FROM-BANK-DETAIL.
      * The lockbox releases under the scanline's account when the
      * bank captured one, else the keyed account - either may be
      * the account the item reached CUSTTRAN under
           MOVE LBXD-CUST-ID TO WS-CRT-CUST-ID
           MOVE ZERO TO WS-CRT-ALT-CUST-ID
           IF LBXD-SCANLINE NOT = SPACES AND LBXS-CUST-ID NUMERIC
               IF LBXS-CUST-ID NOT = ZERO
                       AND LBXS-CUST-ID NOT = WS-CRT-CUST-ID
                   MOVE LBXS-CUST-ID TO WS-CRT-CUST-ID
                   MOVE LBXD-CUST-ID TO WS-CRT-ALT-CUST-ID
               END-IF
           END-IF
           MOVE LBXD-REMIT-DATE TO WS-CRT-DATE
           MOVE LBXD-AMOUNT TO WS-CRT-AMOUNT
           MOVE 'LOCKBOX ' TO WS-CRT-SOURCE
           SET ITEM-RESOLVED TO TRUE.

       2400-MATCH-BANK-DETAIL.
      * Keyed account first, then the scanline's
           MOVE LBXD-CUST-ID TO WS-CND-CUST-ID
           MOVE LBXD-REMIT-DATE TO WS-CND-DATE
           MOVE LBXD-AMOUNT TO WS-CND-AMOUNT
           MOVE SPACES TO WS-CND-SOURCE
           PERFORM 8200-MATCH-CRITERIA
           IF NOT CANDIDATE-MATCHES
                   AND LBXD-SCANLINE NOT = SPACES
                   AND LBXS-CUST-ID NUMERIC
               MOVE LBXS-CUST-ID TO WS-CND-CUST-ID
               PERFORM 8200-MATCH-CRITERIA
           END-IF.

       2450-WRITE-BANK-DETAIL-LINE.
           MOVE LBXD-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-ROW-LABEL DELIMITED BY SPACE
               ' BATCH ' DELIMITED BY SIZE
               LBXD-BATCH-ID DELIMITED BY SIZE
               ' DETAIL ' DELIMITED BY SIZE
               WS-DETAIL-NUMBER DELIMITED BY SIZE
               ' CUST ' DELIMITED BY SIZE
               LBXD-CUST-ID DELIMITED BY SIZE
               ' SCAN ' DELIMITED BY SIZE
               LBXS-CUST-ID DELIMITED BY SIZE
               ' AMT ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LBXD-CURRENCY-CODE DELIMITED BY SIZE
               ' CHECK ' DELIMITED BY SIZE
               LBXD-CHECK-NUMBER DELIMITED BY SIZE
               ' REMIT DATE ' DELIMITED BY SIZE
               LBXD-REMIT-DATE DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

       2600-READ-REJECT-LINE.
           READ LOCKBOX-REJECT-FILE
               AT END
                   SET LBR-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE LOCKBOX-REJECT-LINE TO LOCKBOX-RECORD
                   IF LBX-DETAIL
                       MOVE ZERO TO WS-DETAIL-NUMBER
                       PERFORM 2400-MATCH-BANK-DETAIL
                       IF CANDIDATE-MATCHES
                           ADD 1 TO WS-STAGE-MATCHES
                           IF WS-STAGE-MATCHES
                                   NOT > WS-STAGE-LIST-MAX
                               MOVE 'REJECTED' TO WS-ROW-LABEL
                               PERFORM 2450-WRITE-BANK-DETAIL-LINE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2999-INTAKE-EXIT.
           EXIT.

       3000-TRACE-TRANSACTION-FILES SECTION.
       3100-SCAN-CUSTTRAN.
           MOVE 'STAGE 2 - CUSTTRAN (AS RELEASED)' TO WS-STAGE-TITLE
           PERFORM 8150-WRITE-STAGE-HEADING
           OPEN INPUT CUSTOMER-TRAN-FILE
           IF NOT TRN-FILE-OK
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                   WS-TRAN-FILE-NAME DELIMITED BY SPACE
                   ' NOT ON HAND' DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 3500-SCAN-SORTED-FILE
           END-IF
           MOVE ZERO TO WS-STAGE-MATCHES
           MOVE ZERO TO WS-ROW-NUMBER
           MOVE ZERO TO WS-SOURCE-ROWS-SEEN
           PERFORM 3200-READ-TRAN-ROW
               UNTIL TRN-FILE-AT-END
           CLOSE CUSTOMER-TRAN-FILE
           MOVE WS-STAGE-MATCHES TO WS-TRAN-MATCHES
           IF FEED-MODE AND NOT ITEM-RESOLVED
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '  CUSTTRAN HOLDS NO ROW NUMBER '
                   DELIMITED BY SIZE
                   WS-ITEM-NUMBER DELIMITED BY SIZE
                   ' FOR SOURCE ' DELIMITED BY SIZE
                   WS-FEED-CODE DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 3999-TRAN-EXIT
           END-IF
           PERFORM 8300-WRITE-STAGE-COUNT.

       3500-SCAN-SORTED-FILE.
           IF NOT ITEM-RESOLVED
               GO TO 3999-TRAN-EXIT
           END-IF
           MOVE 'STAGE 3 - CUSTTRNS (AS SORTED FOR POSTING)'
               TO WS-STAGE-TITLE
           PERFORM 8150-WRITE-STAGE-HEADING
           OPEN INPUT SORTED-TRAN-FILE
           IF NOT STN-FILE-OK
               MOVE '  CUSTTRNS NOT ON HAND' TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 3999-TRAN-EXIT
           END-IF
           MOVE ZERO TO WS-STAGE-MATCHES
           MOVE ZERO TO WS-ROW-NUMBER
           PERFORM 3600-READ-SORTED-ROW
               UNTIL STN-FILE-AT-END
           CLOSE SORTED-TRAN-FILE
           MOVE WS-STAGE-MATCHES TO WS-SORTED-MATCHES
           PERFORM 8300-WRITE-STAGE-COUNT
           GO TO 3999-TRAN-EXIT.

       3200-READ-TRAN-ROW.
           READ CUSTOMER-TRAN-FILE
               AT END
                   SET TRN-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-NUMBER
                   IF FEED-MODE AND NOT ITEM-RESOLVED
                       PERFORM 3250-COUNT-FEED-ROW
                   END-IF
                   IF ITEM-RESOLVED
                       MOVE TRN-CUST-ID TO WS-CND-CUST-ID
                       MOVE TRN-TRANS-DATE TO WS-CND-DATE
                       MOVE TRN-AMOUNT TO WS-CND-AMOUNT
                       MOVE TRN-SOURCE-CODE TO WS-CND-SOURCE
                       PERFORM 8200-MATCH-CRITERIA
                       IF CANDIDATE-MATCHES
                           ADD 1 TO WS-STAGE-MATCHES
                           IF WS-STAGE-MATCHES
                                   NOT > WS-STAGE-LIST-MAX
                               PERFORM 3300-WRITE-TRAN-LINE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3250-COUNT-FEED-ROW.
      * The Nth row the named feed released is the item
           IF TRN-SOURCE-CODE = WS-FEED-CODE
               ADD 1 TO WS-SOURCE-ROWS-SEEN
               IF WS-SOURCE-ROWS-SEEN = WS-ITEM-NUMBER
                   MOVE TRN-CUST-ID TO WS-CRT-CUST-ID
                   MOVE TRN-TRANS-DATE TO WS-CRT-DATE
                   MOVE TRN-AMOUNT TO WS-CRT-AMOUNT
                   MOVE TRN-SOURCE-CODE TO WS-CRT-SOURCE
                   SET ITEM-RESOLVED TO TRUE
               END-IF
           END-IF.

       3300-WRITE-TRAN-LINE.
           MOVE TRN-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING '  ROW ' DELIMITED BY SIZE
               WS-ROW-NUMBER DELIMITED BY SIZE
               ' CUST ' DELIMITED BY SIZE
               TRN-CUST-ID DELIMITED BY SIZE
               ' TYPE ' DELIMITED BY SIZE
               TRN-TRANS-TYPE DELIMITED BY SIZE
               ' AMT ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TRN-CURRENCY-CODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               TRN-TRANS-DATE DELIMITED BY SIZE
               ' SOURCE ' DELIMITED BY SIZE
               TRN-SOURCE-CODE DELIMITED BY SIZE
               ' INV ' DELIMITED BY SIZE
               TRN-INVOICE-REF DELIMITED BY SIZE
               ' PARENT ' DELIMITED BY SIZE
               TRN-REMIT-PARENT-ID DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

       3600-READ-SORTED-ROW.
           READ SORTED-TRAN-FILE
               AT END
                   SET STN-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-NUMBER
                   MOVE STN-CUST-ID TO WS-CND-CUST-ID
                   MOVE STN-TRANS-DATE TO WS-CND-DATE
                   MOVE STN-AMOUNT TO WS-CND-AMOUNT
                   MOVE STN-SOURCE-CODE TO WS-CND-SOURCE
                   PERFORM 8200-MATCH-CRITERIA
                   IF CANDIDATE-MATCHES
                       ADD 1 TO WS-STAGE-MATCHES
                       IF WS-STAGE-MATCHES NOT > WS-STAGE-LIST-MAX
                           MOVE SORTED-TRAN-RECORD
                               TO CUSTOMER-TRAN-RECORD
                           PERFORM 3300-WRITE-TRAN-LINE
                       END-IF
                   END-IF
           END-READ.

       3999-TRAN-EXIT.
           EXIT.

       4000-TRACE-HOLDING-QUEUES SECTION.
       4100-SCAN-SUSPENSE.
      * Read ahead of the register, so a reapplication that posted
      * the item under another account is recognized there
           MOVE 'STAGE 4 - UNAPPLIED-CASH SUSPENSE' TO WS-STAGE-TITLE
           PERFORM 8150-WRITE-STAGE-HEADING
           OPEN INPUT SUSPENSE-FILE
           IF NOT SUS-FILE-OK
               MOVE '  NO SUSPENSE FILE ON HAND' TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 4500-SCAN-FRAUD-QUEUE
           END-IF
           MOVE ZERO TO WS-STAGE-MATCHES
           PERFORM 4200-READ-SUSPENSE-ROW
               UNTIL SUS-FILE-AT-END
           CLOSE SUSPENSE-FILE
           MOVE WS-STAGE-MATCHES TO WS-SUSPENSE-MATCHES
           PERFORM 8300-WRITE-STAGE-COUNT.

       4500-SCAN-FRAUD-QUEUE.
           MOVE 'STAGE 4F - FRAUD REVIEW QUEUE' TO WS-STAGE-TITLE
           PERFORM 8150-WRITE-STAGE-HEADING
           OPEN INPUT FRAUD-REVIEW-FILE
           IF NOT FRQ-FILE-OK
               MOVE '  NO FRAUD REVIEW QUEUE ON HAND'
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 4999-QUEUES-EXIT
           END-IF
           MOVE ZERO TO WS-STAGE-MATCHES
           PERFORM 4600-READ-FRAUD-ROW
               UNTIL FRQ-FILE-AT-END
           CLOSE FRAUD-REVIEW-FILE
           MOVE WS-STAGE-MATCHES TO WS-FRAUD-MATCHES
           PERFORM 8300-WRITE-STAGE-COUNT
           GO TO 4999-QUEUES-EXIT.

       4200-READ-SUSPENSE-ROW.
           READ SUSPENSE-FILE
               AT END
                   SET SUS-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE SUS-CUST-ID TO WS-CND-CUST-ID
                   MOVE SUS-TRANS-DATE TO WS-CND-DATE
                   MOVE SUS-AMOUNT TO WS-CND-AMOUNT
                   MOVE SUS-SOURCE-CODE TO WS-CND-SOURCE
                   PERFORM 8200-MATCH-CRITERIA
                   IF CANDIDATE-MATCHES
                       PERFORM 4300-NOTE-SUSPENSE-ITEM
                   END-IF
           END-READ.

       4300-NOTE-SUSPENSE-ITEM.
           ADD 1 TO WS-STAGE-MATCHES
           IF NOT SUSPENSE-ITEM-FOUND
               SET SUSPENSE-ITEM-FOUND TO TRUE
               MOVE SUS-STATUS TO WS-SUI-STATUS
               MOVE SUS-AMOUNT TO WS-SUI-AMOUNT
               MOVE SUS-TRANS-DATE TO WS-SUI-TRANS-DATE
               MOVE SUS-REAPPLY-CUST-ID TO WS-SUI-REAPPLY-CUST-ID
           END-IF
           IF WS-STAGE-MATCHES NOT > WS-STAGE-LIST-MAX
               MOVE SUS-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '  SUSPENDED ' DELIMITED BY SIZE
                   SUS-SUSPENSE-DATE DELIMITED BY SIZE
                   ' ITEM ' DELIMITED BY SIZE
                   SUS-ITEM-SEQ DELIMITED BY SIZE
                   ' STATUS ' DELIMITED BY SIZE
                   SUS-STATUS DELIMITED BY SIZE
                   ' CUST ' DELIMITED BY SIZE
                   SUS-CUST-ID DELIMITED BY SIZE
                   ' AMT ' DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   ' DATE ' DELIMITED BY SIZE
                   SUS-TRANS-DATE DELIMITED BY SIZE
                   ' REAPPLIED TO ' DELIMITED BY SIZE
                   SUS-REAPPLY-CUST-ID DELIMITED BY SIZE
                   ' ON ' DELIMITED BY SIZE
                   SUS-REAPPLY-DATE DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF.

       4600-READ-FRAUD-ROW.
           READ FRAUD-REVIEW-FILE NEXT RECORD
               AT END
                   SET FRQ-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE FRQ-CUST-ID TO WS-CND-CUST-ID
                   MOVE FRQ-TRANS-DATE TO WS-CND-DATE
                   MOVE FRQ-AMOUNT TO WS-CND-AMOUNT
                   MOVE FRQ-SOURCE-CODE TO WS-CND-SOURCE
                   PERFORM 8200-MATCH-CRITERIA
                   IF CANDIDATE-MATCHES
                       PERFORM 4700-NOTE-FRAUD-ITEM
                   END-IF
           END-READ.

       4700-NOTE-FRAUD-ITEM.
           ADD 1 TO WS-STAGE-MATCHES
           IF NOT FRAUD-ITEM-FOUND
               SET FRAUD-ITEM-FOUND TO TRUE
               MOVE FRQ-STATUS TO WS-FRI-STATUS
               MOVE FRQ-CUST-ID TO WS-FRI-CUST-ID
               MOVE FRQ-AMOUNT TO WS-FRI-AMOUNT
               MOVE FRQ-TRANS-DATE TO WS-FRI-TRANS-DATE
           END-IF
           IF WS-STAGE-MATCHES NOT > WS-STAGE-LIST-MAX
               MOVE FRQ-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '  QUEUED ' DELIMITED BY SIZE
                   FRQ-QUEUE-DATE DELIMITED BY SIZE
                   ' ITEM ' DELIMITED BY SIZE
                   FRQ-ITEM-SEQ DELIMITED BY SIZE
                   ' STATUS ' DELIMITED BY SIZE
                   FRQ-STATUS DELIMITED BY SIZE
                   ' CUST ' DELIMITED BY SIZE
                   FRQ-CUST-ID DELIMITED BY SIZE
                   ' AMT ' DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FRQ-REASON DELIMITED BY SIZE
                   ' DECIDED ' DELIMITED BY SIZE
                   FRQ-DECIDED-BY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FRQ-DECIDED-DATE DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF.

       4999-QUEUES-EXIT.
           EXIT.

       5000-TRACE-REGISTER SECTION.
       5100-SCAN-REGISTER-TIER.
      * History files oldest first, then the live register, so the
      * item's own row is always met before anything that reversed
      * or re-posted it
           MOVE 'STAGE 5 - POSTING REGISTER' TO WS-STAGE-TITLE
           PERFORM 8150-WRITE-STAGE-HEADING
           MOVE ZERO TO WS-STAGE-MATCHES
           PERFORM 5150-SCAN-HISTORY-REGISTER
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-PREG-HIST-COUNT
           MOVE 'CUSTPREG' TO WS-REGISTER-FILE-NAME
           PERFORM 5200-SCAN-ONE-REGISTER
           PERFORM 8300-WRITE-STAGE-COUNT
           IF WS-ORIGINAL-ROWS > 1
               MOVE SPACES TO TRACE-REPORT-LINE
               MOVE WS-ORIGINAL-ROWS TO WS-COUNT-DISPLAY
               STRING '  ' DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   ' ITEMS MATCH - THE VERDICT FOLLOWS THE FIRST;'
                   DELIMITED BY SIZE
                   ' NARROW THE TRACE TO SEPARATE THEM'
                   DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF

      * 5150 through 5400 already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them again
           EXIT SECTION.

       5150-SCAN-HISTORY-REGISTER.
           MOVE WS-PREG-HIST-NAME (WS-HIST-SUB)
               TO WS-REGISTER-FILE-NAME
           PERFORM 5200-SCAN-ONE-REGISTER.

       5200-SCAN-ONE-REGISTER.
           OPEN INPUT POSTING-REGISTER-FILE
           IF NOT PREG-FILE-OK
               ADD 1 TO WS-REGISTER-FILES-MISSING
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '  REGISTER FILE ' DELIMITED BY SIZE
                   WS-REGISTER-FILE-NAME DELIMITED BY SPACE
                   ' NOT ON HAND' DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           ELSE
               ADD 1 TO WS-REGISTER-FILES-READ
               PERFORM 5250-READ-REGISTER-ROW
                   UNTIL PREG-FILE-AT-END
               CLOSE POSTING-REGISTER-FILE
           END-IF.

       5250-READ-REGISTER-ROW.
           READ POSTING-REGISTER-FILE
               AT END
                   SET PREG-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGISTER-ROWS-READ
                   PERFORM 5300-CLASSIFY-REGISTER-ROW
           END-READ.

       5300-CLASSIFY-REGISTER-ROW.
           MOVE SPACES TO WS-ROW-LABEL
           COMPUTE WS-ROW-STAMP =
               PREG-POST-DATE * 1000000 + PREG-POST-TIME
           IF PREG-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - PREG-AMOUNT
           ELSE
               MOVE PREG-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF POSTING-FOUND
               PERFORM 5310-CHECK-REVERSAL
           END-IF
           IF WS-ROW-LABEL = SPACES AND ORIGINAL-ROW-FOUND
               PERFORM 5320-CHECK-FOLLOW-UP
           END-IF
           IF WS-ROW-LABEL = SPACES
               PERFORM 5330-CHECK-ITEM-ROW
           END-IF
           IF WS-ROW-LABEL NOT = SPACES
               ADD 1 TO WS-STAGE-MATCHES
               IF WS-STAGE-MATCHES NOT > WS-STAGE-LIST-MAX
                   PERFORM 5400-WRITE-REGISTER-LINE
               END-IF
           END-IF.

       5310-CHECK-REVERSAL.
      * Something later that took the posting back off: a backout
      * row (whatever its type and sign), or a reversal of a
      * payment - returned item, chargeback or transfer - all of
      * which carry the payment's own date and amount
           IF PREG-CUST-ID = WS-PST-CUST-ID
                   AND WS-ABS-AMOUNT = WS-PST-AMOUNT
                   AND PREG-TRANS-DATE = WS-PST-TRANS-DATE
                   AND WS-ROW-STAMP NOT < WS-PST-STAMP
                   AND (PREG-SOURCE-CODE = 'BACKOUT '
                       OR (PREG-REVERSAL AND WS-PST-TYPE = 'P'))
               MOVE 'REVERSAL' TO WS-ROW-LABEL
               IF PREG-POSTED AND NOT REVERSAL-FOUND
                   SET REVERSAL-FOUND TO TRUE
                   MOVE PREG-SOURCE-CODE TO WS-REV-SOURCE
                   MOVE PREG-POST-DATE TO WS-REV-POST-DATE
                   MOVE PREG-POST-TIME TO WS-REV-POST-TIME
      * A register row from before the linked account was carried
      * reads back with spaces there - no linked account
                   IF PREG-REMIT-PARENT-ID NUMERIC
                       MOVE PREG-REMIT-PARENT-ID
                           TO WS-REV-OTHER-CUST-ID
                   ELSE
                       MOVE ZERO TO WS-REV-OTHER-CUST-ID
                   END-IF
               END-IF
           END-IF.

       5320-CHECK-FOLLOW-UP.
      * A suspense reapplication or a fraud release of the item
           IF (PREG-SOURCE-CODE = 'REAPPLY '
                   AND SUSPENSE-ITEM-FOUND
                   AND PREG-CUST-ID = WS-SUI-REAPPLY-CUST-ID
                   AND PREG-AMOUNT = WS-SUI-AMOUNT
                   AND PREG-TRANS-DATE = WS-SUI-TRANS-DATE)
              OR (PREG-SOURCE-CODE = 'FRAUDREL'
                   AND FRAUD-ITEM-FOUND
                   AND PREG-CUST-ID = WS-FRI-CUST-ID
                   AND PREG-AMOUNT = WS-FRI-AMOUNT
                   AND PREG-TRANS-DATE = WS-FRI-TRANS-DATE)
               MOVE 'FOLLOW-UP' TO WS-ROW-LABEL
               IF NOT FOLLOW-UP-FOUND OR PREG-POSTED
                   SET FOLLOW-UP-FOUND TO TRUE
                   MOVE PREG-SOURCE-CODE TO WS-FUP-SOURCE
                   MOVE PREG-DISPOSITION TO WS-FUP-DISPOSITION
                   MOVE PREG-REJECT-REASON TO WS-FUP-REASON
               END-IF
               IF PREG-POSTED AND NOT POSTING-FOUND
                   PERFORM 5350-HOLD-POSTING-ROW
               END-IF
           END-IF.

       5330-CHECK-ITEM-ROW.
      * The item's own row - a backout row is never taken for the
      * item unless the trace asked for backouts by name
           MOVE PREG-CUST-ID TO WS-CND-CUST-ID
           MOVE PREG-TRANS-DATE TO WS-CND-DATE
           MOVE PREG-AMOUNT TO WS-CND-AMOUNT
           MOVE PREG-SOURCE-CODE TO WS-CND-SOURCE
           PERFORM 8200-MATCH-CRITERIA
           IF CANDIDATE-MATCHES
                   AND (PREG-SOURCE-CODE NOT = 'BACKOUT '
                       OR WS-CRT-SOURCE = 'BACKOUT ')
               MOVE 'ITEM' TO WS-ROW-LABEL
               ADD 1 TO WS-ORIGINAL-ROWS
               IF NOT ORIGINAL-ROW-FOUND
                   SET ORIGINAL-ROW-FOUND TO TRUE
                   MOVE PREG-CUST-ID TO WS-ORG-CUST-ID
                   MOVE PREG-TRANS-TYPE TO WS-ORG-TYPE
                   MOVE PREG-AMOUNT TO WS-ORG-AMOUNT
                   MOVE PREG-TRANS-DATE TO WS-ORG-TRANS-DATE
                   MOVE PREG-SOURCE-CODE TO WS-ORG-SOURCE
                   MOVE PREG-DISPOSITION TO WS-ORG-DISPOSITION
                   MOVE PREG-REJECT-REASON TO WS-ORG-REASON
                   MOVE PREG-POST-DATE TO WS-ORG-POST-DATE
                   MOVE PREG-POST-TIME TO WS-ORG-POST-TIME
                   IF PREG-POSTED
                       PERFORM 5350-HOLD-POSTING-ROW
                   END-IF
               END-IF
           END-IF.

       5350-HOLD-POSTING-ROW.
           SET POSTING-FOUND TO TRUE
           MOVE PREG-CUST-ID TO WS-PST-CUST-ID
           MOVE PREG-TRANS-TYPE TO WS-PST-TYPE
           MOVE WS-ABS-AMOUNT TO WS-PST-AMOUNT
           MOVE PREG-AMOUNT TO WS-PST-SIGNED-AMOUNT
           MOVE PREG-TRANS-DATE TO WS-PST-TRANS-DATE
           MOVE PREG-SOURCE-CODE TO WS-PST-SOURCE
           MOVE PREG-POST-DATE TO WS-PST-POST-DATE
           MOVE PREG-POST-TIME TO WS-PST-POST-TIME
           MOVE WS-ROW-STAMP TO WS-PST-STAMP.

       5400-WRITE-REGISTER-LINE.
           MOVE PREG-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-ROW-LABEL DELIMITED BY SPACE
               ' POSTED ' DELIMITED BY SIZE
               PREG-POST-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PREG-POST-TIME DELIMITED BY SIZE
               ' CUST ' DELIMITED BY SIZE
               PREG-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PREG-TRANS-TYPE DELIMITED BY SIZE
               ' AMT ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               PREG-TRANS-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PREG-SOURCE-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PREG-DISPOSITION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PREG-REJECT-REASON DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           IF PREG-REMIT-PARENT-ID NUMERIC
                   AND PREG-REMIT-PARENT-ID NOT = ZERO
               MOVE PREG-REMIT-TOTAL TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '      LINKED ACCOUNT ' DELIMITED BY SIZE
                   PREG-REMIT-PARENT-ID DELIMITED BY SIZE
                   ' REMITTANCE TOTAL ' DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF.

       5800-TRACE-REGISTRATION SECTION.
       5810-FIND-REGISTRATION.
      * With no registration named, the feed is the posting's source
      * and the business date the night it posted - every
      * registration that feed made that night is listed
           IF FEED-MODE
               GO TO 5899-REGISTRATION-EXIT
           END-IF
           MOVE 'STAGE 6 - FEED REGISTRATION (FROM THE POSTING)'
               TO WS-STAGE-TITLE
           PERFORM 8150-WRITE-STAGE-HEADING
           IF NOT ORIGINAL-ROW-FOUND
               MOVE '  NO REGISTER ROW - NO FEED OR NIGHT TO LOOK UP'
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 5899-REGISTRATION-EXIT
           END-IF
           OPEN INPUT FEED-CONTROL-FILE
           IF NOT FDC-FILE-OK
               MOVE '  FEED CONTROL FILE NOT ON HAND'
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 5899-REGISTRATION-EXIT
           END-IF
           MOVE ZERO TO WS-STAGE-MATCHES
           MOVE WS-ORG-SOURCE TO FDC-FEED-CODE
           MOVE WS-ORG-POST-DATE TO FDC-BUSINESS-DATE
           MOVE ZERO TO FDC-SEQUENCE
           MOVE 'N' TO WS-SCAN-FLAG
           START FEED-CONTROL-FILE KEY IS NOT LESS THAN FDC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 5850-READ-REGISTRATION
               UNTIL SCAN-DONE
           CLOSE FEED-CONTROL-FILE
           IF WS-STAGE-MATCHES = ZERO
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '  NO ' DELIMITED BY SIZE
                   WS-ORG-SOURCE DELIMITED BY SPACE
                   ' REGISTRATION FOR ' DELIMITED BY SIZE
                   WS-ORG-POST-DATE DELIMITED BY SIZE
                   ' - SOURCE IS NOT A REGISTERED FEED OR THE FILE'
                   DELIMITED BY SIZE
                   ' WAS NOT REGISTERED' DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF
           GO TO 5899-REGISTRATION-EXIT.

       5850-READ-REGISTRATION.
           READ FEED-CONTROL-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF FDC-FEED-CODE NOT = WS-ORG-SOURCE
                           OR FDC-BUSINESS-DATE NOT = WS-ORG-POST-DATE
                       SET SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-STAGE-MATCHES
                       IF FDC-BACKED-OUT
                           SET REGISTRATION-FOUND TO TRUE
                       END-IF
                       PERFORM 5870-WRITE-REGISTRATION-LINE
                   END-IF
           END-READ.

       5870-WRITE-REGISTRATION-LINE.
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               FDC-FEED-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FDC-BUSINESS-DATE DELIMITED BY SIZE
               ' SEQ ' DELIMITED BY SIZE
               FDC-SEQUENCE DELIMITED BY SIZE
               ' REGISTERED ' DELIMITED BY SIZE
               FDC-REGISTERED-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FDC-REGISTERED-TIME DELIMITED BY SIZE
               ' RECORDS ' DELIMITED BY SIZE
               FDC-RECORD-COUNT DELIMITED BY SIZE
               ' HASH ' DELIMITED BY SIZE
               FDC-CONTENT-HASH DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           IF FDC-BACKED-OUT
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '      BACKED OUT ON ' DELIMITED BY SIZE
                   FDC-BACKOUT-DATE DELIMITED BY SIZE
                   ' - NO LONGER COUNTS AS RECEIVED' DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF.

       5899-REGISTRATION-EXIT.
           EXIT.

       6000-TRACE-JOURNAL SECTION.
       6100-SCAN-JOURNAL-TIER.
      * The posting engine journals the account when it rewrites it,
      * on the night and after the moment the register row was cut
           MOVE 'STAGE 7 - CUSTOMER-MASTER JOURNAL' TO WS-STAGE-TITLE
           PERFORM 8150-WRITE-STAGE-HEADING
           IF NOT POSTING-FOUND
               MOVE '  NOTHING POSTED - NO JOURNAL ROW EXPECTED'
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 6999-JOURNAL-EXIT
           END-IF
           PERFORM 6150-SCAN-HISTORY-JOURNAL
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-JRNL-HIST-COUNT
                   OR JOURNAL-ROW-FOUND
           IF NOT JOURNAL-ROW-FOUND
               MOVE 'CUSTJRNL' TO WS-JOURNAL-FILE-NAME
               PERFORM 6200-SCAN-ONE-JOURNAL
           END-IF
           IF NOT JOURNAL-ROW-FOUND
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '  NO POSTING JOURNAL ROW FOR CUST '
                   DELIMITED BY SIZE
                   WS-PST-CUST-ID DELIMITED BY SIZE
                   ' ON ' DELIMITED BY SIZE
                   WS-PST-POST-DATE DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF
           GO TO 6999-JOURNAL-EXIT.

       6150-SCAN-HISTORY-JOURNAL.
           MOVE WS-JRNL-HIST-NAME (WS-HIST-SUB) TO WS-JOURNAL-FILE-NAME
           PERFORM 6200-SCAN-ONE-JOURNAL.

       6200-SCAN-ONE-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JRNL-FILE-OK
               PERFORM 6250-READ-JOURNAL-ROW
                   UNTIL JRNL-FILE-AT-END
                       OR JOURNAL-ROW-FOUND
               CLOSE JOURNAL-FILE
           END-IF.

       6250-READ-JOURNAL-ROW.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-FILE-AT-END TO TRUE
               NOT AT END
                   IF JRNL-CUST-ID = WS-PST-CUST-ID
                           AND JRNL-PROGRAM-NAME
                               = 'SAMPLE-PROGRAM-POST'
                           AND JRNL-JOURNAL-DATE = WS-PST-POST-DATE
                           AND JRNL-JOURNAL-TIME
                               NOT < WS-PST-POST-TIME
                       SET JOURNAL-ROW-FOUND TO TRUE
                       PERFORM 6300-WRITE-JOURNAL-LINE
                   END-IF
           END-READ.

       6300-WRITE-JOURNAL-LINE.
           MOVE JRNL-BEFORE-IMAGE TO WS-TRACE-IMAGE
           MOVE TRI-BALANCE TO WS-BALANCE-DISPLAY
           MOVE JRNL-AFTER-IMAGE TO WS-TRACE-IMAGE
           MOVE TRI-BALANCE TO WS-AFTER-DISPLAY
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               JRNL-ACTION DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               JRNL-JOURNAL-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JRNL-JOURNAL-TIME DELIMITED BY SIZE
               ' CUST ' DELIMITED BY SIZE
               JRNL-CUST-ID DELIMITED BY SIZE
               ' BALANCE ' DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               ' -> ' DELIMITED BY SIZE
               WS-AFTER-DISPLAY DELIMITED BY SIZE
               ' CHAIN ' DELIMITED BY SIZE
               JRNL-CHAIN-HASH DELIMITED BY SIZE
               ' FILE ' DELIMITED BY SIZE
               WS-JOURNAL-FILE-NAME DELIMITED BY SPACE
               INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE '      (THE ACCOUNT''S REWRITE FOR THE RUN - IT CARRIES'
               TO TRACE-REPORT-LINE
           MOVE ' EVERY ITEM POSTED TO IT)' TO TRACE-REPORT-LINE (54:)
           WRITE TRACE-REPORT-LINE.

       6999-JOURNAL-EXIT.
           EXIT.

       6500-TRACE-GL-BATCH SECTION.
       6510-READ-GL-BATCH.
      * GLGEN keeps only its latest batch, summarized by kind - the
      * trace shows the line the posting was summarized into
           MOVE 'STAGE 8 - GL BATCH' TO WS-STAGE-TITLE
           PERFORM 8150-WRITE-STAGE-HEADING
           IF NOT POSTING-FOUND
               MOVE '  NOTHING POSTED - NO GL LINE EXPECTED'
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 6599-GL-EXIT
           END-IF
           PERFORM 6520-CHOOSE-GL-DESCRIPTION
           OPEN INPUT GL-JOURNAL-FILE
           IF NOT GLJ-FILE-OK
               SET GL-BATCH-MISSING TO TRUE
               MOVE '  NO GL BATCH ON HAND' TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 6599-GL-EXIT
           END-IF
           SET GL-LINE-ABSENT TO TRUE
           PERFORM 6550-READ-GL-LINE
               UNTIL GLJ-FILE-AT-END
           CLOSE GL-JOURNAL-FILE
           IF WS-GL-BATCH-DATE < WS-PST-POST-DATE
               SET GL-BATCH-PENDING TO TRUE
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '  LATEST GL BATCH IS DATED ' DELIMITED BY SIZE
                   WS-GL-BATCH-DATE DELIMITED BY SIZE
                   ' - POSTED ' DELIMITED BY SIZE
                   WS-PST-POST-DATE DELIMITED BY SIZE
                   ', NOT YET BOOKED' DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           ELSE
               IF GL-LINE-ABSENT
                   MOVE SPACES TO TRACE-REPORT-LINE
                   STRING '  BATCH ' DELIMITED BY SIZE
                       WS-GL-BATCH-DATE DELIMITED BY SIZE
                       ' HAS NO ' DELIMITED BY SIZE
                       WS-GL-DESCRIPTION DELIMITED BY SIZE
                       ' LINE' DELIMITED BY SIZE
                       INTO TRACE-REPORT-LINE
                   WRITE TRACE-REPORT-LINE
               END-IF
           END-IF
           GO TO 6599-GL-EXIT.

       6520-CHOOSE-GL-DESCRIPTION.
      * The receivables-side line GLGEN books each kind under, in
      * the order GLGEN buckets them
           EVALUATE TRUE
               WHEN WS-PST-SOURCE = 'MISAPPLY' AND WS-PST-TYPE = 'P'
                   MOVE 'AR - MISAPPLIED PMT REAPPLIED'
                       TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'MISAPPLY'
                   MOVE 'AR - MISAPPLIED PMT REVERSED'
                       TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'PRIORPER' AND WS-PST-TYPE = 'P'
                   MOVE 'PRIOR-PERIOD AR - PAYMENTS'
                       TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'PRIORPER' AND WS-PST-TYPE = 'C'
                   MOVE 'PRIOR-PERIOD AR - CHARGES'
                       TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'PRIORPER'
                       AND WS-PST-SIGNED-AMOUNT < ZERO
                   MOVE 'PRIOR-PERIOD AR - DOWNWARD ADJ'
                       TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'PRIORPER'
                   MOVE 'PRIOR-PERIOD AR - UPWARD ADJ'
                       TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'SOLDFWD ' AND WS-PST-TYPE = 'P'
                   MOVE 'CASH - SOLD ACCT PAYMENTS'
                       TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'RECOVERY' AND WS-PST-TYPE = 'P'
                   MOVE 'CASH - RECOVERIES' TO WS-GL-DESCRIPTION
               WHEN WS-PST-TYPE = 'P'
                   MOVE 'AR RELIEVED - PAYMENTS' TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'SALESTAX' AND WS-PST-TYPE = 'C'
                   MOVE 'AR - SALES TAX BILLED' TO WS-GL-DESCRIPTION
               WHEN WS-PST-TYPE = 'C'
                   MOVE 'AR - BILLED CHARGES' TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'DEFREV  ' AND WS-PST-TYPE = 'A'
                   MOVE 'AR - CANCELLED IN ADVANCE'
                       TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'SMALLBAL'
                       AND WS-PST-SIGNED-AMOUNT < ZERO
                   MOVE 'AR - SMALL DEBITS CLEARED'
                       TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'SMALLBAL'
                   MOVE 'AR - SMALL CREDITS CLEARED'
                       TO WS-GL-DESCRIPTION
               WHEN WS-PST-SOURCE = 'BACKOUT ' AND WS-PST-TYPE = 'R'
                   MOVE 'AR REINSTATED - BACKOUT' TO WS-GL-DESCRIPTION
               WHEN WS-PST-TYPE = 'R'
                   MOVE 'AR REINSTATED - NSF' TO WS-GL-DESCRIPTION
               WHEN WS-PST-SIGNED-AMOUNT < ZERO
                   MOVE 'AR - DOWNWARD ADJUSTMENTS'
                       TO WS-GL-DESCRIPTION
               WHEN OTHER
                   MOVE 'AR - UPWARD ADJUSTMENTS' TO WS-GL-DESCRIPTION
           END-EVALUATE.

       6550-READ-GL-LINE.
           READ GL-JOURNAL-FILE
               AT END
                   SET GLJ-FILE-AT-END TO TRUE
               NOT AT END
                   IF GLJ-HEADER
                       MOVE GLJ-BATCH-DATE TO WS-GL-BATCH-DATE
                   END-IF
      * A charge billed in advance books under its own line
                   IF GLJ-LINE
                           AND (GLJ-DESCRIPTION = WS-GL-DESCRIPTION
                               OR (WS-PST-TYPE = 'C'
                                   AND GLJ-DESCRIPTION =
                                       'AR - BILLED IN ADVANCE'))
                       SET GL-LINE-FOUND TO TRUE
                       PERFORM 6560-WRITE-GL-LINE
                   END-IF
           END-READ.

       6560-WRITE-GL-LINE.
           MOVE GLJ-AMOUNT TO WS-GL-AMOUNT-DISPLAY
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING '  BATCH ' DELIMITED BY SIZE
               GLJ-BATCH-DATE DELIMITED BY SIZE
               ' COMPANY ' DELIMITED BY SIZE
               GLJ-COMPANY-ID DELIMITED BY SIZE
               ' ACCOUNT ' DELIMITED BY SIZE
               GLJ-GL-ACCOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GLJ-DR-CR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-GL-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GLJ-DESCRIPTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GLJ-ENTRY-FLAG DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GLJ-PRIOR-PERIOD-ID DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE '      (SUMMARY LINE - THE ITEM IS ONE OF THE ROWS IN IT
      -        ')' TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

       6599-GL-EXIT.
           EXIT.

       7000-TRACE-BACKOUTS SECTION.
       7100-READ-BACKOUT-CONTROL.
      * A backout names the run the way the register shows it - the
      * post date, time zero meaning every run that date - and
      * spaces in its source meaning every source
           MOVE 'STAGE 9 - POSTING-RUN BACKOUTS' TO WS-STAGE-TITLE
           PERFORM 8150-WRITE-STAGE-HEADING
           IF NOT ORIGINAL-ROW-FOUND
               MOVE '  NO REGISTER ROW - NOTHING TO BACK OUT'
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 7999-BACKOUT-EXIT
           END-IF
           OPEN INPUT BACKOUT-CONTROL-FILE
           IF NOT BKC-FILE-OK
               MOVE '  NO BACKOUT HAS EVER BEEN WRITTEN'
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 7999-BACKOUT-EXIT
           END-IF
           MOVE WS-ORG-POST-DATE TO BKC-RUN-DATE
           MOVE ZERO TO BKC-RUN-TIME
           MOVE SPACES TO BKC-SOURCE-CODE
           MOVE 'N' TO WS-SCAN-FLAG
           START BACKOUT-CONTROL-FILE KEY IS NOT LESS THAN BKC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 7200-READ-BACKOUT-ROW
               UNTIL SCAN-DONE
           CLOSE BACKOUT-CONTROL-FILE
           IF NOT BACKOUT-CONTROL-FOUND
               MOVE '  NO BACKOUT COVERS THE POSTING RUN'
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF
           GO TO 7999-BACKOUT-EXIT.

       7200-READ-BACKOUT-ROW.
           READ BACKOUT-CONTROL-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF BKC-RUN-DATE NOT = WS-ORG-POST-DATE
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF (BKC-RUN-TIME = ZERO
                               OR BKC-RUN-TIME = WS-ORG-POST-TIME)
                           AND (BKC-SOURCE-CODE = SPACES
                               OR BKC-SOURCE-CODE = WS-ORG-SOURCE)
                           SET BACKOUT-CONTROL-FOUND TO TRUE
                           PERFORM 7300-WRITE-BACKOUT-LINE
                       END-IF
                   END-IF
           END-READ.

       7300-WRITE-BACKOUT-LINE.
           MOVE BKC-AMOUNT-REVERSED TO WS-GL-AMOUNT-DISPLAY
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING '  RUN ' DELIMITED BY SIZE
               BKC-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BKC-RUN-TIME DELIMITED BY SIZE
               ' SOURCE ' DELIMITED BY SIZE
               BKC-SOURCE-CODE DELIMITED BY SIZE
               ' BACKED OUT ' DELIMITED BY SIZE
               BKC-BACKOUT-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BKC-BACKOUT-TIME DELIMITED BY SIZE
               ' ROWS ' DELIMITED BY SIZE
               BKC-ROWS-REVERSED DELIMITED BY SIZE
               ' AMT ' DELIMITED BY SIZE
               WS-GL-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' FEED ' DELIMITED BY SIZE
               BKC-FEED-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BKC-FEED-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BKC-FEED-SEQUENCE DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

       7999-BACKOUT-EXIT.
           EXIT.

       8000-DECIDE-VERDICT SECTION.
       8010-WHERE-IT-STOPPED.
      * The furthest stage the item reached decides; a posting that
      * was later taken back off says so before anything else
           MOVE SPACES TO WS-VERDICT-DETAIL
           EVALUATE TRUE
               WHEN NOT ITEM-RESOLVED
                   MOVE 'FEED ITEM NOT FOUND - CHECK THE ITEM NUMBER'
                       TO WS-VERDICT
               WHEN REVERSAL-FOUND AND WS-REV-SOURCE = 'BACKOUT '
                   MOVE 'BACKED OUT - POSTING REVERSED BY BACKOUT'
                       TO WS-VERDICT
                   STRING 'REVERSAL POSTED ' DELIMITED BY SIZE
                       WS-REV-POST-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-REV-POST-TIME DELIMITED BY SIZE
                       INTO WS-VERDICT-DETAIL
               WHEN REVERSAL-FOUND AND WS-REV-SOURCE = 'MISAPPLY'
                   MOVE 'TRANSFERRED - MISAPPLIED PAYMENT MOVED'
                       TO WS-VERDICT
                   IF WS-REV-OTHER-CUST-ID = ZERO
                       STRING 'ON ' DELIMITED BY SIZE
                           WS-REV-POST-DATE DELIMITED BY SIZE
                           INTO WS-VERDICT-DETAIL
                   ELSE
                       STRING 'TO ACCOUNT ' DELIMITED BY SIZE
                           WS-REV-OTHER-CUST-ID DELIMITED BY SIZE
                           ' ON ' DELIMITED BY SIZE
                           WS-REV-POST-DATE DELIMITED BY SIZE
                           INTO WS-VERDICT-DETAIL
                   END-IF
               WHEN REVERSAL-FOUND
                   MOVE 'POSTED, THEN REVERSED' TO WS-VERDICT
                   STRING 'BY ' DELIMITED BY SIZE
                       WS-REV-SOURCE DELIMITED BY SPACE
                       ' ON ' DELIMITED BY SIZE
                       WS-REV-POST-DATE DELIMITED BY SIZE
                       INTO WS-VERDICT-DETAIL
               WHEN POSTING-FOUND AND BACKOUT-CONTROL-FOUND
                   MOVE 'BACKOUT WRITTEN - REVERSAL NOT YET POSTED'
                       TO WS-VERDICT
               WHEN POSTING-FOUND AND GL-BATCH-PENDING
                   MOVE 'POSTED - NOT YET IN A GL BATCH' TO WS-VERDICT
                   PERFORM 8050-POSTING-DETAIL
               WHEN POSTING-FOUND
                   MOVE 'POSTED THROUGH TO THE GL' TO WS-VERDICT
                   PERFORM 8050-POSTING-DETAIL
               WHEN ORIGINAL-ROW-FOUND
                       AND WS-ORG-DISPOSITION = 'FRAUDHLD'
                   PERFORM 8100-FRAUD-VERDICT
               WHEN ORIGINAL-ROW-FOUND
                       AND WS-ORG-DISPOSITION = 'SUSPENSE'
                   PERFORM 8120-SUSPENSE-VERDICT
               WHEN ORIGINAL-ROW-FOUND
                   MOVE 'REJECTED BY POSTING' TO WS-VERDICT
                   MOVE WS-ORG-REASON TO WS-VERDICT-DETAIL
               WHEN WS-TRAN-MATCHES > ZERO OR WS-SORTED-MATCHES > ZERO
                   MOVE 'NEVER POSTED - ON CUSTTRAN, NO REGISTER ROW'
                       TO WS-VERDICT
               WHEN WS-INTAKE-REJECTS > ZERO
                   MOVE 'REJECTED AT INTAKE - BATCH OUT OF BALANCE'
                       TO WS-VERDICT
               WHEN WS-INTAKE-MATCHES > ZERO
                   MOVE 'NEVER RELEASED - ON BANK FILE, NOT CUSTTRAN'
                       TO WS-VERDICT
               WHEN OTHER
                   MOVE 'NOT FOUND ON ANY STAGE ON HAND' TO WS-VERDICT
           END-EVALUATE
           GO TO 8099-VERDICT-EXIT.

       8050-POSTING-DETAIL.
           STRING 'CUST ' DELIMITED BY SIZE
               WS-PST-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PST-POST-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PST-POST-TIME DELIMITED BY SIZE
               ' VIA ' DELIMITED BY SIZE
               WS-PST-SOURCE DELIMITED BY SPACE
               INTO WS-VERDICT-DETAIL.

       8100-FRAUD-VERDICT.
           EVALUATE TRUE
               WHEN FOLLOW-UP-FOUND AND WS-FUP-SOURCE = 'FRAUDREL'
                   MOVE 'RELEASED FROM FRAUD REVIEW - REPOST FAILED'
                       TO WS-VERDICT
                   MOVE WS-FUP-REASON TO WS-VERDICT-DETAIL
               WHEN FRAUD-ITEM-FOUND AND WS-FRI-STATUS = 'R'
                   MOVE 'RELEASED FROM FRAUD REVIEW - AWAITING POSTING'
                       TO WS-VERDICT
               WHEN FRAUD-ITEM-FOUND AND WS-FRI-STATUS = 'J'
                   MOVE 'REJECTED AT FRAUD REVIEW' TO WS-VERDICT
               WHEN OTHER
                   MOVE 'HELD FOR FRAUD REVIEW' TO WS-VERDICT
                   MOVE WS-ORG-REASON TO WS-VERDICT-DETAIL
           END-EVALUATE.

       8120-SUSPENSE-VERDICT.
           EVALUATE TRUE
               WHEN FOLLOW-UP-FOUND AND WS-FUP-SOURCE = 'REAPPLY '
                   MOVE 'REAPPLIED FROM SUSPENSE - REPOST FAILED'
                       TO WS-VERDICT
                   MOVE WS-FUP-REASON TO WS-VERDICT-DETAIL
               WHEN SUSPENSE-ITEM-FOUND AND WS-SUI-STATUS = 'R'
                   MOVE 'REAPPLIED FROM SUSPENSE - AWAITING POSTING'
                       TO WS-VERDICT
                   STRING 'TO ACCOUNT ' DELIMITED BY SIZE
                       WS-SUI-REAPPLY-CUST-ID DELIMITED BY SIZE
                       INTO WS-VERDICT-DETAIL
               WHEN OTHER
                   MOVE 'SUSPENDED - OPEN IN UNAPPLIED CASH'
                       TO WS-VERDICT
                   MOVE WS-ORG-REASON TO WS-VERDICT-DETAIL
           END-EVALUATE.

       8099-VERDICT-EXIT.
           EXIT.

       8150-WRITE-STAGE-HEADING SECTION.
       8160-STAGE-HEADING.
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE WS-STAGE-TITLE TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

       8200-MATCH-CRITERIA SECTION.
       8210-COMPARE-CANDIDATE.
      * A criterion left at zero or spaces matches anything; a
      * stage row with no source (the bank file) matches any source
           MOVE 'Y' TO WS-MATCH-FLAG
           IF WS-CRT-CUST-ID NOT = ZERO
                   AND WS-CND-CUST-ID NOT = WS-CRT-CUST-ID
                   AND (WS-CRT-ALT-CUST-ID = ZERO
                       OR WS-CND-CUST-ID NOT = WS-CRT-ALT-CUST-ID)
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF
           IF WS-CRT-DATE NOT = ZERO
                   AND WS-CND-DATE NOT = WS-CRT-DATE
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF
           IF WS-CRT-AMOUNT NOT = ZERO
                   AND WS-CND-AMOUNT NOT = WS-CRT-AMOUNT
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF
           IF WS-CRT-SOURCE NOT = SPACES
                   AND WS-CND-SOURCE NOT = SPACES
                   AND WS-CND-SOURCE NOT = WS-CRT-SOURCE
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF.

       8300-WRITE-STAGE-COUNT SECTION.
       8310-STAGE-COUNT.
           MOVE SPACES TO TRACE-REPORT-LINE
           MOVE WS-STAGE-MATCHES TO WS-COUNT-DISPLAY
           IF WS-STAGE-MATCHES = ZERO
               MOVE '  NOT FOUND AT THIS STAGE' TO TRACE-REPORT-LINE
           ELSE
               IF WS-STAGE-MATCHES > WS-STAGE-LIST-MAX
                   STRING '  ' DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       ' MATCHING ROWS - FIRST ' DELIMITED BY SIZE
                       WS-STAGE-LIST-MAX DELIMITED BY SIZE
                       ' SHOWN' DELIMITED BY SIZE
                       INTO TRACE-REPORT-LINE
               ELSE
                   STRING '  ' DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       ' MATCHING ROW(S)' DELIMITED BY SIZE
                       INTO TRACE-REPORT-LINE
               END-IF
           END-IF
           WRITE TRACE-REPORT-LINE.

       9000-FINALIZE SECTION.
       9100-WRITE-VERDICT.
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING 'WHERE IT STOPPED: ' DELIMITED BY SIZE
               WS-VERDICT DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           IF WS-VERDICT-DETAIL NOT = SPACES
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING '                  ' DELIMITED BY SIZE
                   WS-VERDICT-DETAIL DELIMITED BY SIZE
                   INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF
           IF WS-REGISTER-FILES-MISSING > ZERO
               MOVE '  NOTE - A REGISTER HISTORY FILE WAS NOT ON HAND; T
      -            'HE TRACE MAY BE INCOMPLETE' TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF
           CLOSE TRACE-REPORT-FILE.

       9200-DISPLAY-SUMMARY.
           DISPLAY 'TRANSACTION LINEAGE TRACE'
           DISPLAY 'Register Files Read: ' WS-REGISTER-FILES-READ
           DISPLAY 'Register Rows Read: ' WS-REGISTER-ROWS-READ
           DISPLAY 'Matching Register Items: ' WS-ORIGINAL-ROWS
           DISPLAY 'Where It Stopped: ' WS-VERDICT
           IF WS-VERDICT-DETAIL NOT = SPACES
               DISPLAY '                  ' WS-VERDICT-DETAIL
           END-IF

      * Zero only when the item posted and stayed posted
           EVALUATE TRUE
               WHEN ERROR-OCCURRED
                   MOVE 8 TO LS-TRC-RETURN-CODE
               WHEN POSTING-FOUND AND NOT REVERSAL-FOUND
                       AND NOT BACKOUT-CONTROL-FOUND
                   MOVE ZERO TO LS-TRC-RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO LS-TRC-RETURN-CODE
           END-EVALUATE
           MOVE WS-VERDICT TO LS-TRC-MESSAGE.
