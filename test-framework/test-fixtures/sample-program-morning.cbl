      *   - the control totals against the GL feed's control total,
      *   - the control totals against the run-history row for the
      *     same run,
      *   - the overnight chain's step results,
      *   - the bank reconciliation's open reconciling items, with
      *     any left open past the aging limit itemized,
      *   - the weekly CUSTDATA / CUSTOMER_TABLE reconciliation's
      *     agreed, mismatched and missing counts,
      *   - the nightly balance proof's break count - master, sub-
      *     ledger and open items tied per customer.
      * RED means a failed step or a balancing break, AMBER means
      * warnings only, GREEN means go.
      *****************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEX-FILE-STATUS.

      * The bank reconciliation's open items - counted and aged on
      * this page; optional until the reconciliation runs
           SELECT RECON-ITEM-FILE ASSIGN TO "CUSTRECI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCI-FILE-STATUS.

      * The weekly database reconciliation's verdict row; optional
      * until the reconciliation first runs
           SELECT DB-RECON-VERDICT-FILE ASSIGN TO "CUSTDBRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBV-FILE-STATUS.

      * The nightly balance proof's verdict row; optional until the
      * proof first runs
           SELECT BALANCE-PROOF-VERDICT-FILE ASSIGN TO "CUSTBPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPV-FILE-STATUS.

           SELECT MORNING-REPORT-FILE ASSIGN TO "CUSTMORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRN-FILE-STATUS.
               88  CHST-STEP-WARNING   VALUE 'WARNING'.
               88  CHST-STEP-FAILED    VALUE 'FAILED'.
               88  CHST-STEP-SKIPPED   VALUE 'SKIPPED'.
           05  CHST-COMPANY-ID     PIC X(4).

       FD  TIEOUT-VERDICT-FILE.
       01  TIEOUT-VERDICT-RECORD.
           05  FEX-FEED-CODE       PIC X(8).
           05  FEX-FILE-NAME       PIC X(40).

       FD  RECON-ITEM-FILE.
           COPY RECONCILING-ITEM-RECORD.

      * Same layout SAMPLE-PROGRAM-DBRECON writes
       FD  DB-RECON-VERDICT-FILE.
       01  DB-RECON-VERDICT-RECORD.
           05  DBV-RECON-DATE      PIC 9(8).
           05  DBV-VERDICT         PIC X(8).
               88  DBV-AGREED      VALUE 'AGREED'.
               88  DBV-BROKEN      VALUE 'BROKEN'.
               88  DBV-FAILED      VALUE 'FAILED'.
           05  DBV-FILE-ROWS       PIC 9(9).
           05  DBV-TABLE-ROWS      PIC 9(9).
           05  DBV-AGREED-COUNT    PIC 9(9).
           05  DBV-MISMATCHED-COUNT PIC 9(9).
           05  DBV-MISSING-IN-TABLE PIC 9(9).
           05  DBV-MISSING-ON-FILE PIC 9(9).

      * Same layout SAMPLE-PROGRAM-BALPROOF writes
       FD  BALANCE-PROOF-VERDICT-FILE.
       01  BALANCE-PROOF-VERDICT-RECORD.
           05  BPV-PROOF-DATE      PIC 9(8).
           05  BPV-VERDICT         PIC X(8).
               88  BPV-PROVEN      VALUE 'PROVEN'.
               88  BPV-BROKEN      VALUE 'BROKEN'.
           05  BPV-CUSTOMERS-READ  PIC 9(9).
           05  BPV-BREAK-COUNT     PIC 9(9).
           05  BPV-SUBLEDGER-BREAKS PIC 9(9).
           05  BPV-OPEN-ITEM-BREAKS PIC 9(9).
           05  BPV-UNJUDGED-COUNT  PIC 9(9).
           05  BPV-BREAK-AMOUNT    PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       FD  MORNING-REPORT-FILE.
       01  MORNING-REPORT-LINE     PIC X(100).

       01  WS-FEEDS-CHECKED        PIC 9(3) VALUE ZERO.
       01  WS-FEEDS-MISSING        PIC 9(3) VALUE ZERO.

       01  WS-RCI-FILE-STATUS      PIC XX.
           88  RCI-FILE-OK         VALUE '00'.
           88  RCI-FILE-AT-END     VALUE '10'.
      * Open reconciling items by side; an item still open this many
      * days past the date the money should have shown is itemized
       01  WS-RECON-ITEMS.
           05  WS-RCI-PRESENT-FLAG PIC X VALUE 'N'.
               88  RECON-ITEMS-PRESENT VALUE 'Y'.
           05  WS-RCI-BANK-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-RCI-BANK-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RCI-OUR-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-RCI-OUR-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RCI-AGED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-RCI-AGE-LIMIT        PIC 9(3) VALUE 2.
       01  WS-RCI-AGE-DAYS         PIC S9(5) VALUE ZERO.
       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-RCI-AMOUNT-DISPLAY   PIC -(11)9.99.

       01  WS-DBV-FILE-STATUS      PIC XX.
           88  DBV-FILE-OK         VALUE '00'.
      * The reconciliation runs weekly - a verdict older than this
      * means a week was missed
       01  WS-DBV-AGE-LIMIT        PIC 9(3) VALUE 8.
       01  WS-DBV-AGE-DAYS         PIC S9(5) VALUE ZERO.

       01  WS-BPV-FILE-STATUS      PIC XX.
           88  BPV-FILE-OK         VALUE '00'.
      * The proof runs nightly - a verdict older than this means a
      * night was missed
       01  WS-BPV-AGE-LIMIT        PIC 9(3) VALUE 1.
       01  WS-BPV-AGE-DAYS         PIC S9(5) VALUE ZERO.
       01  WS-BPV-AMOUNT-DISPLAY   PIC -(9)9.99.

       01  WS-RECON-TOLERANCE      PIC S9(7)V99 COMP-3 VALUE 10.00.
       01  WS-GL-VARIANCE          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-VARIANCE-DISPLAY     PIC -(9)9.99.
           PERFORM 2300-GATHER-CHAIN-STATUS
           PERFORM 2400-CHECK-EXPECTED-FEEDS
           PERFORM 2450-CHECK-TIEOUT-VERDICT
           PERFORM 2470-CHECK-BANK-RECON
           PERFORM 2500-CHECK-DB-RECON
           PERFORM 2550-CHECK-BALANCE-PROOF
           PERFORM 3000-TIE-OUT-AND-REPORT
           PERFORM 4000-FINALIZE
           GOBACK.
               CLOSE TIEOUT-VERDICT-FILE
           END-IF.

       2470-CHECK-BANK-RECON SECTION.
       2475-SCAN-RECON-ITEMS.
      * Timing differences clear overnight; an item still open past
      * the aging limit is real money someone has to chase
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           OPEN INPUT RECON-ITEM-FILE
           IF RCI-FILE-OK
               SET RECON-ITEMS-PRESENT TO TRUE
               PERFORM 2480-READ-RECON-ITEM
                   UNTIL RCI-FILE-AT-END
               CLOSE RECON-ITEM-FILE
               MOVE WS-RCI-BANK-AMOUNT TO WS-RCI-AMOUNT-DISPLAY
               MOVE SPACES TO MORNING-REPORT-LINE
               STRING 'BANK REC: OPEN BANK SIDE ' DELIMITED BY SIZE
                   WS-RCI-BANK-COUNT DELIMITED BY SIZE
                   ' ITEM(S) ' DELIMITED BY SIZE
                   WS-RCI-AMOUNT-DISPLAY DELIMITED BY SIZE
                   INTO MORNING-REPORT-LINE
               WRITE MORNING-REPORT-LINE
               DISPLAY MORNING-REPORT-LINE
               MOVE WS-RCI-OUR-AMOUNT TO WS-RCI-AMOUNT-DISPLAY
               MOVE SPACES TO MORNING-REPORT-LINE
               STRING 'BANK REC: OPEN OUR SIDE  ' DELIMITED BY SIZE
                   WS-RCI-OUR-COUNT DELIMITED BY SIZE
                   ' ITEM(S) ' DELIMITED BY SIZE
                   WS-RCI-AMOUNT-DISPLAY DELIMITED BY SIZE
                   INTO MORNING-REPORT-LINE
               WRITE MORNING-REPORT-LINE
               DISPLAY MORNING-REPORT-LINE
           END-IF

      * 2480 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2480-READ-RECON-ITEM.
           READ RECON-ITEM-FILE
               AT END
                   SET RCI-FILE-AT-END TO TRUE
               NOT AT END
                   IF RCI-BANK-SIDE
                       ADD 1 TO WS-RCI-BANK-COUNT
                       ADD RCI-AMOUNT TO WS-RCI-BANK-AMOUNT
                   ELSE
                       ADD 1 TO WS-RCI-OUR-COUNT
                       ADD RCI-AMOUNT TO WS-RCI-OUR-AMOUNT
                   END-IF
                   PERFORM 2490-AGE-RECON-ITEM
           END-READ.

       2490-AGE-RECON-ITEM.
      * Aged from the date the money should have shown - an ACH
      * claim for a debit not yet due is not late
           MOVE ZERO TO WS-RCI-AGE-DAYS
           IF RCI-EXPECTED-DATE IS NUMERIC
                   AND RCI-EXPECTED-DATE > ZERO
                   AND RCI-EXPECTED-DATE < WS-TODAY-DATE-NUM
               COMPUTE WS-RCI-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (RCI-EXPECTED-DATE)
           END-IF
           IF WS-RCI-AGE-DAYS > WS-RCI-AGE-LIMIT
               ADD 1 TO WS-RCI-AGED-COUNT
               MOVE RCI-AMOUNT TO WS-RCI-AMOUNT-DISPLAY
               MOVE SPACES TO MORNING-REPORT-LINE
               STRING 'WARN: BANK REC ITEM OPEN ' DELIMITED BY SIZE
                   WS-RCI-AGE-DAYS DELIMITED BY SIZE
                   ' DAYS SIDE ' DELIMITED BY SIZE
                   RCI-SIDE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RCI-FEED-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RCI-REFERENCE DELIMITED BY SIZE
                   RCI-BANK-REFERENCE DELIMITED BY SIZE
                   WS-RCI-AMOUNT-DISPLAY DELIMITED BY SIZE
                   INTO MORNING-REPORT-LINE
               PERFORM 3910-ITEMIZE-AMBER
           END-IF.

       2500-CHECK-DB-RECON SECTION.
       2510-READ-DB-VERDICT.
      * The counts print every morning; a broken or failed
      * reconciliation, or one not run for over a week, is AMBER -
      * the repair file is waiting on a reviewer, not the day
           OPEN INPUT DB-RECON-VERDICT-FILE
           IF DBV-FILE-OK
               READ DB-RECON-VERDICT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2520-REPORT-DB-VERDICT
               END-READ
               CLOSE DB-RECON-VERDICT-FILE
           END-IF

      * 2520 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2520-REPORT-DB-VERDICT.
           MOVE SPACES TO MORNING-REPORT-LINE
           STRING 'DB RECON ' DELIMITED BY SIZE
               DBV-RECON-DATE DELIMITED BY SIZE
               ': AGREED ' DELIMITED BY SIZE
               DBV-AGREED-COUNT DELIMITED BY SIZE
               ' MISMATCHED ' DELIMITED BY SIZE
               DBV-MISMATCHED-COUNT DELIMITED BY SIZE
               ' MISSING TABLE ' DELIMITED BY SIZE
               DBV-MISSING-IN-TABLE DELIMITED BY SIZE
               ' FILE ' DELIMITED BY SIZE
               DBV-MISSING-ON-FILE DELIMITED BY SIZE
               INTO MORNING-REPORT-LINE
           WRITE MORNING-REPORT-LINE
           DISPLAY MORNING-REPORT-LINE
           EVALUATE TRUE
               WHEN DBV-FAILED
                   MOVE SPACES TO MORNING-REPORT-LINE
                   STRING 'WARN: CUSTDATA VS CUSTOMER_TABLE '
                       'RECONCILIATION DID NOT COMPLETE'
                       DELIMITED BY SIZE
                       INTO MORNING-REPORT-LINE
                   PERFORM 3910-ITEMIZE-AMBER
               WHEN DBV-BROKEN
                   MOVE SPACES TO MORNING-REPORT-LINE
                   STRING 'WARN: CUSTDATA AND CUSTOMER_TABLE DISAGREE '
                       '- REPAIR FILE AWAITS REVIEW'
                       DELIMITED BY SIZE
                       INTO MORNING-REPORT-LINE
                   PERFORM 3910-ITEMIZE-AMBER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE ZERO TO WS-DBV-AGE-DAYS
           IF DBV-RECON-DATE IS NUMERIC
                   AND DBV-RECON-DATE > ZERO
                   AND DBV-RECON-DATE < WS-TODAY-DATE-NUM
               COMPUTE WS-DBV-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (DBV-RECON-DATE)
           END-IF
           IF WS-DBV-AGE-DAYS > WS-DBV-AGE-LIMIT
               MOVE SPACES TO MORNING-REPORT-LINE
               STRING 'WARN: CUSTDATA VS CUSTOMER_TABLE NOT '
                   'RECONCILED SINCE ' DELIMITED BY SIZE
                   DBV-RECON-DATE DELIMITED BY SIZE
                   INTO MORNING-REPORT-LINE
               PERFORM 3910-ITEMIZE-AMBER
           END-IF.

       2550-CHECK-BALANCE-PROOF SECTION.
       2560-READ-PROOF-VERDICT.
      * The break count prints every morning. A break is a
      * balancing break and goes RED - the corrections are waiting
      * on a supervisor; a proof not run last night is AMBER
           OPEN INPUT BALANCE-PROOF-VERDICT-FILE
           IF BPV-FILE-OK
               READ BALANCE-PROOF-VERDICT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2570-REPORT-PROOF-VERDICT
               END-READ
               CLOSE BALANCE-PROOF-VERDICT-FILE
           END-IF

      * 2570 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2570-REPORT-PROOF-VERDICT.
           MOVE BPV-BREAK-AMOUNT TO WS-BPV-AMOUNT-DISPLAY
           MOVE SPACES TO MORNING-REPORT-LINE
           STRING 'BALANCE PROOF ' DELIMITED BY SIZE
               BPV-PROOF-DATE DELIMITED BY SIZE
               ': BREAKS ' DELIMITED BY SIZE
               BPV-BREAK-COUNT DELIMITED BY SIZE
               ' SUBLEDGER ' DELIMITED BY SIZE
               BPV-SUBLEDGER-BREAKS DELIMITED BY SIZE
               ' OPEN ITEM ' DELIMITED BY SIZE
               BPV-OPEN-ITEM-BREAKS DELIMITED BY SIZE
               INTO MORNING-REPORT-LINE
           WRITE MORNING-REPORT-LINE
           DISPLAY MORNING-REPORT-LINE
           IF BPV-BROKEN
               MOVE SPACES TO MORNING-REPORT-LINE
               STRING 'BREAK: BALANCE PROOF - ' DELIMITED BY SIZE
                   BPV-BREAK-COUNT DELIMITED BY SIZE
                   ' BREAKS TOTALLING ' DELIMITED BY SIZE
                   WS-BPV-AMOUNT-DISPLAY DELIMITED BY SIZE
                   ' - CORRECTIONS AWAIT APPROVAL' DELIMITED BY SIZE
                   INTO MORNING-REPORT-LINE
               PERFORM 3900-ITEMIZE-RED
           END-IF
           MOVE ZERO TO WS-BPV-AGE-DAYS
           IF BPV-PROOF-DATE IS NUMERIC
                   AND BPV-PROOF-DATE > ZERO
                   AND BPV-PROOF-DATE < WS-TODAY-DATE-NUM
               COMPUTE WS-BPV-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (BPV-PROOF-DATE)
           END-IF
           IF WS-BPV-AGE-DAYS > WS-BPV-AGE-LIMIT
               MOVE SPACES TO MORNING-REPORT-LINE
               STRING 'WARN: BALANCE PROOF NOT RUN SINCE '
                   DELIMITED BY SIZE
                   BPV-PROOF-DATE DELIMITED BY SIZE
                   INTO MORNING-REPORT-LINE
               PERFORM 3910-ITEMIZE-AMBER
           END-IF.

       3000-TIE-OUT-AND-REPORT SECTION.
       3100-CHECK-GL-TIE-OUT.
           IF CTL-TOTALS-PRESENT AND GL-TOTAL-PRESENT
