       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-BALPROOF.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Nightly balance integrity proof. Every customer's balance is
      * carried three times over - CUST-BALANCE on the master, the
      * sub-ledger's principal + fee + interest, and the open items
      * the aging reads - and nothing ever proved the three agree.
      * This job ties them per customer at two levels:
      *   - SUBLEDGR  CUST-BALANCE against principal + fee +
      *               interest, for every customer carrying a sub-
      *               ledger row
      *   - OPENITEM  the ledger's principal against the open
      *               invoices plus the open deductions, for every
      *               customer on open items. Fees and interest are
      *               never invoiced, so principal is the figure the
      *               items must explain; a deduction still owes the
      *               remainder it split off its invoice, so it counts
      *               on the items side. A customer with no sub-ledger
      *               row ties CUST-BALANCE to the items directly. A
      *               customer with no invoice or deduction rows at
      *               all predates open items and is not tied.
      *               An early-payment discount POST took tonight
      *               is already off its invoice but reaches the
      *               balance and the sub-ledger only when its
      *               CUSTDSCA adjustment posts on the next run, so
      *               the unposted discount is added back to the
      *               items side until then.
      * Disputed money stays in CUST-BALANCE and on its invoices
      * alike, so a dispute moves neither side of either tie; the
      * open disputed amount is printed beside every break, and a
      * break that equals it exactly is flagged - the usual story
      * is a dispute credited by hand on one side only.
      * Each break is reported with its size and the side that is
      * likely wrong, judged from the customer's latest journal row
      * against the latest activity on the other side: the side
      * that moved last is taken as right, so activity on the sub-
      * ledger or the open items after the master's latest journal
      * row condemns the master, and anything else condemns the
      * other side - the master is the book of record when there is
      * no evidence either way.
      * Nothing is fixed silently. Every break gets a corrective
      * entry on the proposal file (BALANCE-PROOF-PROPOSAL-RECORD)
      * for a supervisor: a master correction is also queued on
      * PENDING-ADJ-FILE for release through MAINT's dual-control
      * path, sub-ledger re-plugs approved on last night's file are
      * applied at the start of tonight's run, and invoice-side
      * corrections go to the billing desk once approved. The break
      * counts go on a verdict row the morning balancing page reads.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * Balance components - read for the proof, rewritten only for
      * an approved re-plug
           SELECT SUBLEDGER-FILE ASSIGN TO "CUSTSUBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBL-CUST-ID
               FILE STATUS IS WS-SBL-FILE-STATUS.

      * Open items, walked per customer
           SELECT INVOICE-FILE ASSIGN TO "CUSTINVC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-FILE-STATUS.

           SELECT DEDUCTION-FILE ASSIGN TO "CUSTDEDN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

      * Open disputes, shown beside each break
           SELECT DISPUTE-FILE ASSIGN TO "CUSTDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CUST-ID
               FILE STATUS IS WS-DSP-FILE-STATUS.

      * POST's early-payment discount hand-off - the credits taken
      * off invoices tonight that have not reached the balance yet,
      * written in POST's sorted CUST-ID order; optional
           SELECT DISCOUNT-ADJ-FILE ASSIGN TO "CUSTDSCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAJ-FILE-STATUS.

      * Master update journal - the latest row per break customer is
      * the evidence the likely-wrong side is judged on
           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      * MAINT's dual-control queue - master corrections wait here
      * for a supervisor's release
           SELECT PENDING-ADJ-FILE ASSIGN TO "CUSTPADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAJ-CUST-ID
               FILE STATUS IS WS-PAJ-FILE-STATUS.

      * Breaks, itemized with size and likely-wrong side
           SELECT BALANCE-PROOF-REPORT-FILE ASSIGN TO "CUSTBPRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      * Corrective entries awaiting a supervisor - last night's are
      * read for approvals before tonight's replace them
           SELECT BALANCE-PROOF-PROPOSAL-FILE ASSIGN TO "CUSTBPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPP-FILE-STATUS.

      * One verdict row the morning page reads
           SELECT BALANCE-PROOF-VERDICT-FILE ASSIGN TO "CUSTBPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  SUBLEDGER-FILE.
           COPY SUBLEDGER-RECORD.

       FD  INVOICE-FILE.
           COPY INVOICE-RECORD.

       FD  DEDUCTION-FILE.
           COPY DEDUCTION-RECORD.

       FD  DISPUTE-FILE.
           COPY DISPUTE-RECORD.

       FD  DISCOUNT-ADJ-FILE.
           COPY CUSTTRAN-RECORD REPLACING
               ==CUSTOMER-TRAN-RECORD== BY ==DISCOUNT-ADJ-RECORD==
               LEADING ==TRN-== BY ==DAJ-==.

       FD  JOURNAL-FILE.
           COPY JOURNAL-RECORD.

       FD  PENDING-ADJ-FILE.
           COPY PENDING-ADJ-RECORD.

       FD  BALANCE-PROOF-REPORT-FILE.
       01  BALANCE-PROOF-REPORT-LINE PIC X(132).

       FD  BALANCE-PROOF-PROPOSAL-FILE.
           COPY BALANCE-PROOF-PROPOSAL-RECORD.

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
      * Customers found off but past the itemizing table - counted
      * in the break count, not judged or proposed
           05  BPV-UNJUDGED-COUNT  PIC 9(9).
           05  BPV-BREAK-AMOUNT    PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-SBL-FILE-STATUS      PIC XX.
           88  SBL-FILE-OK         VALUE '00'.
           88  SBL-FILE-MISSING    VALUE '35'.
       01  WS-SBL-OPENED-FLAG      PIC X VALUE 'N'.
           88  SUBLEDGER-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-INV-FILE-STATUS      PIC XX.
           88  INV-FILE-OK         VALUE '00'.
           88  INV-FILE-MISSING    VALUE '35'.
       01  WS-INV-OPENED-FLAG      PIC X VALUE 'N'.
           88  INVOICE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-DED-FILE-STATUS      PIC XX.
           88  DED-FILE-OK         VALUE '00'.
           88  DED-FILE-MISSING    VALUE '35'.
       01  WS-DED-OPENED-FLAG      PIC X VALUE 'N'.
           88  DEDUCTION-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-DSP-FILE-STATUS      PIC XX.
           88  DSP-FILE-OK         VALUE '00'.
           88  DSP-FILE-MISSING    VALUE '35'.
       01  WS-DSP-OPENED-FLAG      PIC X VALUE 'N'.
           88  DISPUTE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-DAJ-FILE-STATUS      PIC XX.
           88  DAJ-FILE-OK         VALUE '00'.
           88  DAJ-FILE-MISSING    VALUE '35'.
       01  WS-DAJ-OPENED-FLAG      PIC X VALUE 'N'.
           88  DISCOUNT-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-DAJ-EOF-FLAG         PIC X VALUE 'N'.
           88  DISCOUNT-FILE-AT-END VALUE 'Y'.
       01  WS-JRNL-FILE-STATUS     PIC XX.
           88  JRNL-FILE-OK        VALUE '00'.
           88  JRNL-FILE-AT-END    VALUE '10'.
       01  WS-PAJ-FILE-STATUS      PIC XX.
           88  PAJ-FILE-OK         VALUE '00'.
           88  PAJ-FILE-AT-END     VALUE '10'.
           88  PAJ-FILE-MISSING    VALUE '35'.
       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.
       01  WS-BPP-FILE-STATUS      PIC XX.
           88  BPP-FILE-OK         VALUE '00'.
           88  BPP-FILE-AT-END     VALUE '10'.
       01  WS-VRD-FILE-STATUS      PIC XX.
           88  VRD-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  CUSTOMER-FILE-AT-END VALUE 'Y'.
           05  WS-WALK-FLAG        PIC X VALUE 'N'.
               88  ITEM-WALK-DONE  VALUE 'Y'.
           05  WS-FOUND-FLAG       PIC X VALUE 'N'.
               88  BREAK-ENTRY-FOUND VALUE 'Y'.

      * The proof's own signature on the dual-control queue - its
      * still-pending requests are withdrawn each night and re-queued
      * only where the break still stands
       01  WS-PROOF-OPERATOR-ID    PIC X(8) VALUE 'BALPROOF'.

      * The current customer's three figures as gathered
       01  WS-CURRENT-CUSTOMER.
           05  WS-CUR-SBL-FLAG     PIC X.
               88  CUR-HAS-SUBLEDGER VALUE 'Y'.
           05  WS-CUR-ITEM-FLAG    PIC X.
               88  CUR-ON-OPEN-ITEMS VALUE 'Y'.
           05  WS-CUR-OPEN-ITEMS   PIC S9(9)V99 COMP-3.
           05  WS-CUR-UNPOSTED-DISCOUNT PIC S9(7)V99 COMP-3.
           05  WS-CUR-ITEM-DATE    PIC 9(8).
           05  WS-CUR-DISPUTE      PIC S9(7)V99 COMP-3.
           05  WS-CUR-LEVEL1-BREAK PIC S9(9)V99 COMP-3.
           05  WS-CUR-LEVEL2-BREAK PIC S9(9)V99 COMP-3.

      * Customers found off on the first pass, in CUST-ID order,
      * carrying what the judging pass needs once the journal has
      * been read for them
       01  WS-BRK-TABLE-MAX        PIC 9(4) COMP VALUE 500.
       01  WS-BRK-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-BRK-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-BRK-TABLE.
           05  WS-BRK-ENTRY OCCURS 500 TIMES.
               10  WS-BRK-CUST-ID      PIC 9(9).
               10  WS-BRK-SBL-FLAG     PIC X.
                   88  BRK-HAS-SUBLEDGER VALUE 'Y'.
               10  WS-BRK-ITEM-FLAG    PIC X.
                   88  BRK-ON-OPEN-ITEMS VALUE 'Y'.
               10  WS-BRK-BALANCE      PIC S9(7)V99 COMP-3.
               10  WS-BRK-PRINCIPAL    PIC S9(7)V99 COMP-3.
               10  WS-BRK-FEE          PIC S9(7)V99 COMP-3.
               10  WS-BRK-INTEREST     PIC S9(7)V99 COMP-3.
               10  WS-BRK-SBL-DATE     PIC 9(8).
               10  WS-BRK-OPEN-ITEMS   PIC S9(9)V99 COMP-3.
               10  WS-BRK-ITEM-DATE    PIC 9(8).
               10  WS-BRK-DISPUTE      PIC S9(7)V99 COMP-3.
               10  WS-BRK-JOURNAL-DATE PIC 9(8).

      * The judging pass's working figures for one break customer
       01  WS-JUDGE-AREA.
           05  WS-JDG-LEVEL1       PIC S9(9)V99 COMP-3.
           05  WS-JDG-LEVEL2       PIC S9(9)V99 COMP-3.
           05  WS-JDG-PRINCIPAL    PIC S9(9)V99 COMP-3.
           05  WS-JDG-TARGET-BALANCE PIC S9(9)V99 COMP-3.
           05  WS-JDG-MASTER-LEVEL PIC X(8).
           05  WS-JDG-ABS-AMOUNT   PIC S9(9)V99 COMP-3.

      * Report line pieces
       01  WS-BREAK-LEVEL          PIC X(8).
       01  WS-WRONG-SIDE           PIC X(8).
       01  WS-SIDE-DATE            PIC 9(8).
       01  WS-AMOUNT-DISPLAY       PIC -(9)9.99.
       01  WS-DISPUTE-DISPLAY      PIC -(7)9.99.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ   PIC 9(9) VALUE ZERO.
           05  WS-NOT-ON-ITEMS     PIC 9(9) VALUE ZERO.
           05  WS-SUBLEDGER-BREAKS PIC 9(9) VALUE ZERO.
           05  WS-OPEN-ITEM-BREAKS PIC 9(9) VALUE ZERO.
           05  WS-UNJUDGED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BREAK-TOTAL      PIC 9(9) VALUE ZERO.
           05  WS-BREAK-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-PROPOSALS-WRITTEN PIC 9(9) VALUE ZERO.
           05  WS-ADJ-QUEUED       PIC 9(9) VALUE ZERO.
           05  WS-ADJ-BLOCKED      PIC 9(9) VALUE ZERO.
           05  WS-ADJ-WITHDRAWN    PIC 9(9) VALUE ZERO.
           05  WS-REPLUGS-APPLIED  PIC 9(9) VALUE ZERO.
           05  WS-REPLUGS-STALE    PIC 9(9) VALUE ZERO.
           05  WS-BILLING-APPROVED PIC 9(9) VALUE ZERO.
           05  WS-PRIOR-UNREVIEWED PIC 9(9) VALUE ZERO.
           05  WS-JOURNAL-ROWS     PIC 9(9) VALUE ZERO.
           05  WS-DISCOUNTS-NETTED PIC 9(9) VALUE ZERO.
           05  WS-DISCOUNT-NETTED-AMOUNT PIC S9(9)V99 COMP-3
                                   VALUE ZERO.

       LINKAGE SECTION.
       01  LS-BALPROOF-PARM-AREA.
           05  LS-BPR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-BPR-MESSAGE      PIC X(50).
           05  LS-BPR-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-BALPROOF-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-APPROVED-REPLUGS
           PERFORM 2100-WITHDRAW-OWN-PENDING
           PERFORM 2200-PROVE-CUSTOMER
               UNTIL CUSTOMER-FILE-AT-END
           PERFORM 2500-SCAN-JOURNAL
           PERFORM 2700-JUDGE-BREAKS
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-BPR-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-BPR-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BPR-RETURN-CODE
               GOBACK
           END-IF

      * The component and open-item files are optional - a shop not
      * yet carrying one simply has no tie at that level
           OPEN I-O SUBLEDGER-FILE
           IF SBL-FILE-OK
               SET SUBLEDGER-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT SBL-FILE-MISSING
                   DISPLAY 'ERROR OPENING SUB-LEDGER FILE: '
                       WS-SBL-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BPR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT INVOICE-FILE
           IF INV-FILE-OK
               SET INVOICE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT INV-FILE-MISSING
                   DISPLAY 'ERROR OPENING INVOICE FILE: '
                       WS-INV-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BPR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT DEDUCTION-FILE
           IF DED-FILE-OK
               SET DEDUCTION-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DED-FILE-MISSING
                   DISPLAY 'ERROR OPENING DEDUCTION FILE: '
                       WS-DED-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BPR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF DSP-FILE-OK
               SET DISPUTE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DSP-FILE-MISSING
                   DISPLAY 'ERROR OPENING DISPUTE FILE: '
                       WS-DSP-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BPR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * No discount hand-off means no discount is waiting to post;
      * the first row is read ahead for the match against the
      * customer walk
           OPEN INPUT DISCOUNT-ADJ-FILE
           IF DAJ-FILE-OK
               SET DISCOUNT-FILE-WAS-OPENED TO TRUE
               PERFORM 2257-READ-DISCOUNT-ROW
           ELSE
               IF NOT DAJ-FILE-MISSING
                   DISPLAY 'ERROR OPENING DISCOUNT HAND-OFF FILE: '
                       WS-DAJ-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BPR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Pending adjustments - created on first use the way MAINT
      * creates it
           OPEN I-O PENDING-ADJ-FILE
           IF PAJ-FILE-MISSING
               OPEN OUTPUT PENDING-ADJ-FILE
               CLOSE PENDING-ADJ-FILE
               OPEN I-O PENDING-ADJ-FILE
           END-IF
           IF NOT PAJ-FILE-OK
               DISPLAY 'ERROR OPENING PENDING ADJUSTMENT FILE: '
                   WS-PAJ-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BPR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BALANCE-PROOF-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING BALANCE PROOF REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BPR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BALANCE-PROOF-VERDICT-FILE
           IF NOT VRD-FILE-OK
               DISPLAY 'ERROR OPENING BALANCE PROOF VERDICT: '
                   WS-VRD-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BPR-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE ZERO TO WS-BRK-COUNT
           MOVE SPACES TO BALANCE-PROOF-REPORT-LINE
           STRING 'NIGHTLY BALANCE INTEGRITY PROOF - '
               DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO BALANCE-PROOF-REPORT-LINE
           WRITE BALANCE-PROOF-REPORT-LINE.

       2000-APPLY-APPROVED-REPLUGS SECTION.
       2010-READ-PRIOR-PROPOSALS.
      * Last night's proposals, as the supervisor left them. Only
      * sub-ledger re-plugs are applied here - master corrections
      * went out through PENDING-ADJ-FILE and invoice corrections
      * belong to the billing desk. No file means no prior run
           OPEN INPUT BALANCE-PROOF-PROPOSAL-FILE
           IF BPP-FILE-OK
               PERFORM 2020-APPLY-ONE-PROPOSAL
                   UNTIL BPP-FILE-AT-END
               CLOSE BALANCE-PROOF-PROPOSAL-FILE
           END-IF

      * The paragraphs below already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       2020-APPLY-ONE-PROPOSAL.
           READ BALANCE-PROOF-PROPOSAL-FILE
               AT END
                   SET BPP-FILE-AT-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BPP-PENDING
                           ADD 1 TO WS-PRIOR-UNREVIEWED
                       WHEN BPP-APPROVED AND BPP-SIDE-SUBLEDGER
                           PERFORM 2030-APPLY-REPLUG
                       WHEN BPP-APPROVED AND BPP-SIDE-INVOICES
                           PERFORM 2040-LIST-FOR-BILLING
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2030-APPLY-REPLUG.
      * Applied only while principal still stands where the proof
      * saw it - anything that moved it since has already re-
      * plugged it, and tonight's proof judges the result afresh
           IF NOT SUBLEDGER-FILE-WAS-OPENED
               ADD 1 TO WS-REPLUGS-STALE
           ELSE
               MOVE BPP-CUST-ID TO SBL-CUST-ID
               READ SUBLEDGER-FILE
                   INVALID KEY
                       ADD 1 TO WS-REPLUGS-STALE
                   NOT INVALID KEY
                       IF SBL-PRINCIPAL = BPP-CURRENT-VALUE
                           MOVE BPP-PROPOSED-VALUE TO SBL-PRINCIPAL
                           MOVE STD-CURRENT-DATE
                               TO SBL-LAST-UPDATE-DATE
                           REWRITE SUBLEDGER-RECORD
                           ADD 1 TO WS-REPLUGS-APPLIED
                           MOVE BPP-PROPOSED-VALUE
                               TO WS-AMOUNT-DISPLAY
                           MOVE SPACES TO BALANCE-PROOF-REPORT-LINE
                           STRING 'APPLIED  ' DELIMITED BY SIZE
                               BPP-CUST-ID DELIMITED BY SIZE
                               ' SUB-LEDGER PRINCIPAL RE-PLUGGED TO '
                               DELIMITED BY SIZE
                               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                               ' APPROVED BY ' DELIMITED BY SIZE
                               BPP-REVIEWED-BY DELIMITED BY SIZE
                               INTO BALANCE-PROOF-REPORT-LINE
                           WRITE BALANCE-PROOF-REPORT-LINE
                       ELSE
                           ADD 1 TO WS-REPLUGS-STALE
                       END-IF
               END-READ
           END-IF.

       2040-LIST-FOR-BILLING.
           ADD 1 TO WS-BILLING-APPROVED
           MOVE BPP-BREAK-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO BALANCE-PROOF-REPORT-LINE
           STRING 'BILLING  ' DELIMITED BY SIZE
               BPP-CUST-ID DELIMITED BY SIZE
               ' APPROVED OPEN-ITEM CORRECTION ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' - RE-BILL IF POSITIVE, CREDIT MEMO IF NEGATIVE'
               DELIMITED BY SIZE
               INTO BALANCE-PROOF-REPORT-LINE
           WRITE BALANCE-PROOF-REPORT-LINE.

       2100-WITHDRAW-OWN-PENDING SECTION.
       2110-START-QUEUE-WALK.
      * Last night's master corrections that no supervisor released
      * are withdrawn - tonight's proof queues afresh wherever the
      * break still stands, at tonight's figures
           MOVE ZERO TO PAJ-CUST-ID
           START PENDING-ADJ-FILE
               KEY IS NOT LESS THAN PAJ-CUST-ID
               INVALID KEY
                   SET PAJ-FILE-AT-END TO TRUE
           END-START
           IF NOT PAJ-FILE-AT-END
               PERFORM 2120-WITHDRAW-ONE
                   UNTIL PAJ-FILE-AT-END
           END-IF

      * 2120 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2120-WITHDRAW-ONE.
           READ PENDING-ADJ-FILE NEXT RECORD
               AT END
                   SET PAJ-FILE-AT-END TO TRUE
               NOT AT END
                   IF PAJ-PENDING
                           AND PAJ-REQUESTED-BY = WS-PROOF-OPERATOR-ID
                       SET PAJ-REJECTED TO TRUE
                       MOVE WS-PROOF-OPERATOR-ID TO PAJ-DECIDED-BY
                       MOVE STD-CURRENT-DATE TO PAJ-DECIDED-DATE
                       REWRITE PENDING-ADJ-RECORD
                       ADD 1 TO WS-ADJ-WITHDRAWN
                   END-IF
           END-READ.

       2200-PROVE-CUSTOMER SECTION.
       2210-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET CUSTOMER-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   PERFORM 2220-GATHER-SUBLEDGER
                   PERFORM 2230-GATHER-OPEN-ITEMS
                   PERFORM 2255-NET-UNPOSTED-DISCOUNTS
                   PERFORM 2260-GATHER-DISPUTE
                   PERFORM 2270-TEST-FOR-BREAK
           END-READ

      * The paragraphs below already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time, for every customer, every pass
           EXIT SECTION.

       2220-GATHER-SUBLEDGER.
           MOVE 'N' TO WS-CUR-SBL-FLAG
           IF SUBLEDGER-FILE-WAS-OPENED
               MOVE CUST-ID TO SBL-CUST-ID
               READ SUBLEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUR-HAS-SUBLEDGER TO TRUE
               END-READ
           END-IF.

       2230-GATHER-OPEN-ITEMS.
           MOVE 'N' TO WS-CUR-ITEM-FLAG
           MOVE ZERO TO WS-CUR-OPEN-ITEMS
           MOVE ZERO TO WS-CUR-ITEM-DATE
           IF INVOICE-FILE-WAS-OPENED
               MOVE 'N' TO WS-WALK-FLAG
               MOVE CUST-ID TO INV-CUST-ID
               MOVE ZERO TO INV-INVOICE-NO
               START INVOICE-FILE
                   KEY IS NOT LESS THAN INV-KEY
                   INVALID KEY
                       SET ITEM-WALK-DONE TO TRUE
               END-START
               PERFORM 2240-TALLY-ONE-INVOICE
                   UNTIL ITEM-WALK-DONE
           END-IF
           IF DEDUCTION-FILE-WAS-OPENED
               MOVE 'N' TO WS-WALK-FLAG
               MOVE CUST-ID TO DED-CUST-ID
               MOVE ZERO TO DED-INVOICE-NO
               START DEDUCTION-FILE
                   KEY IS NOT LESS THAN DED-KEY
                   INVALID KEY
                       SET ITEM-WALK-DONE TO TRUE
               END-START
               PERFORM 2250-TALLY-ONE-DEDUCTION
                   UNTIL ITEM-WALK-DONE
           END-IF
           IF NOT CUR-ON-OPEN-ITEMS
               ADD 1 TO WS-NOT-ON-ITEMS
           END-IF.

       2240-TALLY-ONE-INVOICE.
      * Every row the customer has counts toward the latest open-
      * item activity; only open rows count toward the amount
           READ INVOICE-FILE NEXT RECORD
               AT END
                   SET ITEM-WALK-DONE TO TRUE
               NOT AT END
                   IF INV-CUST-ID NOT = CUST-ID
                       SET ITEM-WALK-DONE TO TRUE
                   ELSE
                       SET CUR-ON-OPEN-ITEMS TO TRUE
                       IF INV-OPEN
                           ADD INV-OPEN-AMOUNT TO WS-CUR-OPEN-ITEMS
                       END-IF
                       IF INV-INVOICE-DATE > WS-CUR-ITEM-DATE
                           MOVE INV-INVOICE-DATE TO WS-CUR-ITEM-DATE
                       END-IF
                       IF INV-PAID-DATE > WS-CUR-ITEM-DATE
                           MOVE INV-PAID-DATE TO WS-CUR-ITEM-DATE
                       END-IF
                   END-IF
           END-READ.

       2250-TALLY-ONE-DEDUCTION.
           READ DEDUCTION-FILE NEXT RECORD
               AT END
                   SET ITEM-WALK-DONE TO TRUE
               NOT AT END
                   IF DED-CUST-ID NOT = CUST-ID
                       SET ITEM-WALK-DONE TO TRUE
                   ELSE
                       SET CUR-ON-OPEN-ITEMS TO TRUE
                       IF DED-OPEN
                           ADD DED-AMOUNT TO WS-CUR-OPEN-ITEMS
                       END-IF
                       IF DED-OPEN-DATE > WS-CUR-ITEM-DATE
                           MOVE DED-OPEN-DATE TO WS-CUR-ITEM-DATE
                       END-IF
                       IF DED-RESOLVED-DATE > WS-CUR-ITEM-DATE
                           MOVE DED-RESOLVED-DATE TO WS-CUR-ITEM-DATE
                       END-IF
                   END-IF
           END-READ.

       2255-NET-UNPOSTED-DISCOUNTS.
      * The discount came off the invoice tonight but the balance
      * and principal still carry it until the hand-off posts - so
      * it counts back on the items side, or every discount taker
      * would show a break the next POST run clears on its own
           MOVE ZERO TO WS-CUR-UNPOSTED-DISCOUNT
           IF DISCOUNT-FILE-WAS-OPENED
               PERFORM 2256-TAKE-ONE-DISCOUNT-ROW
                   UNTIL DISCOUNT-FILE-AT-END
                       OR DAJ-CUST-ID > CUST-ID
           END-IF
           IF WS-CUR-UNPOSTED-DISCOUNT NOT = ZERO
                   AND CUR-ON-OPEN-ITEMS
               ADD WS-CUR-UNPOSTED-DISCOUNT TO WS-CUR-OPEN-ITEMS
               ADD 1 TO WS-DISCOUNTS-NETTED
               ADD WS-CUR-UNPOSTED-DISCOUNT
                   TO WS-DISCOUNT-NETTED-AMOUNT
           END-IF.

       2256-TAKE-ONE-DISCOUNT-ROW.
      * Rows for an account not on the master are passed over; the
      * hand-off carries the credit signed, so it is reversed here
           IF DAJ-CUST-ID = CUST-ID
                   AND DAJ-SOURCE-CODE = 'DISCOUNT'
               SUBTRACT DAJ-AMOUNT FROM WS-CUR-UNPOSTED-DISCOUNT
           END-IF
           PERFORM 2257-READ-DISCOUNT-ROW.

       2257-READ-DISCOUNT-ROW.
           READ DISCOUNT-ADJ-FILE
               AT END
                   SET DISCOUNT-FILE-AT-END TO TRUE
           END-READ.

       2260-GATHER-DISPUTE.
           MOVE ZERO TO WS-CUR-DISPUTE
           IF DISPUTE-FILE-WAS-OPENED
               MOVE CUST-ID TO DSP-CUST-ID
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN-DISPUTE
                           MOVE DSP-DISPUTED-AMOUNT TO WS-CUR-DISPUTE
                       END-IF
               END-READ
           END-IF.

       2270-TEST-FOR-BREAK.
      * A first look only - the items are tested against the master-
      * consistent principal (CUST-BALANCE less fees less interest,
      * the plug rule's principal). Where the master and sub-ledger
      * agree that is SBL-PRINCIPAL itself; where they do not, the
      * judging pass settles which principal to tie the items to
           MOVE ZERO TO WS-CUR-LEVEL1-BREAK
           MOVE ZERO TO WS-CUR-LEVEL2-BREAK
           IF CUR-HAS-SUBLEDGER
               COMPUTE WS-CUR-LEVEL1-BREAK = CUST-BALANCE
                   - SBL-PRINCIPAL - SBL-FEE - SBL-INTEREST
           END-IF
           IF CUR-ON-OPEN-ITEMS
               IF CUR-HAS-SUBLEDGER
                   COMPUTE WS-CUR-LEVEL2-BREAK = CUST-BALANCE
                       - SBL-FEE - SBL-INTEREST - WS-CUR-OPEN-ITEMS
               ELSE
                   COMPUTE WS-CUR-LEVEL2-BREAK = CUST-BALANCE
                       - WS-CUR-OPEN-ITEMS
               END-IF
           END-IF
           IF WS-CUR-LEVEL1-BREAK NOT = ZERO
                   OR WS-CUR-LEVEL2-BREAK NOT = ZERO
               IF WS-BRK-COUNT < WS-BRK-TABLE-MAX
                   PERFORM 2280-HOLD-BREAK
               ELSE
                   ADD 1 TO WS-UNJUDGED-COUNT
                   MOVE SPACES TO BALANCE-PROOF-REPORT-LINE
                   STRING 'UNJUDGED ' DELIMITED BY SIZE
                       CUST-ID DELIMITED BY SIZE
                       ' OFF - BREAK TABLE FULL, NOT JUDGED OR '
                       'PROPOSED TONIGHT' DELIMITED BY SIZE
                       INTO BALANCE-PROOF-REPORT-LINE
                   WRITE BALANCE-PROOF-REPORT-LINE
               END-IF
           END-IF.

       2280-HOLD-BREAK.
           ADD 1 TO WS-BRK-COUNT
           MOVE CUST-ID TO WS-BRK-CUST-ID (WS-BRK-COUNT)
           MOVE WS-CUR-SBL-FLAG TO WS-BRK-SBL-FLAG (WS-BRK-COUNT)
           MOVE WS-CUR-ITEM-FLAG TO WS-BRK-ITEM-FLAG (WS-BRK-COUNT)
           MOVE CUST-BALANCE TO WS-BRK-BALANCE (WS-BRK-COUNT)
           IF CUR-HAS-SUBLEDGER
               MOVE SBL-PRINCIPAL TO WS-BRK-PRINCIPAL (WS-BRK-COUNT)
               MOVE SBL-FEE TO WS-BRK-FEE (WS-BRK-COUNT)
               MOVE SBL-INTEREST TO WS-BRK-INTEREST (WS-BRK-COUNT)
               MOVE SBL-LAST-UPDATE-DATE
                   TO WS-BRK-SBL-DATE (WS-BRK-COUNT)
           ELSE
               MOVE ZERO TO WS-BRK-PRINCIPAL (WS-BRK-COUNT)
               MOVE ZERO TO WS-BRK-FEE (WS-BRK-COUNT)
               MOVE ZERO TO WS-BRK-INTEREST (WS-BRK-COUNT)
               MOVE ZERO TO WS-BRK-SBL-DATE (WS-BRK-COUNT)
           END-IF
           MOVE WS-CUR-OPEN-ITEMS TO WS-BRK-OPEN-ITEMS (WS-BRK-COUNT)
           MOVE WS-CUR-ITEM-DATE TO WS-BRK-ITEM-DATE (WS-BRK-COUNT)
           MOVE WS-CUR-DISPUTE TO WS-BRK-DISPUTE (WS-BRK-COUNT)
           MOVE ZERO TO WS-BRK-JOURNAL-DATE (WS-BRK-COUNT).

       2500-SCAN-JOURNAL SECTION.
       2510-OPEN-JOURNAL.
      * One pass of the journal finds each break customer's latest
      * row. No journal leaves every journal date zero, and the
      * judging pass then condemns the master only where the other
      * side shows activity at all
           IF WS-BRK-COUNT > ZERO
               OPEN INPUT JOURNAL-FILE
               IF JRNL-FILE-OK
                   PERFORM 2520-READ-ONE-JOURNAL-ROW
                       UNTIL JRNL-FILE-AT-END
                   CLOSE JOURNAL-FILE
               ELSE
                   MOVE SPACES TO BALANCE-PROOF-REPORT-LINE
                   STRING 'NOTE: NO UPDATE JOURNAL - SIDES JUDGED '
                       'WITHOUT JOURNAL EVIDENCE' DELIMITED BY SIZE
                       INTO BALANCE-PROOF-REPORT-LINE
                   WRITE BALANCE-PROOF-REPORT-LINE
               END-IF
           END-IF

      * The paragraphs below already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       2520-READ-ONE-JOURNAL-ROW.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-JOURNAL-ROWS
                   MOVE 'N' TO WS-FOUND-FLAG
                   PERFORM 2530-PROBE-BREAK-TABLE
                       VARYING WS-BRK-SUB FROM 1 BY 1
                       UNTIL WS-BRK-SUB > WS-BRK-COUNT
                          OR BREAK-ENTRY-FOUND
           END-READ.

       2530-PROBE-BREAK-TABLE.
      * The table is in CUST-ID order, so the probe stops at the
      * first entry past the journal row's customer
           EVALUATE TRUE
               WHEN WS-BRK-CUST-ID (WS-BRK-SUB) = JRNL-CUST-ID
                   SET BREAK-ENTRY-FOUND TO TRUE
                   IF JRNL-JOURNAL-DATE
                           > WS-BRK-JOURNAL-DATE (WS-BRK-SUB)
                       MOVE JRNL-JOURNAL-DATE
                           TO WS-BRK-JOURNAL-DATE (WS-BRK-SUB)
                   END-IF
               WHEN WS-BRK-CUST-ID (WS-BRK-SUB) > JRNL-CUST-ID
                   SET BREAK-ENTRY-FOUND TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2700-JUDGE-BREAKS SECTION.
       2710-OPEN-PROPOSALS.
      * Tonight's proposals replace last night's - whatever was not
      * approved by now is proposed again below if it still stands
           OPEN OUTPUT BALANCE-PROOF-PROPOSAL-FILE
           IF NOT BPP-FILE-OK
               DISPLAY 'ERROR OPENING BALANCE PROOF PROPOSALS: '
                   WS-BPP-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
      * The breaks were still found - they count, unjudged
               ADD WS-BRK-COUNT TO WS-UNJUDGED-COUNT
           ELSE
               PERFORM 2720-JUDGE-ONE-CUSTOMER
                   VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > WS-BRK-COUNT
               CLOSE BALANCE-PROOF-PROPOSAL-FILE
           END-IF

      * The paragraphs below already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time, for every break, every pass
           EXIT SECTION.

       2720-JUDGE-ONE-CUSTOMER.
      * The principal the open items must explain is the plug
      * rule's unless the master itself is the side in the wrong.
      * A master correction from either level accumulates into one
      * target balance - PENDING-ADJ-FILE holds one row per customer
           MOVE WS-BRK-BALANCE (WS-BRK-SUB) TO WS-JDG-TARGET-BALANCE
           MOVE SPACES TO WS-JDG-MASTER-LEVEL
           MOVE ZERO TO WS-JDG-LEVEL1
           IF BRK-HAS-SUBLEDGER (WS-BRK-SUB)
               COMPUTE WS-JDG-LEVEL1 = WS-BRK-BALANCE (WS-BRK-SUB)
                   - WS-BRK-PRINCIPAL (WS-BRK-SUB)
                   - WS-BRK-FEE (WS-BRK-SUB)
                   - WS-BRK-INTEREST (WS-BRK-SUB)
               COMPUTE WS-JDG-PRINCIPAL = WS-BRK-BALANCE (WS-BRK-SUB)
                   - WS-BRK-FEE (WS-BRK-SUB)
                   - WS-BRK-INTEREST (WS-BRK-SUB)
           ELSE
               MOVE WS-BRK-BALANCE (WS-BRK-SUB) TO WS-JDG-PRINCIPAL
           END-IF
           IF WS-JDG-LEVEL1 NOT = ZERO
               PERFORM 2730-JUDGE-SUBLEDGER-BREAK
           END-IF
           IF BRK-ON-OPEN-ITEMS (WS-BRK-SUB)
               COMPUTE WS-JDG-LEVEL2 = WS-JDG-PRINCIPAL
                   - WS-BRK-OPEN-ITEMS (WS-BRK-SUB)
               IF WS-JDG-LEVEL2 NOT = ZERO
                   PERFORM 2740-JUDGE-OPEN-ITEM-BREAK
               END-IF
           END-IF
           IF WS-JDG-TARGET-BALANCE NOT = WS-BRK-BALANCE (WS-BRK-SUB)
               PERFORM 2760-PROPOSE-MASTER-CORRECTION
           END-IF.

       2730-JUDGE-SUBLEDGER-BREAK.
           ADD 1 TO WS-SUBLEDGER-BREAKS
           MOVE 'SUBLEDGR' TO WS-BREAK-LEVEL
           MOVE WS-BRK-SBL-DATE (WS-BRK-SUB) TO WS-SIDE-DATE
           IF WS-SIDE-DATE > WS-BRK-JOURNAL-DATE (WS-BRK-SUB)
      * The sub-ledger moved after the master last did - the master
      * missed a component movement and should carry the sum
               MOVE 'MASTER' TO WS-WRONG-SIDE
               MOVE WS-BRK-PRINCIPAL (WS-BRK-SUB) TO WS-JDG-PRINCIPAL
               COMPUTE WS-JDG-TARGET-BALANCE =
                   WS-BRK-PRINCIPAL (WS-BRK-SUB)
                   + WS-BRK-FEE (WS-BRK-SUB)
                   + WS-BRK-INTEREST (WS-BRK-SUB)
               MOVE 'SUBLEDGR' TO WS-JDG-MASTER-LEVEL
           ELSE
      * The master moved without the components knowing - the plug
      * rule's case, principal re-plugged to the master
               MOVE 'SUBLEDGR' TO WS-WRONG-SIDE
               MOVE SPACES TO BALANCE-PROOF-PROPOSAL-RECORD
               SET BPP-SUBLEDGER-LEVEL TO TRUE
               SET BPP-SIDE-SUBLEDGER TO TRUE
               MOVE WS-BRK-PRINCIPAL (WS-BRK-SUB) TO BPP-CURRENT-VALUE
               MOVE WS-JDG-PRINCIPAL TO BPP-PROPOSED-VALUE
               MOVE WS-JDG-LEVEL1 TO BPP-BREAK-AMOUNT
               SET BPP-PENDING TO TRUE
               PERFORM 2780-PUT-PROPOSAL
           END-IF
           MOVE WS-JDG-LEVEL1 TO WS-JDG-ABS-AMOUNT
           PERFORM 2790-REPORT-BREAK.

       2740-JUDGE-OPEN-ITEM-BREAK.
           ADD 1 TO WS-OPEN-ITEM-BREAKS
           MOVE 'OPENITEM' TO WS-BREAK-LEVEL
           MOVE WS-BRK-ITEM-DATE (WS-BRK-SUB) TO WS-SIDE-DATE
           IF WS-SIDE-DATE > WS-BRK-JOURNAL-DATE (WS-BRK-SUB)
      * The items moved after the master last did - the ledger
      * missed the movement. The master takes the correction; once
      * released, the next component-aware run re-plugs principal
      * to it
               MOVE 'MASTER' TO WS-WRONG-SIDE
               SUBTRACT WS-JDG-LEVEL2 FROM WS-JDG-TARGET-BALANCE
               IF WS-JDG-MASTER-LEVEL = SPACES
                   MOVE 'OPENITEM' TO WS-JDG-MASTER-LEVEL
               END-IF
           ELSE
               MOVE 'INVOICES' TO WS-WRONG-SIDE
               MOVE SPACES TO BALANCE-PROOF-PROPOSAL-RECORD
               SET BPP-OPEN-ITEM-LEVEL TO TRUE
               SET BPP-SIDE-INVOICES TO TRUE
               MOVE WS-BRK-OPEN-ITEMS (WS-BRK-SUB) TO BPP-CURRENT-VALUE
               MOVE WS-JDG-PRINCIPAL TO BPP-PROPOSED-VALUE
               MOVE WS-JDG-LEVEL2 TO BPP-BREAK-AMOUNT
               SET BPP-PENDING TO TRUE
               PERFORM 2780-PUT-PROPOSAL
           END-IF
           MOVE WS-JDG-LEVEL2 TO WS-JDG-ABS-AMOUNT
           PERFORM 2790-REPORT-BREAK.

       2760-PROPOSE-MASTER-CORRECTION.
           MOVE SPACES TO BALANCE-PROOF-PROPOSAL-RECORD
           MOVE WS-JDG-MASTER-LEVEL TO BPP-LEVEL
           SET BPP-SIDE-MASTER TO TRUE
           MOVE WS-BRK-BALANCE (WS-BRK-SUB) TO BPP-CURRENT-VALUE
           MOVE WS-JDG-TARGET-BALANCE TO BPP-PROPOSED-VALUE
           COMPUTE BPP-BREAK-AMOUNT = WS-BRK-BALANCE (WS-BRK-SUB)
               - WS-JDG-TARGET-BALANCE
      * An operator's own adjustment already waiting is theirs to
      * settle first - the proposal stays PENDING on the file and is
      * made again tomorrow if the break still stands
           MOVE WS-BRK-CUST-ID (WS-BRK-SUB) TO PAJ-CUST-ID
           READ PENDING-ADJ-FILE
               INVALID KEY
                   PERFORM 2770-QUEUE-ADJUSTMENT
                   WRITE PENDING-ADJ-RECORD
               NOT INVALID KEY
                   IF PAJ-PENDING
                       ADD 1 TO WS-ADJ-BLOCKED
                       SET BPP-PENDING TO TRUE
                       MOVE SPACES TO BALANCE-PROOF-REPORT-LINE
                       STRING 'BLOCKED  ' DELIMITED BY SIZE
                           PAJ-CUST-ID DELIMITED BY SIZE
                           ' MASTER CORRECTION NOT QUEUED - '
                           'ADJUSTMENT BY ' DELIMITED BY SIZE
                           PAJ-REQUESTED-BY DELIMITED BY SIZE
                           ' ALREADY PENDING' DELIMITED BY SIZE
                           INTO BALANCE-PROOF-REPORT-LINE
                       WRITE BALANCE-PROOF-REPORT-LINE
                   ELSE
                       PERFORM 2770-QUEUE-ADJUSTMENT
                       REWRITE PENDING-ADJ-RECORD
                   END-IF
           END-READ
           PERFORM 2780-PUT-PROPOSAL.

       2770-QUEUE-ADJUSTMENT.
      * Requested under the proof's own signature, so any operator
      * with the balance-adjustment role may release it in MAINT
           MOVE WS-BRK-CUST-ID (WS-BRK-SUB) TO PAJ-CUST-ID
           SET PAJ-PENDING TO TRUE
           MOVE WS-BRK-BALANCE (WS-BRK-SUB) TO PAJ-OLD-BALANCE
           MOVE WS-JDG-TARGET-BALANCE TO PAJ-NEW-BALANCE
           MOVE 'BALPROOF' TO PAJ-REASON-CODE
           MOVE WS-PROOF-OPERATOR-ID TO PAJ-REQUESTED-BY
           MOVE STD-CURRENT-DATE TO PAJ-REQUEST-DATE
           ACCEPT PAJ-REQUEST-TIME FROM TIME
           MOVE SPACES TO PAJ-DECIDED-BY
           MOVE ZERO TO PAJ-DECIDED-DATE
           SET BPP-QUEUED TO TRUE
           ADD 1 TO WS-ADJ-QUEUED.

       2780-PUT-PROPOSAL.
           MOVE WS-BRK-CUST-ID (WS-BRK-SUB) TO BPP-CUST-ID
           MOVE STD-CURRENT-DATE TO BPP-PROOF-DATE
           MOVE WS-BRK-JOURNAL-DATE (WS-BRK-SUB)
               TO BPP-LAST-JOURNAL-DATE
           MOVE WS-SIDE-DATE TO BPP-LAST-SIDE-DATE
           MOVE WS-BRK-DISPUTE (WS-BRK-SUB) TO BPP-OPEN-DISPUTE
           MOVE 'N' TO BPP-EQUALS-DISPUTE
           IF WS-BRK-DISPUTE (WS-BRK-SUB) NOT = ZERO
                   AND (BPP-BREAK-AMOUNT = WS-BRK-DISPUTE (WS-BRK-SUB)
                   OR BPP-BREAK-AMOUNT =
                       ZERO - WS-BRK-DISPUTE (WS-BRK-SUB))
               MOVE 'Y' TO BPP-EQUALS-DISPUTE
           END-IF
           MOVE SPACES TO BPP-REVIEWED-BY
           WRITE BALANCE-PROOF-PROPOSAL-RECORD
           ADD 1 TO WS-PROPOSALS-WRITTEN.

       2790-REPORT-BREAK.
           MOVE WS-JDG-ABS-AMOUNT TO WS-AMOUNT-DISPLAY
           IF WS-JDG-ABS-AMOUNT < ZERO
               COMPUTE WS-JDG-ABS-AMOUNT = ZERO - WS-JDG-ABS-AMOUNT
           END-IF
           ADD WS-JDG-ABS-AMOUNT TO WS-BREAK-AMOUNT
           MOVE WS-BRK-DISPUTE (WS-BRK-SUB) TO WS-DISPUTE-DISPLAY
           MOVE SPACES TO BALANCE-PROOF-REPORT-LINE
           STRING 'BREAK    ' DELIMITED BY SIZE
               WS-BRK-CUST-ID (WS-BRK-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BREAK-LEVEL DELIMITED BY SIZE
               ' SIZE ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' LIKELY WRONG ' DELIMITED BY SIZE
               WS-WRONG-SIDE DELIMITED BY SIZE
               ' JOURNAL ' DELIMITED BY SIZE
               WS-BRK-JOURNAL-DATE (WS-BRK-SUB) DELIMITED BY SIZE
               ' OTHER SIDE ' DELIMITED BY SIZE
               WS-SIDE-DATE DELIMITED BY SIZE
               ' DISPUTE ' DELIMITED BY SIZE
               WS-DISPUTE-DISPLAY DELIMITED BY SIZE
               INTO BALANCE-PROOF-REPORT-LINE
           WRITE BALANCE-PROOF-REPORT-LINE
           IF WS-BRK-DISPUTE (WS-BRK-SUB) NOT = ZERO
                   AND WS-JDG-ABS-AMOUNT = WS-BRK-DISPUTE (WS-BRK-SUB)
               MOVE SPACES TO BALANCE-PROOF-REPORT-LINE
               STRING '         BREAK EQUALS THE OPEN DISPUTED AMOUNT '
                   '- CHECK FOR A DISPUTE CREDITED ON ONE SIDE ONLY'
                   DELIMITED BY SIZE
                   INTO BALANCE-PROOF-REPORT-LINE
               WRITE BALANCE-PROOF-REPORT-LINE
           END-IF.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           IF SUBLEDGER-FILE-WAS-OPENED
               CLOSE SUBLEDGER-FILE
           END-IF
           IF INVOICE-FILE-WAS-OPENED
               CLOSE INVOICE-FILE
           END-IF
           IF DEDUCTION-FILE-WAS-OPENED
               CLOSE DEDUCTION-FILE
           END-IF
           IF DISPUTE-FILE-WAS-OPENED
               CLOSE DISPUTE-FILE
           END-IF
           IF DISCOUNT-FILE-WAS-OPENED
               CLOSE DISCOUNT-ADJ-FILE
           END-IF
           CLOSE PENDING-ADJ-FILE
           PERFORM 3300-WRITE-VERDICT
           CLOSE BALANCE-PROOF-REPORT-FILE
           CLOSE BALANCE-PROOF-VERDICT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Nightly Balance Integrity Proof Summary:'
           DISPLAY 'Customers Read: ' WS-CUSTOMERS-READ
           DISPLAY 'Not On Open Items: ' WS-NOT-ON-ITEMS
           DISPLAY 'Unposted Discounts Netted: ' WS-DISCOUNTS-NETTED
           DISPLAY 'Unposted Discount Amount: '
               WS-DISCOUNT-NETTED-AMOUNT
           DISPLAY 'Sub-Ledger Breaks: ' WS-SUBLEDGER-BREAKS
           DISPLAY 'Open-Item Breaks: ' WS-OPEN-ITEM-BREAKS
           DISPLAY 'Unjudged (Table Full): ' WS-UNJUDGED-COUNT
           DISPLAY 'Proposals Written: ' WS-PROPOSALS-WRITTEN
           DISPLAY 'Master Corrections Queued: ' WS-ADJ-QUEUED
           DISPLAY 'Master Corrections Blocked: ' WS-ADJ-BLOCKED
           DISPLAY 'Prior Queued Withdrawn: ' WS-ADJ-WITHDRAWN
           DISPLAY 'Approved Re-Plugs Applied: ' WS-REPLUGS-APPLIED
           DISPLAY 'Approved Re-Plugs Stale: ' WS-REPLUGS-STALE
           DISPLAY 'Approved For Billing Desk: ' WS-BILLING-APPROVED
           DISPLAY 'Prior Proposals Unreviewed: ' WS-PRIOR-UNREVIEWED
           DISPLAY 'Journal Rows Scanned: ' WS-JOURNAL-ROWS.

       3999-EXIT.
           EVALUATE TRUE
               WHEN ERROR-OCCURRED
                   MOVE 8 TO LS-BPR-RETURN-CODE
                   MOVE 'BALANCE PROOF FAILED - PROPOSALS NOT WRITTEN'
                       TO LS-BPR-MESSAGE
               WHEN WS-BREAK-TOTAL > ZERO
                   MOVE 4 TO LS-BPR-RETURN-CODE
                   MOVE 'BALANCE PROOF BROKEN - CORRECTIONS PROPOSED'
                       TO LS-BPR-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-BPR-RETURN-CODE
                   MOVE 'BALANCE PROOF PROVEN' TO LS-BPR-MESSAGE
           END-EVALUATE

      * 3300 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       3300-WRITE-VERDICT.
           MOVE STD-CURRENT-DATE TO BPV-PROOF-DATE
           MOVE WS-CUSTOMERS-READ TO BPV-CUSTOMERS-READ
           MOVE WS-SUBLEDGER-BREAKS TO BPV-SUBLEDGER-BREAKS
           MOVE WS-OPEN-ITEM-BREAKS TO BPV-OPEN-ITEM-BREAKS
           MOVE WS-UNJUDGED-COUNT TO BPV-UNJUDGED-COUNT
           COMPUTE WS-BREAK-TOTAL = WS-SUBLEDGER-BREAKS
               + WS-OPEN-ITEM-BREAKS + WS-UNJUDGED-COUNT
           MOVE WS-BREAK-TOTAL TO BPV-BREAK-COUNT
           MOVE WS-BREAK-AMOUNT TO BPV-BREAK-AMOUNT
           IF BPV-BREAK-COUNT > ZERO
               SET BPV-BROKEN TO TRUE
           ELSE
               SET BPV-PROVEN TO TRUE
           END-IF
           WRITE BALANCE-PROOF-VERDICT-RECORD.
