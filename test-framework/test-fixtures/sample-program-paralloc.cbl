       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-PARALLOC.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Parent-level remittance allocation, run between the day's
      * feeds and SAMPLE-PROGRAM-POST. A corporate parent sends one
      * check for all its subsidiaries (CUST-PARENT-ID), and lockbox
      * and the portal land the whole amount on whichever CUST-ID
      * was on the remittance - usually the parent - while the
      * children stay delinquent. This job reads the day's CUSTTRAN
      * file and passes every row through untouched except a payment
      * to an account that has children, which is split across the
      * family before it ever posts:
      *   1. remittance detail lines the payer supplied (CUSTRMDT),
      *      matched to the payment by payer, date, and amount - each
      *      line becomes a payment on the named child's invoice
      *   2. whatever the detail did not cover goes oldest-invoice-
      *      first across the open items of the whole family, parent
      *      included, as one payment per account
      *   3. anything left after every open item is paid stays with
      *      the payer, as it would have without this step
      * Every share carries the paying account and the whole
      * remittance amount in TRN-REMIT-PARENT-ID / TRN-REMIT-TOTAL,
      * so the posting register ties each child's share back to the
      * single original remittance, and CUSTPALR lists the split.
      * POST is pointed at the allocated file through LS-PST-TRAN-
      * FILE-NAME, and a restart re-posts the same split because the
      * allocation is written once, before posting starts.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read once front to back to learn who is whose child, then by
      * key for nothing else - the family table is all the pass needs
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * The day's transactions as the feeds built them
           SELECT INPUT-TRAN-FILE ASSIGN TO WS-TRAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITR-FILE-STATUS.

      * The same transactions with parent remittances split - what
      * SAMPLE-PROGRAM-POST is pointed at tonight
           SELECT CUSTOMER-TRAN-FILE ASSIGN TO "CUSTTRNA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

      * Payer-supplied remittance detail - which child and invoice
      * each piece of a parent's check is for; optional, no file
      * means every family split goes oldest-invoice-first
           SELECT REMIT-DETAIL-FILE ASSIGN TO "CUSTRMDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMD-FILE-STATUS.

      * Open items across the family - read-only here, the posting
      * engine does the draining; optional
           SELECT INVOICE-FILE ASSIGN TO "CUSTINVC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-FILE-STATUS.

      * One row per share written, tied to its remittance
           SELECT ALLOCATION-REGISTER-FILE ASSIGN TO "CUSTPALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

      * The arrival file carries its own prefix; every row written
      * goes out under the TRN- names
       FD  INPUT-TRAN-FILE.
           COPY CUSTTRAN-RECORD REPLACING
               ==CUSTOMER-TRAN-RECORD== BY ==INPUT-TRAN-RECORD==
               LEADING ==TRN-== BY ==ITR-==.

       FD  CUSTOMER-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

       FD  REMIT-DETAIL-FILE.
       01  REMIT-DETAIL-RECORD.
      * The remittance this line belongs to, as it arrived on the
      * CUSTTRAN payment row
           05  RMD-PAYER-CUST-ID   PIC 9(9).
           05  RMD-REMIT-DATE      PIC 9(8).
           05  RMD-REMIT-AMOUNT    PIC S9(7)V99.
      * Where the payer said this piece goes
           05  RMD-CHILD-CUST-ID   PIC 9(9).
           05  RMD-INVOICE-NO      PIC 9(8).
           05  RMD-AMOUNT          PIC S9(7)V99.

       FD  INVOICE-FILE.
           COPY INVOICE-RECORD.

       FD  ALLOCATION-REGISTER-FILE.
       01  ALLOCATION-REGISTER-RECORD.
           05  PAL-RUN-DATE        PIC 9(8).
           05  PAL-PAYER-CUST-ID   PIC 9(9).
           05  PAL-REMIT-DATE      PIC 9(8).
           05  PAL-REMIT-AMOUNT    PIC S9(7)V99.
           05  PAL-SOURCE-CODE     PIC X(8).
           05  PAL-SHARE-CUST-ID   PIC 9(9).
           05  PAL-INVOICE-REF     PIC 9(8).
           05  PAL-SHARE-AMOUNT    PIC S9(7)V99.
      * DETAIL, OLDEST, or REMAINDR - which rule placed the share
           05  PAL-BASIS           PIC X(8).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.
       01  WS-TRAN-FILE-NAME       PIC X(40) VALUE 'CUSTTRAN'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-AT-END         VALUE '10'.

       01  WS-ITR-FILE-STATUS      PIC XX.
           88  ITR-FILE-OK         VALUE '00'.

       01  WS-TRN-FILE-STATUS      PIC XX.
           88  TRN-FILE-OK         VALUE '00'.

       01  WS-RMD-FILE-STATUS      PIC XX.
           88  RMD-FILE-OK         VALUE '00'.
           88  RMD-FILE-AT-END     VALUE '10'.

       01  WS-INV-FILE-STATUS      PIC XX.
           88  INV-FILE-OK         VALUE '00'.
           88  INV-FILE-MISSING    VALUE '35'.
       01  WS-INV-OPENED-FLAG      PIC X VALUE 'N'.
           88  INVOICE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-INV-WALK-FLAG        PIC X VALUE 'N'.
           88  INVOICE-WALK-DONE   VALUE 'Y'.

       01  WS-PAL-FILE-STATUS      PIC XX.
           88  PAL-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-MBR-FOUND-FLAG   PIC X VALUE 'N'.
               88  MEMBER-FOUND    VALUE 'Y'.
           05  WS-RAL-FOUND-FLAG   PIC X VALUE 'N'.
               88  RUN-ALLOC-FOUND VALUE 'Y'.
           05  WS-INSERT-FLAG      PIC X VALUE 'N'.
               88  INSERT-POINT-FOUND VALUE 'Y'.

      * Who is whose child, loaded from CUSTOMER-FILE up front -
      * capped the lockbox-buffer way; a family past the cap is
      * counted and its extra children are left out of the split
       01  WS-FAMILY-MAX           PIC 9(4) VALUE 2000.
       01  WS-FAM-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-FAM-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-FAMILY-TABLE.
           05  WS-FAMILY-ENTRY OCCURS 2000 TIMES.
               10  WS-FAM-PARENT-ID    PIC 9(9).
               10  WS-FAM-CHILD-ID     PIC 9(9).

      * The paying account (entry 1) and its children, with the
      * oldest-first share each one is owed from this remittance
       01  WS-MEMBER-MAX           PIC 9(3) VALUE 200.
       01  WS-MBR-COUNT            PIC 9(3) COMP VALUE ZERO.
       01  WS-MBR-SUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY OCCURS 200 TIMES.
               10  WS-MBR-CUST-ID      PIC 9(9).
               10  WS-MBR-SHARE        PIC S9(7)V99 COMP-3.

      * Payer-supplied detail lines, each used at most once
       01  WS-DETAIL-MAX           PIC 9(4) VALUE 1000.
       01  WS-DTL-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-DTL-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-DETAIL-TABLE.
           05  WS-DETAIL-ENTRY OCCURS 1000 TIMES.
               10  WS-DTL-PAYER-ID     PIC 9(9).
               10  WS-DTL-REMIT-DATE   PIC 9(8).
               10  WS-DTL-REMIT-AMOUNT PIC S9(7)V99 COMP-3.
               10  WS-DTL-CHILD-ID     PIC 9(9).
               10  WS-DTL-INVOICE-NO   PIC 9(8).
               10  WS-DTL-AMOUNT       PIC S9(7)V99 COMP-3.
               10  WS-DTL-USED-FLAG    PIC X.
                   88  DETAIL-LINE-USED VALUE 'Y'.

      * The family's open items for the remittance in hand, kept in
      * invoice-date order as they are gathered
       01  WS-OPEN-ITEM-MAX        PIC 9(3) VALUE 500.
       01  WS-OPI-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-OPI-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-OPEN-ITEM-TABLE.
           05  WS-OPEN-ITEM-ENTRY OCCURS 501 TIMES.
               10  WS-OPI-CUST-ID      PIC 9(9).
               10  WS-OPI-INVOICE-NO   PIC 9(8).
               10  WS-OPI-INVOICE-DATE PIC 9(8).
               10  WS-OPI-AVAILABLE    PIC S9(7)V99 COMP-3.

      * What this run has already placed on each invoice, so a
      * second parent check tonight does not pay the same open item
      * the first one already covered
       01  WS-RUN-ALLOC-MAX        PIC 9(4) VALUE 1000.
       01  WS-RAL-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-RAL-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-RUN-ALLOC-TABLE.
           05  WS-RUN-ALLOC-ENTRY OCCURS 1000 TIMES.
               10  WS-RAL-CUST-ID      PIC 9(9).
               10  WS-RAL-INVOICE-NO   PIC 9(8).
               10  WS-RAL-AMOUNT       PIC S9(7)V99 COMP-3.

      * The remittance in hand and the share being written
       01  WS-REMIT-LEFT           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-ITEM-AVAILABLE       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-FIND-CUST-ID         PIC 9(9) VALUE ZERO.
       01  WS-FIND-INVOICE-NO      PIC 9(8) VALUE ZERO.
       01  WS-SHARE-CUST-ID        PIC 9(9) VALUE ZERO.
       01  WS-SHARE-INVOICE-REF    PIC 9(8) VALUE ZERO.
       01  WS-SHARE-AMOUNT         PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-SHARE-BASIS          PIC X(8) VALUE SPACES.
       01  WS-NEW-ITEM.
           05  WS-NEW-CUST-ID      PIC 9(9).
           05  WS-NEW-INVOICE-NO   PIC 9(8).
           05  WS-NEW-INVOICE-DATE PIC 9(8).
           05  WS-NEW-AVAILABLE    PIC S9(7)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-TRANS-READ       PIC 9(6) VALUE ZERO.
           05  WS-TRANS-PASSED     PIC 9(6) VALUE ZERO.
           05  WS-REMITS-SPLIT     PIC 9(6) VALUE ZERO.
           05  WS-SHARES-WRITTEN   PIC 9(6) VALUE ZERO.
           05  WS-DETAIL-LOADED    PIC 9(6) VALUE ZERO.
           05  WS-DETAIL-APPLIED   PIC 9(6) VALUE ZERO.
           05  WS-DETAIL-OUTSIDE   PIC 9(6) VALUE ZERO.
           05  WS-DETAIL-NO-AMOUNT PIC 9(6) VALUE ZERO.
           05  WS-FAMILY-OVERFLOW  PIC 9(6) VALUE ZERO.
           05  WS-ITEMS-OVERFLOW   PIC 9(6) VALUE ZERO.
           05  WS-SPLIT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-REMAINDER-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-PARALLOC-PARM-AREA.
           05  LS-PAL-RETURN-CODE      PIC S9(4) COMP.
           05  LS-PAL-MESSAGE          PIC X(50).
           05  LS-PAL-CUSTOMER-FILE-NAME PIC X(40).
      * Feed file override; spaces means "use CUSTTRAN"
           05  LS-PAL-TRAN-FILE-NAME   PIC X(40).

       PROCEDURE DIVISION USING LS-PARALLOC-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ALLOCATE-TRANSACTIONS
               UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-PAL-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-PAL-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           IF LS-PAL-TRAN-FILE-NAME NOT = SPACES
               MOVE LS-PAL-TRAN-FILE-NAME TO WS-TRAN-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PAL-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT INPUT-TRAN-FILE
           IF NOT ITR-FILE-OK
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                   WS-ITR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PAL-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CUSTOMER-TRAN-FILE
           IF NOT TRN-FILE-OK
               DISPLAY 'ERROR OPENING ALLOCATED TRAN FILE: '
                   WS-TRN-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PAL-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ALLOCATION-REGISTER-FILE
           IF NOT PAL-FILE-OK
               DISPLAY 'ERROR OPENING ALLOCATION REGISTER: '
                   WS-PAL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-PAL-RETURN-CODE
               GOBACK
           END-IF

      * Optional - no invoice file means nothing to take oldest-
      * first, so an unreferenced remainder stays with the payer
           OPEN INPUT INVOICE-FILE
           IF INV-FILE-OK
               SET INVOICE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT INV-FILE-MISSING
                   DISPLAY 'ERROR OPENING INVOICE FILE: '
                       WS-INV-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-PAL-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM 1200-LOAD-FAMILIES
           PERFORM 1300-LOAD-REMIT-DETAIL

      * 1200, 1300 and what they PERFORM already ran above via the
      * explicit PERFORMs - exit the section here instead of falling
      * into them a second time
           EXIT SECTION.

       1200-LOAD-FAMILIES.
           PERFORM 1210-LOAD-ONE-CUSTOMER
               UNTIL FILE-AT-END.

       1210-LOAD-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET FILE-AT-END TO TRUE
               NOT AT END
                   IF CUST-PARENT-ID NOT = ZERO
                       IF WS-FAM-COUNT < WS-FAMILY-MAX
                           ADD 1 TO WS-FAM-COUNT
                           MOVE CUST-PARENT-ID
                               TO WS-FAM-PARENT-ID (WS-FAM-COUNT)
                           MOVE CUST-ID
                               TO WS-FAM-CHILD-ID (WS-FAM-COUNT)
                       ELSE
                           ADD 1 TO WS-FAMILY-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       1300-LOAD-REMIT-DETAIL.
      * Optional input - no detail file just means no payer said
      * where tonight's money goes
           OPEN INPUT REMIT-DETAIL-FILE
           IF RMD-FILE-OK
               PERFORM 1310-LOAD-ONE-DETAIL-LINE
                   UNTIL RMD-FILE-AT-END
               CLOSE REMIT-DETAIL-FILE
           END-IF.

       1310-LOAD-ONE-DETAIL-LINE.
           READ REMIT-DETAIL-FILE
               AT END
                   SET RMD-FILE-AT-END TO TRUE
               NOT AT END
                   IF WS-DTL-COUNT < WS-DETAIL-MAX
                       ADD 1 TO WS-DTL-COUNT
                       ADD 1 TO WS-DETAIL-LOADED
                       MOVE RMD-PAYER-CUST-ID
                           TO WS-DTL-PAYER-ID (WS-DTL-COUNT)
                       MOVE RMD-REMIT-DATE
                           TO WS-DTL-REMIT-DATE (WS-DTL-COUNT)
                       MOVE RMD-REMIT-AMOUNT
                           TO WS-DTL-REMIT-AMOUNT (WS-DTL-COUNT)
                       MOVE RMD-CHILD-CUST-ID
                           TO WS-DTL-CHILD-ID (WS-DTL-COUNT)
                       MOVE RMD-INVOICE-NO
                           TO WS-DTL-INVOICE-NO (WS-DTL-COUNT)
                       MOVE RMD-AMOUNT
                           TO WS-DTL-AMOUNT (WS-DTL-COUNT)
                       MOVE 'N' TO WS-DTL-USED-FLAG (WS-DTL-COUNT)
                   ELSE
                       DISPLAY 'REMITTANCE DETAIL PAST TABLE LIMIT - '
                           'LINE IGNORED FOR ' RMD-PAYER-CUST-ID
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

       2000-ALLOCATE-TRANSACTIONS SECTION.
       2100-READ-TRANSACTION.
           READ INPUT-TRAN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 2150-ROUTE-TRANSACTION
           END-READ

      * 2150 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2150-ROUTE-TRANSACTION.
      * Only a plain payment is split: a row that names its invoice
      * already says where the money goes, and a row that is itself
      * a share of an earlier split is never split again
           MOVE ZERO TO WS-MBR-COUNT
           IF ITR-PAYMENT
                   AND ITR-INVOICE-REF = ZERO
                   AND ITR-REMIT-PARENT-ID = ZERO
               PERFORM 2210-BUILD-MEMBER-LIST
           END-IF
           IF WS-MBR-COUNT > 1
               PERFORM 2200-SPLIT-REMITTANCE
           ELSE
               MOVE INPUT-TRAN-RECORD TO CUSTOMER-TRAN-RECORD
               WRITE CUSTOMER-TRAN-RECORD
               IF NOT TRN-FILE-OK
                   DISPLAY 'TRANSACTION WRITE FAILED: '
                       WS-TRN-FILE-STATUS ' CUST ' ITR-CUST-ID
                   SET ERROR-OCCURRED TO TRUE
               END-IF
               ADD 1 TO WS-TRANS-PASSED
           END-IF.

       2200-SPLIT-REMITTANCE.
           ADD 1 TO WS-REMITS-SPLIT
           ADD ITR-AMOUNT TO WS-SPLIT-AMOUNT
           MOVE ITR-AMOUNT TO WS-REMIT-LEFT
           PERFORM 2220-APPLY-DETAIL-LINE
               VARYING WS-DTL-SUB FROM 1 BY 1
               UNTIL WS-DTL-SUB > WS-DTL-COUNT
                   OR WS-REMIT-LEFT NOT > ZERO
           IF WS-REMIT-LEFT > ZERO AND INVOICE-FILE-WAS-OPENED
               MOVE ZERO TO WS-OPI-COUNT
               PERFORM 2240-GATHER-MEMBER-ITEMS
                   VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > WS-MBR-COUNT
               PERFORM 2270-TAKE-ONE-ITEM
                   VARYING WS-OPI-SUB FROM 1 BY 1
                   UNTIL WS-OPI-SUB > WS-OPI-COUNT
                       OR WS-REMIT-LEFT NOT > ZERO
               PERFORM 2280-WRITE-MEMBER-SHARE
                   VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > WS-MBR-COUNT
           END-IF
      * Every open item in the family is covered - the rest stays
      * with the payer as an ordinary unreferenced payment
           IF WS-REMIT-LEFT > ZERO
               MOVE ITR-CUST-ID TO WS-SHARE-CUST-ID
               MOVE ZERO TO WS-SHARE-INVOICE-REF
               MOVE WS-REMIT-LEFT TO WS-SHARE-AMOUNT
               MOVE 'REMAINDR' TO WS-SHARE-BASIS
               PERFORM 2400-WRITE-SHARE-ROW
               ADD WS-REMIT-LEFT TO WS-REMAINDER-AMOUNT
               MOVE ZERO TO WS-REMIT-LEFT
           END-IF.

       2210-BUILD-MEMBER-LIST.
      * The payer is member one; its children follow in the order
      * CUSTOMER-FILE holds them
           MOVE 1 TO WS-MBR-COUNT
           MOVE ITR-CUST-ID TO WS-MBR-CUST-ID (1)
           MOVE ZERO TO WS-MBR-SHARE (1)
           PERFORM 2215-ADD-ONE-MEMBER
               VARYING WS-FAM-SUB FROM 1 BY 1
               UNTIL WS-FAM-SUB > WS-FAM-COUNT.

       2215-ADD-ONE-MEMBER.
           IF WS-FAM-PARENT-ID (WS-FAM-SUB) = ITR-CUST-ID
               IF WS-MBR-COUNT < WS-MEMBER-MAX
                   ADD 1 TO WS-MBR-COUNT
                   MOVE WS-FAM-CHILD-ID (WS-FAM-SUB)
                       TO WS-MBR-CUST-ID (WS-MBR-COUNT)
                   MOVE ZERO TO WS-MBR-SHARE (WS-MBR-COUNT)
               ELSE
                   ADD 1 TO WS-FAMILY-OVERFLOW
               END-IF
           END-IF.

       2220-APPLY-DETAIL-LINE.
      * A detail line belongs to this remittance when the payer,
      * the date, and the check amount all agree; it is honored
      * only for an account in the payer's own family
           IF NOT DETAIL-LINE-USED (WS-DTL-SUB)
                   AND WS-DTL-PAYER-ID (WS-DTL-SUB) = ITR-CUST-ID
                   AND WS-DTL-REMIT-DATE (WS-DTL-SUB) = ITR-TRANS-DATE
                   AND WS-DTL-REMIT-AMOUNT (WS-DTL-SUB) = ITR-AMOUNT
               SET DETAIL-LINE-USED (WS-DTL-SUB) TO TRUE
               MOVE WS-DTL-CHILD-ID (WS-DTL-SUB) TO WS-FIND-CUST-ID
               PERFORM 2230-FIND-MEMBER
               EVALUATE TRUE
                   WHEN NOT MEMBER-FOUND
                       DISPLAY 'REMITTANCE DETAIL FOR ' WS-FIND-CUST-ID
                           ' IS OUTSIDE THE FAMILY OF ' ITR-CUST-ID
                           ' - LINE IGNORED'
                       ADD 1 TO WS-DETAIL-OUTSIDE
                   WHEN WS-DTL-AMOUNT (WS-DTL-SUB) NOT > ZERO
                       DISPLAY 'REMITTANCE DETAIL FOR ' WS-FIND-CUST-ID
                           ' FROM ' ITR-CUST-ID
                           ' HAS NO POSITIVE AMOUNT - LINE IGNORED'
                       ADD 1 TO WS-DETAIL-NO-AMOUNT
                   WHEN OTHER
                       MOVE WS-DTL-CHILD-ID (WS-DTL-SUB)
                           TO WS-SHARE-CUST-ID
                       MOVE WS-DTL-INVOICE-NO (WS-DTL-SUB)
                           TO WS-SHARE-INVOICE-REF
                       IF WS-DTL-AMOUNT (WS-DTL-SUB) > WS-REMIT-LEFT
                           MOVE WS-REMIT-LEFT TO WS-SHARE-AMOUNT
                       ELSE
                           MOVE WS-DTL-AMOUNT (WS-DTL-SUB)
                               TO WS-SHARE-AMOUNT
                       END-IF
                       MOVE 'DETAIL' TO WS-SHARE-BASIS
                       PERFORM 2400-WRITE-SHARE-ROW
                       MOVE WS-SHARE-CUST-ID TO WS-FIND-CUST-ID
                       MOVE WS-SHARE-INVOICE-REF TO WS-FIND-INVOICE-NO
                       PERFORM 2450-RECORD-RUN-ALLOCATION
                       SUBTRACT WS-SHARE-AMOUNT FROM WS-REMIT-LEFT
                       ADD 1 TO WS-DETAIL-APPLIED
               END-EVALUATE
           END-IF.

       2230-FIND-MEMBER.
           MOVE 'N' TO WS-MBR-FOUND-FLAG
           PERFORM 2235-MATCH-ONE-MEMBER
               VARYING WS-MBR-SUB FROM 1 BY 1
               UNTIL WS-MBR-SUB > WS-MBR-COUNT
                   OR MEMBER-FOUND
      * PERFORM VARYING leaves the subscript one past the match
           IF MEMBER-FOUND
               SUBTRACT 1 FROM WS-MBR-SUB
           END-IF.

       2235-MATCH-ONE-MEMBER.
           IF WS-MBR-CUST-ID (WS-MBR-SUB) = WS-FIND-CUST-ID
               SET MEMBER-FOUND TO TRUE
           END-IF.

       2240-GATHER-MEMBER-ITEMS.
           MOVE 'N' TO WS-INV-WALK-FLAG
           MOVE WS-MBR-CUST-ID (WS-MBR-SUB) TO INV-CUST-ID
           MOVE ZERO TO INV-INVOICE-NO
           START INVOICE-FILE
               KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   SET INVOICE-WALK-DONE TO TRUE
           END-START
           PERFORM 2245-GATHER-ONE-ITEM
               UNTIL INVOICE-WALK-DONE.

       2245-GATHER-ONE-ITEM.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   SET INVOICE-WALK-DONE TO TRUE
               NOT AT END
                   IF INV-CUST-ID NOT = WS-MBR-CUST-ID (WS-MBR-SUB)
                       SET INVOICE-WALK-DONE TO TRUE
                   ELSE
                       IF INV-OPEN
                           MOVE INV-CUST-ID TO WS-FIND-CUST-ID
                           MOVE INV-INVOICE-NO TO WS-FIND-INVOICE-NO
                           PERFORM 2250-FIND-RUN-ALLOCATION
                           MOVE INV-OPEN-AMOUNT TO WS-ITEM-AVAILABLE
                           IF RUN-ALLOC-FOUND
                               SUBTRACT WS-RAL-AMOUNT (WS-RAL-SUB)
                                   FROM WS-ITEM-AVAILABLE
                           END-IF
                           IF WS-ITEM-AVAILABLE > ZERO
                               PERFORM 2260-INSERT-OPEN-ITEM
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2250-FIND-RUN-ALLOCATION.
           MOVE 'N' TO WS-RAL-FOUND-FLAG
           PERFORM 2255-MATCH-ONE-ALLOCATION
               VARYING WS-RAL-SUB FROM 1 BY 1
               UNTIL WS-RAL-SUB > WS-RAL-COUNT
                   OR RUN-ALLOC-FOUND
      * PERFORM VARYING leaves the subscript one past the match
           IF RUN-ALLOC-FOUND
               SUBTRACT 1 FROM WS-RAL-SUB
           END-IF.

       2255-MATCH-ONE-ALLOCATION.
           IF WS-RAL-CUST-ID (WS-RAL-SUB) = WS-FIND-CUST-ID
                   AND WS-RAL-INVOICE-NO (WS-RAL-SUB)
                       = WS-FIND-INVOICE-NO
               SET RUN-ALLOC-FOUND TO TRUE
           END-IF.

       2260-INSERT-OPEN-ITEM.
      * Walk back from the end, sliding later-dated items up one
      * slot, and drop the new item in behind the last one dated
      * on or before it - the table stays oldest first across the
      * whole family
           IF WS-OPI-COUNT < WS-OPEN-ITEM-MAX
               MOVE INV-CUST-ID TO WS-NEW-CUST-ID
               MOVE INV-INVOICE-NO TO WS-NEW-INVOICE-NO
               MOVE INV-INVOICE-DATE TO WS-NEW-INVOICE-DATE
               MOVE WS-ITEM-AVAILABLE TO WS-NEW-AVAILABLE
               MOVE WS-OPI-COUNT TO WS-OPI-SUB
               ADD 1 TO WS-OPI-COUNT
               MOVE 'N' TO WS-INSERT-FLAG
               PERFORM 2265-SHIFT-ONE-ITEM
                   UNTIL INSERT-POINT-FOUND
               ADD 1 TO WS-OPI-SUB
               MOVE WS-NEW-ITEM TO WS-OPEN-ITEM-ENTRY (WS-OPI-SUB)
           ELSE
               ADD 1 TO WS-ITEMS-OVERFLOW
           END-IF.

       2265-SHIFT-ONE-ITEM.
           IF WS-OPI-SUB < 1
               SET INSERT-POINT-FOUND TO TRUE
           ELSE
               IF WS-OPI-INVOICE-DATE (WS-OPI-SUB)
                       > WS-NEW-INVOICE-DATE
                   MOVE WS-OPEN-ITEM-ENTRY (WS-OPI-SUB)
                       TO WS-OPEN-ITEM-ENTRY (WS-OPI-SUB + 1)
                   SUBTRACT 1 FROM WS-OPI-SUB
               ELSE
                   SET INSERT-POINT-FOUND TO TRUE
               END-IF
           END-IF.

       2270-TAKE-ONE-ITEM.
      * The oldest item still open takes what it needs; the share
      * builds up on its account's member entry
           IF WS-OPI-AVAILABLE (WS-OPI-SUB) > WS-REMIT-LEFT
               MOVE WS-REMIT-LEFT TO WS-SHARE-AMOUNT
           ELSE
               MOVE WS-OPI-AVAILABLE (WS-OPI-SUB) TO WS-SHARE-AMOUNT
           END-IF
           MOVE WS-OPI-CUST-ID (WS-OPI-SUB) TO WS-FIND-CUST-ID
           PERFORM 2230-FIND-MEMBER
           IF MEMBER-FOUND
               ADD WS-SHARE-AMOUNT TO WS-MBR-SHARE (WS-MBR-SUB)
               MOVE WS-OPI-INVOICE-NO (WS-OPI-SUB)
                   TO WS-FIND-INVOICE-NO
               PERFORM 2450-RECORD-RUN-ALLOCATION
               SUBTRACT WS-SHARE-AMOUNT FROM WS-REMIT-LEFT
           END-IF.

       2280-WRITE-MEMBER-SHARE.
      * One payment per account, unreferenced - the posting engine
      * drains that account's oldest open items first, which are
      * exactly the items the family walk chose for it
           IF WS-MBR-SHARE (WS-MBR-SUB) > ZERO
               MOVE WS-MBR-CUST-ID (WS-MBR-SUB) TO WS-SHARE-CUST-ID
               MOVE ZERO TO WS-SHARE-INVOICE-REF
               MOVE WS-MBR-SHARE (WS-MBR-SUB) TO WS-SHARE-AMOUNT
               MOVE 'OLDEST' TO WS-SHARE-BASIS
               PERFORM 2400-WRITE-SHARE-ROW
           END-IF.

       2400-WRITE-SHARE-ROW.
      * The share goes out as a payment dated and sourced exactly
      * like the remittance it came from, stamped with the payer
      * and the whole check so the register can tie it back
           MOVE WS-SHARE-CUST-ID TO TRN-CUST-ID
           SET TRN-PAYMENT TO TRUE
           MOVE WS-SHARE-AMOUNT TO TRN-AMOUNT
           MOVE ITR-CURRENCY-CODE TO TRN-CURRENCY-CODE
           MOVE ITR-TRANS-DATE TO TRN-TRANS-DATE
           MOVE ITR-SOURCE-CODE TO TRN-SOURCE-CODE
           MOVE ITR-REMITTER-NAME TO TRN-REMITTER-NAME
           MOVE WS-SHARE-INVOICE-REF TO TRN-INVOICE-REF
           MOVE ITR-CUST-ID TO TRN-REMIT-PARENT-ID
           MOVE ITR-AMOUNT TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD
      * A share that never reached the feed is not registered as
      * allocated - the run ends in error for the operator instead
           IF NOT TRN-FILE-OK
               DISPLAY 'SHARE ROW WRITE FAILED: ' WS-TRN-FILE-STATUS
                   ' CUST ' WS-SHARE-CUST-ID ' PAYER ' ITR-CUST-ID
               SET ERROR-OCCURRED TO TRUE
           ELSE
               ADD 1 TO WS-SHARES-WRITTEN
               MOVE STD-CURRENT-DATE TO PAL-RUN-DATE
               MOVE ITR-CUST-ID TO PAL-PAYER-CUST-ID
               MOVE ITR-TRANS-DATE TO PAL-REMIT-DATE
               MOVE ITR-AMOUNT TO PAL-REMIT-AMOUNT
               MOVE ITR-SOURCE-CODE TO PAL-SOURCE-CODE
               MOVE WS-SHARE-CUST-ID TO PAL-SHARE-CUST-ID
               MOVE WS-SHARE-INVOICE-REF TO PAL-INVOICE-REF
               MOVE WS-SHARE-AMOUNT TO PAL-SHARE-AMOUNT
               MOVE WS-SHARE-BASIS TO PAL-BASIS
               WRITE ALLOCATION-REGISTER-RECORD
               IF NOT PAL-FILE-OK
                   DISPLAY 'ALLOCATION REGISTER WRITE FAILED: '
                       WS-PAL-FILE-STATUS ' CUST ' WS-SHARE-CUST-ID
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           END-IF.

       2450-RECORD-RUN-ALLOCATION.
      * Caller stages WS-FIND-CUST-ID / WS-FIND-INVOICE-NO and the
      * amount in WS-SHARE-AMOUNT; a full table just stops
      * remembering, and the posting engine's own drain still
      * keeps any open item from going below zero
           PERFORM 2250-FIND-RUN-ALLOCATION
           IF RUN-ALLOC-FOUND
               ADD WS-SHARE-AMOUNT TO WS-RAL-AMOUNT (WS-RAL-SUB)
           ELSE
               IF WS-RAL-COUNT < WS-RUN-ALLOC-MAX
                   ADD 1 TO WS-RAL-COUNT
                   MOVE WS-FIND-CUST-ID
                       TO WS-RAL-CUST-ID (WS-RAL-COUNT)
                   MOVE WS-FIND-INVOICE-NO
                       TO WS-RAL-INVOICE-NO (WS-RAL-COUNT)
                   MOVE WS-SHARE-AMOUNT
                       TO WS-RAL-AMOUNT (WS-RAL-COUNT)
               END-IF
           END-IF.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE INPUT-TRAN-FILE
           CLOSE CUSTOMER-TRAN-FILE
           CLOSE ALLOCATION-REGISTER-FILE
           IF INVOICE-FILE-WAS-OPENED
               CLOSE INVOICE-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Parent Remittance Allocation Summary:'
           DISPLAY 'Transactions Read: ' WS-TRANS-READ
           DISPLAY 'Passed Through Unchanged: ' WS-TRANS-PASSED
           DISPLAY 'Parent Remittances Split: ' WS-REMITS-SPLIT
           DISPLAY 'Split Amount: ' WS-SPLIT-AMOUNT
           DISPLAY 'Shares Written: ' WS-SHARES-WRITTEN
           DISPLAY 'Remainder Left With Payer: ' WS-REMAINDER-AMOUNT
           DISPLAY 'Detail Lines Loaded: ' WS-DETAIL-LOADED
           DISPLAY 'Detail Lines Applied: ' WS-DETAIL-APPLIED
           DISPLAY 'Detail Lines Outside Family: ' WS-DETAIL-OUTSIDE
           DISPLAY 'Detail Lines With No Amount: ' WS-DETAIL-NO-AMOUNT
           DISPLAY 'Children Past Family Limit: ' WS-FAMILY-OVERFLOW
           DISPLAY 'Open Items Past Table Limit: ' WS-ITEMS-OVERFLOW.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-PAL-RETURN-CODE
               MOVE 'PARENT ALLOCATION COMPLETED WITH ERRORS'
                   TO LS-PAL-MESSAGE
           ELSE
               MOVE 0 TO LS-PAL-RETURN-CODE
               MOVE 'PARENT ALLOCATION COMPLETE' TO LS-PAL-MESSAGE
           END-IF
           EXIT SECTION.
