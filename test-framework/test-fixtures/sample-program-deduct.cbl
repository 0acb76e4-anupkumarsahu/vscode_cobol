       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-DEDUCT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-14.
      *****************************************************************
      * Daily deduction (short-pay) worklist and resolution job.
      * SAMPLE-PROGRAM-POST splits the unpaid remainder of a short-
      * paid invoice onto DEDUCTION-FILE so a pricing, damage, or
      * promotion claim stops aging as ordinary past-due money; this
      * job is where those claims get worked. It applies the day's
      * researched resolutions first - each names a deduction by
      * customer and invoice, classifies it with a reason code, and
      * rules it valid or invalid:
      *   V = VALID   - the claim stands; a credit memo is released
      *       as a CUSTTRAN adjustment row under source DEDCRMEM,
      *       referencing the invoice, for the posting engine's next
      *       run (the suspense reapply hand-off)
      *   I = INVALID - the claim is refused; the amount is re-billed
      *       on a fresh invoice dated today on the original terms.
      *       The money never left CUST-BALANCE, so the rebill is an
      *       open item only - no charge is posted a second time
      * Then it prints the worklist of every deduction still open,
      * with its age, so the research desk starts each morning with
      * the list instead of the posting register.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION-FILE ASSIGN TO "CUSTDEDN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

      * Open items - the deducted invoice supplies the terms a rebill
      * is cut on, and the rebill lands here
           SELECT INVOICE-FILE ASSIGN TO "CUSTINVC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-FILE-STATUS.

      * Read-only - the credit memo carries the account's currency
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * The day's researched resolutions - optional; no file means a
      * worklist-only run
           SELECT RESOLUTION-REQUEST-FILE ASSIGN TO "CUSTDEDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRQ-FILE-STATUS.

      * Released credit memos for the posting engine's next run -
      * fed to SAMPLE-PROGRAM-POST through LS-PST-TRAN-FILE-NAME
           SELECT CREDIT-MEMO-TRAN-FILE ASSIGN TO "CUSTDEDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

      * The worklist the research desk works from each morning
           SELECT DEDUCTION-WORKLIST-FILE ASSIGN TO "CUSTDEDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WKL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-FILE.
           COPY DEDUCTION-RECORD.

       FD  INVOICE-FILE.
           COPY INVOICE-RECORD.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  RESOLUTION-REQUEST-FILE.
       01  RESOLUTION-REQUEST-RECORD.
           05  DRQ-CUST-ID         PIC 9(9).
           05  DRQ-INVOICE-NO      PIC 9(8).
           05  DRQ-RESOLUTION      PIC X.
               88  DRQ-VALID       VALUE 'V'.
               88  DRQ-INVALID     VALUE 'I'.
           05  DRQ-REASON-CODE     PIC X(8).
           05  DRQ-OPERATOR-ID     PIC X(8).

       FD  CREDIT-MEMO-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

       FD  DEDUCTION-WORKLIST-FILE.
       01  DEDUCTION-WORKLIST-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-MISSING        VALUE '35'.
       01  WS-CST-OPENED-FLAG      PIC X VALUE 'N'.
           88  CUSTOMER-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-DED-FILE-STATUS      PIC XX.
           88  DED-FILE-OK         VALUE '00'.
           88  DED-FILE-AT-END     VALUE '10'.

       01  WS-INV-FILE-STATUS      PIC XX.
           88  INV-FILE-OK         VALUE '00'.
           88  INV-FILE-MISSING    VALUE '35'.

       01  WS-DRQ-FILE-STATUS      PIC XX.
           88  DRQ-FILE-OK         VALUE '00'.
           88  DRQ-FILE-AT-END     VALUE '10'.

       01  WS-TRN-FILE-STATUS      PIC XX.
           88  TRN-FILE-OK         VALUE '00'.

       01  WS-WKL-FILE-STATUS      PIC XX.
           88  WKL-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-INV-WRITE-FLAG   PIC X VALUE 'N'.
               88  INVOICE-WRITTEN VALUE 'Y'.

      * House net days for a rebill whose original invoice carried
      * no due date
       01  WS-HOUSE-NET-DAYS       PIC 9(3) VALUE 30.
       01  WS-REBILL-NET-DAYS      PIC 9(3) VALUE ZERO.
       01  WS-REBILL-TERMS-CODE    PIC X(8) VALUE SPACES.
       01  WS-REBILL-CURRENCY      PIC X(3) VALUE SPACES.

       01  WS-DATE-MATH.
           05  WS-TODAY-DATE-NUM   PIC 9(8).
           05  WS-TODAY-DAYS       PIC 9(8) COMP.
           05  WS-ITEM-DAYS        PIC 9(8) COMP.
           05  WS-DUE-DAYS         PIC 9(8) COMP.
           05  WS-AGE-DAYS         PIC 9(5) COMP.

       01  WS-AGE-DISPLAY          PIC ZZZZ9.
       01  WS-AMOUNT-DISPLAY       PIC -(7)9.99.
       01  WS-TOTAL-DISPLAY        PIC -(9)9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZZZ9.

       01  WS-WORKLIST-HEADING.
           05  FILLER              PIC X(30)
                   VALUE 'DEDUCTION RESEARCH WORKLIST'.
           05  FILLER              PIC X(6) VALUE 'AS OF '.
           05  WS-WKL-HDG-DATE     PIC 9(8).

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ    PIC 9(6) VALUE ZERO.
           05  WS-CREDIT-MEMOS     PIC 9(6) VALUE ZERO.
           05  WS-CREDIT-MEMO-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-REBILLS          PIC 9(6) VALUE ZERO.
           05  WS-REBILL-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-REQUESTS-REFUSED PIC 9(6) VALUE ZERO.
           05  WS-OPEN-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-OPEN-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-DEDUCT-PARM-AREA.
           05  LS-DED-RETURN-CODE  PIC S9(4) COMP.
           05  LS-DED-MESSAGE      PIC X(50).
           05  LS-DED-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-DEDUCT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-RESOLUTIONS
               UNTIL DRQ-FILE-AT-END
           PERFORM 2500-PRINT-WORKLIST
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-DED-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-DED-CUSTOMER-FILE-NAME
                   TO WS-CUSTOMER-FILE-NAME
           END-IF

           OPEN I-O DEDUCTION-FILE
           IF NOT DED-FILE-OK
               DISPLAY 'NO DEDUCTION FILE - NOTHING TO WORK'
               MOVE 0 TO LS-DED-RETURN-CODE
               MOVE 'NO DEDUCTION FILE PRESENT' TO LS-DED-MESSAGE
               GOBACK
           END-IF

           OPEN I-O INVOICE-FILE
           IF NOT INV-FILE-OK
               DISPLAY 'ERROR OPENING INVOICE FILE: '
                   WS-INV-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DED-RETURN-CODE
               GOBACK
           END-IF

      * Optional - without the master a credit memo goes out in the
      * house currency
           OPEN INPUT CUSTOMER-FILE
           IF FILE-OK
               SET CUSTOMER-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT FILE-MISSING
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-DED-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT CREDIT-MEMO-TRAN-FILE
           IF NOT TRN-FILE-OK
               DISPLAY 'ERROR OPENING CREDIT MEMO TRAN FILE: '
                   WS-TRN-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DED-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DEDUCTION-WORKLIST-FILE
           IF NOT WKL-FILE-OK
               DISPLAY 'ERROR OPENING DEDUCTION WORKLIST FILE: '
                   WS-WKL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DED-RETURN-CODE
               GOBACK
           END-IF

      * Optional input - a missing file just means a worklist-only
      * run, the same way the suspense job treats its requests
           OPEN INPUT RESOLUTION-REQUEST-FILE
           IF NOT DRQ-FILE-OK
               SET DRQ-FILE-AT-END TO TRUE
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
           MOVE STD-CURRENT-DATE TO WS-WKL-HDG-DATE
           WRITE DEDUCTION-WORKLIST-LINE FROM WS-WORKLIST-HEADING
           MOVE 'CUST-ID   INVOICE      AMOUNT   AGE REASON   REMIT'
               TO DEDUCTION-WORKLIST-LINE
           MOVE ' DATE  REMITTER' TO DEDUCTION-WORKLIST-LINE (51:15)
           WRITE DEDUCTION-WORKLIST-LINE.

       2000-APPLY-RESOLUTIONS SECTION.
       2100-READ-REQUEST.
           READ RESOLUTION-REQUEST-FILE
               AT END
                   SET DRQ-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 2200-APPLY-ONE-RESOLUTION
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-APPLY-ONE-RESOLUTION.
           MOVE DRQ-CUST-ID TO DED-CUST-ID
           MOVE DRQ-INVOICE-NO TO DED-INVOICE-NO
           READ DEDUCTION-FILE
               INVALID KEY
                   DISPLAY 'NO DEDUCTION FOR ' DRQ-CUST-ID ' '
                       DRQ-INVOICE-NO ' - REQUEST REFUSED'
                   ADD 1 TO WS-REQUESTS-REFUSED
               NOT INVALID KEY
                   MOVE DRQ-REASON-CODE TO DED-REASON-CODE
                   EVALUATE TRUE
                       WHEN NOT DED-OPEN
                           DISPLAY 'DEDUCTION ' DRQ-CUST-ID ' '
                               DRQ-INVOICE-NO ' ALREADY RESOLVED'
                           ADD 1 TO WS-REQUESTS-REFUSED
                       WHEN NOT DED-VALID-REASON
                           DISPLAY 'UNKNOWN REASON CODE '
                               DRQ-REASON-CODE ' FOR ' DRQ-CUST-ID
                               ' - REQUEST REFUSED'
                           ADD 1 TO WS-REQUESTS-REFUSED
                       WHEN DRQ-VALID
                           PERFORM 2300-ISSUE-CREDIT-MEMO
                       WHEN DRQ-INVALID
                           PERFORM 2400-REBILL-DEDUCTION
                       WHEN OTHER
                           DISPLAY 'UNKNOWN RESOLUTION '
                               DRQ-RESOLUTION ' FOR ' DRQ-CUST-ID
                               ' - REQUEST REFUSED'
                           ADD 1 TO WS-REQUESTS-REFUSED
                   END-EVALUATE
           END-READ.

       2300-ISSUE-CREDIT-MEMO.
           MOVE 'USD' TO WS-REBILL-CURRENCY
           IF CUSTOMER-FILE-WAS-OPENED
               MOVE DED-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-CURRENCY-CODE TO WS-REBILL-CURRENCY
               END-READ
           END-IF
           MOVE DED-CUST-ID TO TRN-CUST-ID
           MOVE 'A' TO TRN-TRANS-TYPE
           COMPUTE TRN-AMOUNT = ZERO - DED-AMOUNT
           MOVE WS-REBILL-CURRENCY TO TRN-CURRENCY-CODE
           MOVE WS-TODAY-DATE-NUM TO TRN-TRANS-DATE
           MOVE 'DEDCRMEM' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE DED-INVOICE-NO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD
           SET DED-VALID TO TRUE
           MOVE DRQ-OPERATOR-ID TO DED-RESOLVED-BY
           MOVE WS-TODAY-DATE-NUM TO DED-RESOLVED-DATE
           REWRITE DEDUCTION-RECORD
           ADD 1 TO WS-CREDIT-MEMOS
           ADD DED-AMOUNT TO WS-CREDIT-MEMO-AMOUNT.

       2400-REBILL-DEDUCTION.
      * The rebill keeps the original invoice's terms - the same
      * number of days to pay, counted from today
           MOVE SPACES TO WS-REBILL-TERMS-CODE
           MOVE WS-HOUSE-NET-DAYS TO WS-REBILL-NET-DAYS
           MOVE DED-CUST-ID TO INV-CUST-ID
           MOVE DED-INVOICE-NO TO INV-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INV-TERMS-CODE TO WS-REBILL-TERMS-CODE
                   IF INV-DUE-DATE > INV-INVOICE-DATE
                       COMPUTE WS-ITEM-DAYS =
                           FUNCTION INTEGER-OF-DATE (INV-INVOICE-DATE)
                       COMPUTE WS-DUE-DAYS =
                           FUNCTION INTEGER-OF-DATE (INV-DUE-DATE)
                       COMPUTE WS-REBILL-NET-DAYS =
                           WS-DUE-DAYS - WS-ITEM-DAYS
                   END-IF
           END-READ
           MOVE DED-CUST-ID TO INV-CUST-ID
           MOVE WS-TODAY-DATE-NUM TO INV-INVOICE-NO
           SET INV-OPEN TO TRUE
           MOVE WS-TODAY-DATE-NUM TO INV-INVOICE-DATE
           MOVE DED-AMOUNT TO INV-ORIGINAL-AMOUNT
           MOVE DED-AMOUNT TO INV-OPEN-AMOUNT
           MOVE ZERO TO INV-PAID-DATE
           MOVE 'DEDREBIL' TO INV-SOURCE-CODE
           MOVE WS-REBILL-TERMS-CODE TO INV-TERMS-CODE
           COMPUTE INV-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-DAYS + WS-REBILL-NET-DAYS)
           MOVE ZERO TO INV-DISCOUNT-PCT
           MOVE ZERO TO INV-DISCOUNT-DATE
           MOVE ZERO TO INV-DISCOUNT-TAKEN
           MOVE ZERO TO INV-CREDITED-AMOUNT
           MOVE DED-INVOICE-NO TO INV-REPLACES-INVOICE-NO
      * Same number-bumping rule the posting engine uses, so the
      * key order stays date order
           MOVE 'N' TO WS-INV-WRITE-FLAG
           PERFORM 2410-TRY-INVOICE-WRITE
               UNTIL INVOICE-WRITTEN
           SET DED-INVALID TO TRUE
           MOVE INV-INVOICE-NO TO DED-REBILL-INVOICE-NO
           MOVE DRQ-OPERATOR-ID TO DED-RESOLVED-BY
           MOVE WS-TODAY-DATE-NUM TO DED-RESOLVED-DATE
           REWRITE DEDUCTION-RECORD
           ADD 1 TO WS-REBILLS
           ADD DED-AMOUNT TO WS-REBILL-AMOUNT.

       2410-TRY-INVOICE-WRITE.
           WRITE INVOICE-RECORD
               INVALID KEY
                   ADD 1 TO INV-INVOICE-NO
               NOT INVALID KEY
                   SET INVOICE-WRITTEN TO TRUE
           END-WRITE.

       2500-PRINT-WORKLIST SECTION.
       2510-POSITION-AT-START.
           MOVE ZERO TO DED-CUST-ID
           MOVE ZERO TO DED-INVOICE-NO
           MOVE '00' TO WS-DED-FILE-STATUS
           START DEDUCTION-FILE
               KEY IS NOT LESS THAN DED-KEY
               INVALID KEY
                   SET DED-FILE-AT-END TO TRUE
           END-START
           PERFORM 2520-LIST-ONE-DEDUCTION
               UNTIL DED-FILE-AT-END

      * 2520 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2520-LIST-ONE-DEDUCTION.
           READ DEDUCTION-FILE NEXT RECORD
               AT END
                   SET DED-FILE-AT-END TO TRUE
               NOT AT END
                   IF DED-OPEN
                       PERFORM 2530-WRITE-WORKLIST-LINE
                   END-IF
           END-READ.

       2530-WRITE-WORKLIST-LINE.
           COMPUTE WS-ITEM-DAYS =
               FUNCTION INTEGER-OF-DATE (DED-OPEN-DATE)
           IF WS-TODAY-DAYS > WS-ITEM-DAYS
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-ITEM-DAYS
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE DED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO DEDUCTION-WORKLIST-LINE
           STRING DED-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DED-INVOICE-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AGE-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DED-REASON-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DED-REMIT-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DED-REMITTER-NAME DELIMITED BY SIZE
               INTO DEDUCTION-WORKLIST-LINE
           WRITE DEDUCTION-WORKLIST-LINE
           ADD 1 TO WS-OPEN-COUNT
           ADD DED-AMOUNT TO WS-OPEN-AMOUNT.

       3000-FINALIZE SECTION.
       3050-WRITE-TOTAL-LINE.
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-OPEN-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO DEDUCTION-WORKLIST-LINE
           STRING 'TOTAL  OPEN DEDUCTIONS ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '  AMOUNT ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO DEDUCTION-WORKLIST-LINE
           WRITE DEDUCTION-WORKLIST-LINE.

       3100-CLOSE-FILES.
           CLOSE DEDUCTION-FILE
           CLOSE INVOICE-FILE
           IF CUSTOMER-FILE-WAS-OPENED
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE RESOLUTION-REQUEST-FILE
           CLOSE CREDIT-MEMO-TRAN-FILE
           CLOSE DEDUCTION-WORKLIST-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Deduction Worklist Summary:'
           DISPLAY 'Resolutions Read: ' WS-REQUESTS-READ
           DISPLAY 'Credit Memos Released: ' WS-CREDIT-MEMOS
           DISPLAY 'Credit Memo Amount: ' WS-CREDIT-MEMO-AMOUNT
           DISPLAY 'Deductions Re-Billed: ' WS-REBILLS
           DISPLAY 'Re-Billed Amount: ' WS-REBILL-AMOUNT
           DISPLAY 'Resolutions Refused: ' WS-REQUESTS-REFUSED
           DISPLAY 'Deductions Still Open: ' WS-OPEN-COUNT
           DISPLAY 'Open Deduction Amount: ' WS-OPEN-AMOUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-DED-RETURN-CODE
               MOVE 'DEDUCTION RUN COMPLETED WITH ERRORS'
                   TO LS-DED-MESSAGE
           ELSE
               IF WS-REQUESTS-REFUSED > ZERO
                   MOVE 4 TO LS-DED-RETURN-CODE
                   MOVE 'DEDUCTION RUN COMPLETE - REQUESTS REFUSED'
                       TO LS-DED-MESSAGE
               ELSE
                   MOVE 0 TO LS-DED-RETURN-CODE
                   MOVE 'DEDUCTION RUN COMPLETE' TO LS-DED-MESSAGE
               END-IF
           END-IF
           EXIT SECTION.
