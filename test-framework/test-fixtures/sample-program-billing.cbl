      * the register unbilled rather than cut into a period the
      * posting engine would only bounce to suspense. The next-bill
      * date advances by the row's frequency so the master is ready
      * for the next cycle. A charge that would carry the account
      * past its own credit line is held on the register the same
      * way, its next-bill date left where it is so the charge is
      * offered again on the next run once the account has room.
      * A taxable charge is followed by a separate SALESTAX charge
      * row at the state rate effective on its due date, so the tax
      * posts, invoices, and prints on the statement as its own
      * item; an account holding an exemption certificate is not
      * taxed, and the tax counts toward the credit-line test.
      * A quarterly or annual charge is billed up front but earned
      * a month at a time, so cutting one also writes its
      * recognition schedule for the month-end revenue run.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

      * Per-account credit lines - a charge that would push the
      * balance past the line is held; optional, missing means no
      * account has a line of its own to hold against
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "CUSTCRLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-CUST-ID
               FILE STATUS IS WS-CRL-FILE-STATUS.

      * Recognition schedules for the multi-month charges cut
      * tonight - created on first use
           SELECT DEFERRED-REVENUE-FILE ASSIGN TO "CUSTDEFR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DFR-FILE-STATUS.

      * State sales-tax rates by effective date, and the accounts
      * holding exemption certificates; optional, no rate file
      * means nothing is taxed
           SELECT SALES-TAX-RATE-FILE ASSIGN TO "CUSTTAXR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STX-KEY
               FILE STATUS IS WS-STX-FILE-STATUS.

           SELECT TAX-EXEMPT-FILE ASSIGN TO "CUSTTAXE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXE-CUST-ID
               FILE STATUS IS WS-TXE-FILE-STATUS.

      * The customer master, read only for the balance the credit
      * line is measured against and the state the tax is due in
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-CHARGE-FILE.
           05  BRG-DISPOSITION     PIC X(8).
               88  BRG-BILLED      VALUE 'BILLED'.
               88  BRG-HELD        VALUE 'HELD'.
               88  BRG-TAX-CHARGE  VALUE 'SALESTAX'.
           05  BRG-NOTE            PIC X(40).
      * The state and rate the charge was taxed at - SPACES and
      * zero when it was not taxed
           05  BRG-TAX-STATE       PIC X(2).
           05  BRG-TAX-RATE        PIC 9V9(5).

       FD  PERIOD-CONTROL-FILE.
           COPY PERIOD-CONTROL-RECORD.
           05  CAL-DATE            PIC 9(8).
           05  CAL-DAY-TYPE        PIC X.

       FD  CREDIT-LIMIT-FILE.
           COPY CREDIT-LIMIT-RECORD.

       FD  DEFERRED-REVENUE-FILE.
           COPY DEFERRED-REVENUE-RECORD.

       FD  SALES-TAX-RATE-FILE.
           COPY SALES-TAX-RATE-RECORD.

       FD  TAX-EXEMPT-FILE.
           COPY TAX-EXEMPT-RECORD.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-RUN-CYCLE-CODE       PIC 9(2) VALUE ZERO.
       01  WS-CUST-CYCLE-CODE      PIC 9(2) VALUE 1.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.
       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-CRL-FILE-STATUS      PIC XX.
           88  CRL-FILE-OK         VALUE '00'.
           88  CRL-FILE-MISSING    VALUE '35'.
       01  WS-CRL-OPENED-FLAG      PIC X VALUE 'N'.
           88  LIMIT-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-OVER-LIMIT-FLAG      PIC X VALUE 'N'.
           88  CHARGE-OVER-LIMIT   VALUE 'Y'.
      * What the balance would stand at once tonight's charge and
      * its tax post
       01  WS-PROJECTED-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-DFR-FILE-STATUS      PIC XX.
           88  DFR-FILE-OK         VALUE '00'.
           88  DFR-FILE-MISSING    VALUE '35'.

       01  WS-STX-FILE-STATUS      PIC XX.
           88  STX-FILE-OK         VALUE '00'.
           88  STX-FILE-MISSING    VALUE '35'.
       01  WS-STX-OPENED-FLAG      PIC X VALUE 'N'.
           88  TAX-RATE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-STX-WALK-FLAG        PIC X VALUE 'N'.
           88  RATE-WALK-DONE      VALUE 'Y'.
       01  WS-TXE-FILE-STATUS      PIC XX.
           88  TXE-FILE-OK         VALUE '00'.
           88  TXE-FILE-MISSING    VALUE '35'.
       01  WS-TXE-OPENED-FLAG      PIC X VALUE 'N'.
           88  EXEMPT-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-CUST-EXEMPT-FLAG     PIC X VALUE 'N'.
           88  CUSTOMER-IS-EXEMPT  VALUE 'Y'.
      * The tax on the charge in hand - state, the rate effective
      * on its due date, and the amount; zero when untaxed
       01  WS-TAX-STATE            PIC X(2) VALUE SPACES.
       01  WS-TAX-RATE             PIC 9V9(5) VALUE ZERO.
       01  WS-TAX-AMOUNT           PIC S9(7)V99 VALUE ZERO.

      * Non-business dates from the processing calendar, loaded the
      * same flat-table way the posting engine loads them
       01  WS-CAL-FILE-STATUS      PIC XX.
           05  WS-MASTERS-READ     PIC 9(6) VALUE ZERO.
           05  WS-CHARGES-BILLED   PIC 9(6) VALUE ZERO.
           05  WS-CHARGES-HELD    PIC 9(6) VALUE ZERO.
           05  WS-CHARGES-OVER-LIMIT PIC 9(6) VALUE ZERO.
           05  WS-OTHER-CYCLE-COUNT PIC 9(6) VALUE ZERO.
           05  WS-BILLED-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-SCHEDULES-WRITTEN PIC 9(6) VALUE ZERO.
           05  WS-DEFERRED-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-TAX-CHARGES      PIC 9(6) VALUE ZERO.
           05  WS-TAX-BILLED       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-EXEMPT-CHARGES   PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-BILLING-PARM-AREA.
               GOBACK
           END-IF

      * Recognition schedules - created on first use like the
      * other keyed files this shop owns
           OPEN I-O DEFERRED-REVENUE-FILE
           IF DFR-FILE-MISSING
               OPEN OUTPUT DEFERRED-REVENUE-FILE
               CLOSE DEFERRED-REVENUE-FILE
               OPEN I-O DEFERRED-REVENUE-FILE
           END-IF
           IF NOT DFR-FILE-OK
               DISPLAY 'ERROR OPENING DEFERRED REVENUE FILE: '
                   WS-DFR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BIL-RETURN-CODE
               GOBACK
           END-IF

      * Optional cycle assignments - only matter when this run was
      * asked for one cycle
           MOVE LS-BIL-CYCLE-CODE TO WS-RUN-CYCLE-CODE
                   MOVE 8 TO LS-BIL-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional credit lines - the customer master is only needed
      * when there are lines to measure the balance against, or
      * rates to find the customer's state for
           OPEN INPUT CREDIT-LIMIT-FILE
           IF CRL-FILE-OK
               SET LIMIT-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT CRL-FILE-MISSING
                   DISPLAY 'ERROR OPENING CREDIT LIMIT FILE: '
                       WS-CRL-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BIL-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional tax files - no rate file means no state is taxed,
      * no exemption file means no account is exempt
           OPEN INPUT SALES-TAX-RATE-FILE
           IF STX-FILE-OK
               SET TAX-RATE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT STX-FILE-MISSING
                   DISPLAY 'ERROR OPENING SALES TAX RATE FILE: '
                       WS-STX-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BIL-RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF TAX-RATE-FILE-WAS-OPENED
               OPEN INPUT TAX-EXEMPT-FILE
               IF TXE-FILE-OK
                   SET EXEMPT-FILE-WAS-OPENED TO TRUE
               ELSE
                   IF NOT TXE-FILE-MISSING
                       DISPLAY 'ERROR OPENING TAX EXEMPTION FILE: '
                           WS-TXE-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                       MOVE 8 TO LS-BIL-RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF
           IF LIMIT-FILE-WAS-OPENED OR TAX-RATE-FILE-WAS-OPENED
               OPEN INPUT CUSTOMER-FILE
               IF NOT FILE-OK
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-BIL-RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       1200-INIT-VARIABLES.
           END-IF.

       2200-BILL-ONE-CHARGE.
      * The tax is figured ahead of the credit-line test because the
      * projection counts it, but only a charge that is billed below
      * carries the state and rate onto the register or counts as
      * exempt - a held charge is taxed when it is finally billed
           PERFORM 2250-CHECK-DUE-PERIOD
           PERFORM 2280-COMPUTE-SALES-TAX
           PERFORM 2270-CHECK-CREDIT-LINE
           EVALUATE TRUE
               WHEN DUE-PERIOD-CLOSED
                   ADD 1 TO WS-CHARGES-HELD
                   MOVE ZERO TO WS-CHARGE-DATE
                   PERFORM 2600-FILL-REGISTER-COMMON
                   SET BRG-HELD TO TRUE
                   MOVE 'DUE PERIOD IS CLOSED - CHARGE HELD'
                       TO BRG-NOTE
                   WRITE BILLING-REGISTER-RECORD
               WHEN CHARGE-OVER-LIMIT
                   ADD 1 TO WS-CHARGES-HELD
                   ADD 1 TO WS-CHARGES-OVER-LIMIT
                   MOVE ZERO TO WS-CHARGE-DATE
                   PERFORM 2600-FILL-REGISTER-COMMON
                   SET BRG-HELD TO TRUE
                   MOVE 'WOULD EXCEED CREDIT LINE - CHARGE HELD'
                       TO BRG-NOTE
                   WRITE BILLING-REGISTER-RECORD
               WHEN OTHER
                   PERFORM 2300-ROLL-TO-BUSINESS-DAY
                   PERFORM 2400-CUT-CHARGE-ROW
                   PERFORM 2500-ADVANCE-NEXT-BILL-DATE
                   REWRITE RECURRING-CHARGE-RECORD
           END-EVALUATE.

       2250-CHECK-DUE-PERIOD.
           MOVE 'N' TO WS-PERIOD-CLOSED-FLAG
               END-READ
           END-IF.

       2270-CHECK-CREDIT-LINE.
      * Tonight's balance plus this charge against the account's own
      * line - an account with no line, or no master row, is never
      * held here
           MOVE 'N' TO WS-OVER-LIMIT-FLAG
           IF LIMIT-FILE-WAS-OPENED
               MOVE RCG-CUST-ID TO CRL-CUST-ID
               READ CREDIT-LIMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCG-CUST-ID TO CUST-ID
                       READ CUSTOMER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               COMPUTE WS-PROJECTED-BALANCE =
                                   CUST-BALANCE + RCG-AMOUNT
                                   + WS-TAX-AMOUNT
                               IF WS-PROJECTED-BALANCE >
                                       CRL-CREDIT-LIMIT
                                   SET CHARGE-OVER-LIMIT TO TRUE
                               END-IF
                       END-READ
               END-READ
           END-IF.

       2280-COMPUTE-SALES-TAX.
      * The customer's state, the exemption certificate if any,
      * then the latest rate effective on or before the due date -
      * a customer off the master, an exempt one, or a state with
      * no rate in effect yet is simply not taxed
           MOVE SPACES TO WS-TAX-STATE
           MOVE ZERO TO WS-TAX-RATE
           MOVE ZERO TO WS-TAX-AMOUNT
           MOVE 'N' TO WS-CUST-EXEMPT-FLAG
           IF TAX-RATE-FILE-WAS-OPENED
               MOVE RCG-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-STATE TO WS-TAX-STATE
               END-READ
               IF EXEMPT-FILE-WAS-OPENED
                   MOVE RCG-CUST-ID TO TXE-CUST-ID
                   READ TAX-EXEMPT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TXE-EXEMPT
                               SET CUSTOMER-IS-EXEMPT TO TRUE
                           END-IF
                   END-READ
               END-IF
               IF NOT CUSTOMER-IS-EXEMPT
                   IF WS-TAX-STATE NOT = SPACES
                       MOVE 'N' TO WS-STX-WALK-FLAG
                       MOVE WS-TAX-STATE TO STX-STATE
                       MOVE ZERO TO STX-EFFECTIVE-DATE
                       START SALES-TAX-RATE-FILE
                           KEY IS NOT LESS THAN STX-KEY
                           INVALID KEY
                               SET RATE-WALK-DONE TO TRUE
                       END-START
                       PERFORM 2285-READ-ONE-TAX-RATE
                           UNTIL RATE-WALK-DONE
                       COMPUTE WS-TAX-AMOUNT ROUNDED =
                           RCG-AMOUNT * WS-TAX-RATE
                   END-IF
               END-IF
           END-IF.

       2285-READ-ONE-TAX-RATE.
      * Rows come back oldest first within the state - the last one
      * not after the due date is the rate in effect
           READ SALES-TAX-RATE-FILE NEXT RECORD
               AT END
                   SET RATE-WALK-DONE TO TRUE
               NOT AT END
                   IF STX-STATE NOT = WS-TAX-STATE
                           OR STX-EFFECTIVE-DATE > RCG-NEXT-BILL-DATE
                       SET RATE-WALK-DONE TO TRUE
                   ELSE
                       MOVE STX-RATE TO WS-TAX-RATE
                   END-IF
           END-READ.

       2300-ROLL-TO-BUSINESS-DAY.
      * The charge dates on the due date, walked forward one day at
      * a time while the calendar says non-business
           MOVE 'BILLING ' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD
           ADD 1 TO WS-CHARGES-BILLED
           ADD RCG-AMOUNT TO WS-BILLED-AMOUNT
           IF CUSTOMER-IS-EXEMPT
               ADD 1 TO WS-EXEMPT-CHARGES
           END-IF
           PERFORM 2600-FILL-REGISTER-COMMON
           MOVE WS-TAX-STATE TO BRG-TAX-STATE
           MOVE WS-TAX-RATE TO BRG-TAX-RATE
           SET BRG-BILLED TO TRUE
           MOVE RCG-DESCRIPTION TO BRG-NOTE
           WRITE BILLING-REGISTER-RECORD
           IF NOT RCG-MONTHLY
               PERFORM 2460-WRITE-RECOGNITION-SCHEDULE
           END-IF
           IF WS-TAX-AMOUNT > ZERO
               PERFORM 2450-CUT-TAX-ROW
           END-IF.

       2450-CUT-TAX-ROW.
      * Its own charge row, dated and priced alongside the charge
      * it taxes - the posting engine gives it its own invoice
           MOVE RCG-CUST-ID TO TRN-CUST-ID
           SET TRN-CHARGE TO TRUE
           MOVE WS-TAX-AMOUNT TO TRN-AMOUNT
           IF RCG-CURRENCY-CODE = SPACES
               MOVE 'USD' TO TRN-CURRENCY-CODE
           ELSE
               MOVE RCG-CURRENCY-CODE TO TRN-CURRENCY-CODE
           END-IF
           MOVE WS-CHARGE-DATE TO TRN-TRANS-DATE
           MOVE 'SALESTAX' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD
           ADD 1 TO WS-TAX-CHARGES
           ADD WS-TAX-AMOUNT TO WS-TAX-BILLED
           PERFORM 2600-FILL-REGISTER-COMMON
           MOVE WS-TAX-STATE TO BRG-TAX-STATE
           MOVE WS-TAX-RATE TO BRG-TAX-RATE
           MOVE WS-TAX-AMOUNT TO BRG-AMOUNT
           SET BRG-TAX-CHARGE TO TRUE
           MOVE SPACES TO BRG-NOTE
           STRING 'SALES TAX ' DELIMITED BY SIZE
               WS-TAX-STATE DELIMITED BY SIZE
               ' ON ' DELIMITED BY SIZE
               RCG-DESCRIPTION DELIMITED BY SIZE
               INTO BRG-NOTE
           WRITE BILLING-REGISTER-RECORD.

       2460-WRITE-RECOGNITION-SCHEDULE.
      * Three or twelve equal monthly shares starting with the
      * charge's own month; the last share takes the rounding
      * remainder when the month-end run releases it
           MOVE RCG-CUST-ID TO DFR-CUST-ID
           MOVE WS-CHARGE-DATE TO DFR-CHARGE-DATE
           SET DFR-ACTIVE TO TRUE
           MOVE RCG-FREQUENCY TO DFR-FREQUENCY
           MOVE RCG-AMOUNT TO DFR-TOTAL-AMOUNT
           IF RCG-QUARTERLY
               MOVE 3 TO DFR-MONTHS
           ELSE
               MOVE 12 TO DFR-MONTHS
           END-IF
           COMPUTE DFR-MONTHLY-AMOUNT ROUNDED =
               RCG-AMOUNT / DFR-MONTHS
           COMPUTE DFR-FIRST-PERIOD = WS-CHARGE-DATE / 100
           MOVE ZERO TO DFR-MONTHS-RECOGNIZED
           MOVE ZERO TO DFR-RECOGNIZED-AMOUNT
           MOVE ZERO TO DFR-LAST-PERIOD
           MOVE RCG-DESCRIPTION TO DFR-DESCRIPTION
           MOVE ZERO TO DFR-CANCEL-DATE
           MOVE ZERO TO DFR-REVERSED-AMOUNT
           WRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   DISPLAY 'RECOGNITION SCHEDULE ALREADY ON FILE: '
                       RCG-CUST-ID ' ' WS-CHARGE-DATE
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-SCHEDULES-WRITTEN
                   ADD RCG-AMOUNT TO WS-DEFERRED-AMOUNT
           END-WRITE.

       2500-ADVANCE-NEXT-BILL-DATE.
      * Monthly, quarterly, or annual - advanced month by month so
      * December rollover carries the year each step
           MOVE RCG-CUST-ID TO BRG-CUST-ID
           MOVE RCG-AMOUNT TO BRG-AMOUNT
           MOVE RCG-NEXT-BILL-DATE TO BRG-DUE-DATE
           MOVE WS-CHARGE-DATE TO BRG-CHARGE-DATE
      * Held rows carry no tax - the billed rows fill these in
           MOVE SPACES TO BRG-TAX-STATE
           MOVE ZERO TO BRG-TAX-RATE.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE RECURRING-CHARGE-FILE
           CLOSE CHARGE-TRAN-FILE
           CLOSE BILLING-REGISTER-FILE
           CLOSE DEFERRED-REVENUE-FILE
           IF PERIOD-FILE-WAS-OPENED
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF CYCLE-FILE-WAS-OPENED
               CLOSE CYCLE-ASSIGN-FILE
           END-IF
           IF LIMIT-FILE-WAS-OPENED
               CLOSE CREDIT-LIMIT-FILE
           END-IF
           IF TAX-RATE-FILE-WAS-OPENED
               CLOSE SALES-TAX-RATE-FILE
           END-IF
           IF EXEMPT-FILE-WAS-OPENED
               CLOSE TAX-EXEMPT-FILE
           END-IF
           IF LIMIT-FILE-WAS-OPENED OR TAX-RATE-FILE-WAS-OPENED
               CLOSE CUSTOMER-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Master Rows Read: ' WS-MASTERS-READ
           DISPLAY 'Charges Billed: ' WS-CHARGES-BILLED
           DISPLAY 'Billed Amount: ' WS-BILLED-AMOUNT
           DISPLAY 'Recognition Schedules Written: '
               WS-SCHEDULES-WRITTEN
           DISPLAY 'Amount Deferred: ' WS-DEFERRED-AMOUNT
           DISPLAY 'Sales Tax Charges: ' WS-TAX-CHARGES
           DISPLAY 'Sales Tax Billed: ' WS-TAX-BILLED
           DISPLAY 'Charges Tax-Exempt: ' WS-EXEMPT-CHARGES
           DISPLAY 'Charges Held: ' WS-CHARGES-HELD
           DISPLAY 'Held Over Credit Line: ' WS-CHARGES-OVER-LIMIT
           DISPLAY 'Left For Other Cycles: ' WS-OTHER-CYCLE-COUNT.

       3999-EXIT.
