       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-DEPOSIT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Monthly security-deposit run. Deposits collected from
      * higher-risk commercial accounts lived on a spreadsheet; they
      * now live on DEPOSIT-FILE, apart from CUST-BALANCE, and this
      * job does the two things the spreadsheet was for:
      *   - accrue the interest owed on every deposit still held,
      *     simple interest at the deposit's own annual rate, one
      *     month for every period since the last accrual (so a
      *     skipped month is caught up, and a rerun adds nothing)
      *   - return a deposit that has been held twelve months on an
      *     active account with twelve clean closed months behind
      *     it (every month-end under thirty days past due, and the
      *     account under thirty today) - deposit plus interest goes
      *     out as a check request on the refund path, the same
      *     extract the check register issues from
      * A deposit still held when the account closes is not this
      * job's business - SAMPLE-PROGRAM-CLOSURE applies it against
      * the final balance. Every accrual and return is listed on
      * the deposit register.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Walked front to back, accrued and released in place
           SELECT DEPOSIT-FILE ASSIGN TO "CUSTDEPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CUST-ID
               FILE STATUS IS WS-DEP-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * Closed-period history, thirteen months deep - the clean
      * record a return needs; optional, no history means nobody
      * has twelve clean months yet
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "CUSTBHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHST-KEY
               FILE STATUS IS WS-BHST-FILE-STATUS.

      * Check requests - the refund path's own layout, appended for
      * the check register to issue
           SELECT REFUND-EXTRACT-FILE ASSIGN TO "CUSTRFND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFX-FILE-STATUS.

      * Shared outbound-correspondence log
           SELECT CORRESPONDENCE-LOG-FILE ASSIGN TO "CUSTCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

      * One line per accrual and per return made this run
           SELECT DEPOSIT-REGISTER-FILE ASSIGN TO "CUSTDEPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-FILE.
           COPY DEPOSIT-RECORD.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  BALANCE-HISTORY-FILE.
           COPY BALANCE-HISTORY-RECORD.

      * Same layout the refund extract writes
       FD  REFUND-EXTRACT-FILE.
       01  REFUND-EXTRACT-RECORD.
           05  RFX-CUST-ID         PIC 9(9).
           05  RFX-PAYEE-NAME      PIC X(30).
           05  RFX-REFUND-AMOUNT   PIC S9(7)V99.
           05  RFX-ADDRESS-LINE-1  PIC X(30).
           05  RFX-ADDRESS-LINE-2  PIC X(30).
           05  RFX-CITY            PIC X(20).
           05  RFX-STATE           PIC X(2).
           05  RFX-ZIP-CODE        PIC X(10).
           05  RFX-REQUEST-DATE    PIC 9(8).

       FD  CORRESPONDENCE-LOG-FILE.
           COPY CORRESPONDENCE-LOG-RECORD.

       FD  DEPOSIT-REGISTER-FILE.
       01  DEPOSIT-REGISTER-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-DEP-FILE-STATUS      PIC XX.
           88  DEP-FILE-OK         VALUE '00'.
           88  DEP-FILE-AT-END     VALUE '10'.
           88  DEP-FILE-MISSING    VALUE '35'.

       01  WS-BHST-FILE-STATUS     PIC XX.
           88  BHST-FILE-OK        VALUE '00'.
       01  WS-BHST-OPENED-FLAG     PIC X VALUE 'N'.
           88  HISTORY-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-BHST-WALK-FLAG       PIC X VALUE 'N'.
           88  HISTORY-WALK-DONE   VALUE 'Y'.

       01  WS-RFX-FILE-STATUS      PIC XX.
           88  RFX-FILE-OK         VALUE '00'.
       01  WS-CORR-FILE-STATUS     PIC XX.
           88  CORR-FILE-OK        VALUE '00'.
       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG  PIC X VALUE 'N'.
               88  CUSTOMER-FOUND  VALUE 'Y'.

      * Return rule - months held, clean months wanted, and the
      * worst days-past-due a month may show and still be clean
      * (the credit-line review's own clean threshold)
       01  WS-RETURN-HELD-MONTHS   PIC 9(2) VALUE 12.
       01  WS-RETURN-CLEAN-MONTHS  PIC 9(2) VALUE 12.
       01  WS-CLEAN-MAX-DPD        PIC 9(3) VALUE 29.

      * Period arithmetic: months since year zero, so YYYYMM
      * differences are plain subtraction
       01  WS-RUN-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-RUN-PERIOD-R REDEFINES WS-RUN-PERIOD.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
       01  WS-WORK-PERIOD          PIC 9(6) VALUE ZERO.
       01  WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05  WS-WORK-YEAR        PIC 9(4).
           05  WS-WORK-MONTH       PIC 9(2).
       01  WS-RUN-MONTH-NUMBER     PIC 9(6) COMP VALUE ZERO.
       01  WS-WORK-MONTH-NUMBER    PIC 9(6) COMP VALUE ZERO.
       01  WS-MONTHS-ELAPSED       PIC S9(5) COMP VALUE ZERO.
       01  WS-MONTHS-DISPLAY       PIC ZZZ9.

      * What the history walk learned about the account
       01  WS-CLEAN-MONTHS         PIC 9(2) VALUE ZERO.
       01  WS-WORST-DPD            PIC 9(3) VALUE ZERO.

       01  WS-INTEREST-AMOUNT      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-RETURN-AMOUNT        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-DISPLAY       PIC -(7)9.99.
       01  WS-HELD-DISPLAY         PIC -(7)9.99.

       01  WS-COUNTERS.
           05  WS-DEPOSITS-READ    PIC 9(6) VALUE ZERO.
           05  WS-DEPOSITS-HELD    PIC 9(6) VALUE ZERO.
           05  WS-ACCRUALS-MADE    PIC 9(6) VALUE ZERO.
           05  WS-INTEREST-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-RETURNS-MADE     PIC 9(6) VALUE ZERO.
           05  WS-RETURN-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-NOT-ON-MASTER    PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-DEPOSIT-PARM-AREA.
           05  LS-DEP-RETURN-CODE  PIC S9(4) COMP.
           05  LS-DEP-MESSAGE      PIC X(50).
           05  LS-DEP-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-DEPOSIT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WORK-DEPOSITS
               UNTIL DEP-FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-DEP-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-DEP-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-YEAR TO WS-RUN-YEAR
           MOVE STD-MONTH TO WS-RUN-MONTH
           COMPUTE WS-RUN-MONTH-NUMBER =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH

      * No deposit file means no deposits yet - a clean, empty run
           OPEN I-O DEPOSIT-FILE
           IF DEP-FILE-MISSING
               DISPLAY 'NO DEPOSIT FILE - NOTHING TO DO'
               SET DEP-FILE-AT-END TO TRUE
           ELSE
               IF NOT DEP-FILE-OK
                   DISPLAY 'ERROR OPENING DEPOSIT FILE: '
                       WS-DEP-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-DEP-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DEP-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BALANCE-HISTORY-FILE
           IF BHST-FILE-OK
               SET HISTORY-FILE-WAS-OPENED TO TRUE
           END-IF

      * Check requests ride the refund path, so appended to its
      * extract; the log is appended to as every mailer does
           OPEN EXTEND REFUND-EXTRACT-FILE
           IF RFX-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT REFUND-EXTRACT-FILE
           END-IF
           IF NOT RFX-FILE-OK
               DISPLAY 'ERROR OPENING REFUND EXTRACT: '
                   WS-RFX-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DEP-RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CORRESPONDENCE-LOG-FILE
           IF CORR-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT CORRESPONDENCE-LOG-FILE
           END-IF
           IF NOT CORR-FILE-OK
               DISPLAY 'ERROR OPENING CORRESPONDENCE LOG: '
                   WS-CORR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DEP-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DEPOSIT-REGISTER-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING DEPOSIT REGISTER: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DEP-RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO DEPOSIT-REGISTER-LINE
           STRING 'SECURITY DEPOSIT REGISTER FOR PERIOD '
                   DELIMITED BY SIZE
               WS-RUN-PERIOD DELIMITED BY SIZE
               INTO DEPOSIT-REGISTER-LINE
           WRITE DEPOSIT-REGISTER-LINE.

       2000-WORK-DEPOSITS SECTION.
       2100-READ-DEPOSIT.
           READ DEPOSIT-FILE NEXT RECORD
               AT END
                   SET DEP-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-DEPOSITS-READ
                   IF DEP-HELD
                       ADD 1 TO WS-DEPOSITS-HELD
                       PERFORM 2200-ACCRUE-INTEREST
                       PERFORM 2300-CHECK-RETURN
                       REWRITE DEPOSIT-RECORD
                           INVALID KEY
                               DISPLAY 'REWRITE FAILED FOR DEPOSIT: '
                                   DEP-CUST-ID
                                   ' STATUS=' WS-DEP-FILE-STATUS
                               SET ERROR-OCCURRED TO TRUE
                       END-REWRITE
                   END-IF
           END-READ

      * 2200, 2300 and what they PERFORM already ran above - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2200-ACCRUE-INTEREST.
      * One month of simple interest for every period since the
      * last accrual - the high-water period makes a rerun a no-op
           MOVE DEP-LAST-ACCRUAL-PERIOD TO WS-WORK-PERIOD
           COMPUTE WS-WORK-MONTH-NUMBER =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH
           COMPUTE WS-MONTHS-ELAPSED =
               WS-RUN-MONTH-NUMBER - WS-WORK-MONTH-NUMBER
           IF WS-MONTHS-ELAPSED > ZERO AND DEP-INTEREST-RATE > ZERO
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   DEP-AMOUNT-HELD * DEP-INTEREST-RATE
                   * WS-MONTHS-ELAPSED / 1200
               ADD WS-INTEREST-AMOUNT TO DEP-INTEREST-ACCRUED
               ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
               ADD 1 TO WS-ACCRUALS-MADE
               MOVE WS-INTEREST-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE DEP-AMOUNT-HELD TO WS-HELD-DISPLAY
               MOVE WS-MONTHS-ELAPSED TO WS-MONTHS-DISPLAY
               MOVE SPACES TO DEPOSIT-REGISTER-LINE
               STRING 'ACCRUED  ' DELIMITED BY SIZE
                   DEP-CUST-ID DELIMITED BY SIZE
                   '  HELD ' DELIMITED BY SIZE
                   WS-HELD-DISPLAY DELIMITED BY SIZE
                   '  RATE ' DELIMITED BY SIZE
                   DEP-INTEREST-RATE DELIMITED BY SIZE
                   '  MONTHS ' DELIMITED BY SIZE
                   WS-MONTHS-DISPLAY DELIMITED BY SIZE
                   '  INTEREST ' DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   INTO DEPOSIT-REGISTER-LINE
               WRITE DEPOSIT-REGISTER-LINE
           END-IF
           IF WS-MONTHS-ELAPSED > ZERO
               MOVE WS-RUN-PERIOD TO DEP-LAST-ACCRUAL-PERIOD
           END-IF.

       2300-CHECK-RETURN.
      * Held long enough first - the cheap test - then an active
      * account current today, then the twelve closed months
           MOVE DEP-RECEIVED-DATE (1:6) TO WS-WORK-PERIOD
           COMPUTE WS-WORK-MONTH-NUMBER =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH
           COMPUTE WS-MONTHS-ELAPSED =
               WS-RUN-MONTH-NUMBER - WS-WORK-MONTH-NUMBER
           IF WS-MONTHS-ELAPSED >= WS-RETURN-HELD-MONTHS
               PERFORM 2310-READ-CUSTOMER
               IF CUSTOMER-FOUND
                       AND ACTIVE-CUSTOMER
                       AND CUST-DAYS-PAST-DUE <= WS-CLEAN-MAX-DPD
                   PERFORM 2320-COUNT-CLEAN-MONTHS
                   IF WS-CLEAN-MONTHS >= WS-RETURN-CLEAN-MONTHS
                           AND WS-WORST-DPD <= WS-CLEAN-MAX-DPD
                       PERFORM 2400-RETURN-DEPOSIT
                   END-IF
               END-IF
           END-IF.

       2310-READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           MOVE DEP-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ.

       2320-COUNT-CLEAN-MONTHS.
      * The closed periods inside the last twelve months, and the
      * worst month-end among them; a missing month simply does not
      * count toward the twelve
           MOVE ZERO TO WS-CLEAN-MONTHS
           MOVE ZERO TO WS-WORST-DPD
           IF HISTORY-FILE-WAS-OPENED
               MOVE 'N' TO WS-BHST-WALK-FLAG
               MOVE DEP-CUST-ID TO BHST-CUST-ID
               MOVE ZERO TO BHST-PERIOD-ID
               START BALANCE-HISTORY-FILE
                   KEY IS NOT LESS THAN BHST-KEY
                   INVALID KEY
                       SET HISTORY-WALK-DONE TO TRUE
               END-START
               PERFORM 2330-READ-ONE-HISTORY-ROW
                   UNTIL HISTORY-WALK-DONE
           END-IF.

       2330-READ-ONE-HISTORY-ROW.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-WALK-DONE TO TRUE
               NOT AT END
                   IF BHST-CUST-ID NOT = DEP-CUST-ID
                       SET HISTORY-WALK-DONE TO TRUE
                   ELSE
                       MOVE BHST-PERIOD-ID TO WS-WORK-PERIOD
                       COMPUTE WS-WORK-MONTH-NUMBER =
                           WS-WORK-YEAR * 12 + WS-WORK-MONTH
                       COMPUTE WS-MONTHS-ELAPSED =
                           WS-RUN-MONTH-NUMBER - WS-WORK-MONTH-NUMBER
                       IF WS-MONTHS-ELAPSED > ZERO
                               AND WS-MONTHS-ELAPSED <= 12
                           ADD 1 TO WS-CLEAN-MONTHS
                           IF BHST-DAYS-PAST-DUE > WS-WORST-DPD
                               MOVE BHST-DAYS-PAST-DUE
                                   TO WS-WORST-DPD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2400-RETURN-DEPOSIT.
      * Deposit and interest both go back on one check; the
      * balance is not touched - the deposit was never on it
           COMPUTE WS-RETURN-AMOUNT =
               DEP-AMOUNT-HELD + DEP-INTEREST-ACCRUED
           MOVE CUST-ID TO RFX-CUST-ID
           MOVE CUST-NAME TO RFX-PAYEE-NAME
           MOVE WS-RETURN-AMOUNT TO RFX-REFUND-AMOUNT
           MOVE CUST-ADDRESS-LINE-1 TO RFX-ADDRESS-LINE-1
           MOVE CUST-ADDRESS-LINE-2 TO RFX-ADDRESS-LINE-2
           MOVE CUST-CITY TO RFX-CITY
           MOVE CUST-STATE TO RFX-STATE
           MOVE CUST-ZIP-CODE TO RFX-ZIP-CODE
           MOVE STD-CURRENT-DATE TO RFX-REQUEST-DATE
           WRITE REFUND-EXTRACT-RECORD
           SET DEP-RETURNED TO TRUE
           MOVE STD-CURRENT-DATE TO DEP-RELEASE-DATE
           MOVE WS-RETURN-AMOUNT TO DEP-RELEASED-AMOUNT
           MOVE ZERO TO DEP-APPLIED-AMOUNT
           ADD 1 TO WS-RETURNS-MADE
           ADD WS-RETURN-AMOUNT TO WS-RETURN-TOTAL
           MOVE WS-RETURN-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO DEPOSIT-REGISTER-LINE
           STRING 'RETURNED ' DELIMITED BY SIZE
               DEP-CUST-ID DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               '  CHECK REQUESTED ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO DEPOSIT-REGISTER-LINE
           WRITE DEPOSIT-REGISTER-LINE
           MOVE CUST-ID TO CORR-CUST-ID
           MOVE 'DEP-RETURN' TO CORR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO CORR-SENT-DATE
           MOVE STD-CURRENT-TIME TO CORR-SENT-TIME
           MOVE SPACES TO CORR-DELIVERY-ADDRESS
           STRING CUST-ADDRESS-LINE-1 DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-CITY DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-STATE DELIMITED BY SIZE
               INTO CORR-DELIVERY-ADDRESS
           MOVE CUST-DAYS-PAST-DUE TO CORR-DAYS-PAST-DUE
           MOVE ZERO TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE ZERO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           IF NOT DEP-FILE-MISSING
               CLOSE DEPOSIT-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE REFUND-EXTRACT-FILE
           CLOSE CORRESPONDENCE-LOG-FILE
           CLOSE DEPOSIT-REGISTER-FILE
           IF HISTORY-FILE-WAS-OPENED
               CLOSE BALANCE-HISTORY-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Security Deposit Summary:'
           DISPLAY 'Deposit Rows Read: ' WS-DEPOSITS-READ
           DISPLAY 'Deposits Held: ' WS-DEPOSITS-HELD
           DISPLAY 'Interest Accruals: ' WS-ACCRUALS-MADE
           DISPLAY 'Interest Accrued: ' WS-INTEREST-TOTAL
           DISPLAY 'Deposits Returned: ' WS-RETURNS-MADE
           DISPLAY 'Amount Returned: ' WS-RETURN-TOTAL
           DISPLAY 'Deposits Not On Master: ' WS-NOT-ON-MASTER.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-DEP-RETURN-CODE
               MOVE 'DEPOSIT RUN COMPLETED WITH ERRORS'
                   TO LS-DEP-MESSAGE
           ELSE
               MOVE 0 TO LS-DEP-RETURN-CODE
               MOVE 'DEPOSIT RUN COMPLETE' TO LS-DEP-MESSAGE
           END-IF
           EXIT SECTION.
