       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SOLTRACK.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Nightly statute-of-limitations pass for time-barred debt.
      * Two passes:
      *   Payments - the posting engine's rolling payment history
      *   is folded into the tracking file, which keeps each
      *   account's last payment date long after the window has
      *   rolled past it.
      *   Review - every ACTIVE-CUSTOMER account owing past-due
      *   money has its clock start worked out: the last payment
      *   date, or the first delinquency when no payment has come
      *   since. The statute table row for CUST-STATE effective
      *   on that day sets the limit; an account inside the
      *   table's warning days of the limit is marked approaching,
      *   and one past it time-barred. A payment restarts the
      *   clock, and an account that cures clears its delinquency.
      * The seven-year bureau reporting window, counted from the
      * first delinquency, is kept on the same row. Every account
      * whose status changes tonight is listed on the report so
      * collections and legal see the change the day it happens.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * The posting engine's rolling recent-payment window; optional
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "CUSTPHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHI-FILE-STATUS.

      * Limits by state and effective date; optional, missing means
      * no limit is known and nothing is barred
           SELECT STATUTE-LIMIT-FILE ASSIGN TO "CUSTSOLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-KEY
               FILE STATUS IS WS-SOL-FILE-STATUS.

      * The per-account tracking rows the collection programs read
           SELECT TIME-BAR-FILE ASSIGN TO "CUSTTBAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBR-CUST-ID
               FILE STATUS IS WS-TBR-FILE-STATUS.

      * Tonight's status changes
           SELECT TIME-BAR-REPORT-FILE ASSIGN TO "CUSTTBRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHI-CUST-ID         PIC 9(9).
           05  PHI-AMOUNT          PIC S9(7)V99.
           05  PHI-TRANS-DATE      PIC 9(8).
           05  PHI-SOURCE-CODE     PIC X(8).
           05  PHI-POST-DATE       PIC 9(8).

       FD  STATUTE-LIMIT-FILE.
           COPY STATUTE-LIMIT-RECORD.

       FD  TIME-BAR-FILE.
           COPY TIME-BAR-RECORD.

       FD  TIME-BAR-REPORT-FILE.
       01  TIME-BAR-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-AT-END         VALUE '10'.

       01  WS-PHI-FILE-STATUS      PIC XX.
           88  PHI-FILE-OK         VALUE '00'.
           88  PHI-FILE-AT-END     VALUE '10'.
       01  WS-PHI-OPENED-FLAG      PIC X VALUE 'N'.
           88  HISTORY-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-SOL-FILE-STATUS      PIC XX.
           88  SOL-FILE-OK         VALUE '00'.
           88  SOL-FILE-MISSING    VALUE '35'.
       01  WS-SOL-OPENED-FLAG      PIC X VALUE 'N'.
           88  STATUTE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-SOL-WALK-FLAG        PIC X VALUE 'N'.
           88  STATUTE-WALK-DONE   VALUE 'Y'.

       01  WS-TBR-FILE-STATUS      PIC XX.
           88  TBR-FILE-OK         VALUE '00'.
           88  TBR-FILE-MISSING    VALUE '35'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-TBR-EXISTS-FLAG  PIC X VALUE 'N'.
               88  TIME-BAR-ROW-EXISTS VALUE 'Y'.

       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DAYS           PIC 9(8) COMP VALUE ZERO.
      * The limit found for the account's clock start - zero years
      * means the state has no row in force
       01  WS-LIMIT-YEARS          PIC 9(2) VALUE ZERO.
       01  WS-WARNING-DAYS         PIC 9(3) VALUE ZERO.
       01  WS-DAYS-TO-LIMIT        PIC S9(8) COMP VALUE ZERO.
      * Years are added to a YYYYMMDD date by adding to its year; a
      * leap day landing in a common year steps back to the 28th
       01  WS-WORK-DATE            PIC 9(8) VALUE ZERO.
       01  WS-OLD-STATUS           PIC X VALUE SPACE.
       01  WS-STATUS-TEXT          PIC X(20) VALUE SPACES.
       01  WS-BALANCE-DISPLAY      PIC -(7)9.99.

       01  WS-COUNTERS.
           05  WS-PAYMENTS-READ    PIC 9(6) VALUE ZERO.
           05  WS-PAYMENT-DATES-MOVED PIC 9(6) VALUE ZERO.
           05  WS-SCANNED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-REVIEWED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-NO-LIMIT-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-APPROACHING-COUNT PIC 9(6) VALUE ZERO.
           05  WS-TIME-BARRED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-STATUS-CHANGES   PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-SOLTRACK-PARM-AREA.
           05  LS-SOL-RETURN-CODE  PIC S9(4) COMP.
           05  LS-SOL-MESSAGE      PIC X(50).
           05  LS-SOL-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-SOLTRACK-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FOLD-PAYMENTS
               UNTIL PHI-FILE-AT-END
           PERFORM 2500-REVIEW-ACCOUNTS
               UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-SOL-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-SOL-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SOL-RETURN-CODE
               GOBACK
           END-IF

      * No payment history tonight still reviews every account
      * against the dates already on file
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF PHI-FILE-OK
               SET HISTORY-FILE-WAS-OPENED TO TRUE
           ELSE
               SET PHI-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT STATUTE-LIMIT-FILE
           IF SOL-FILE-OK
               SET STATUTE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT SOL-FILE-MISSING
                   DISPLAY 'ERROR OPENING STATUTE TABLE: '
                       WS-SOL-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-SOL-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Tracking file - created on first use like the other keyed
      * side files
           OPEN I-O TIME-BAR-FILE
           IF TBR-FILE-MISSING
               OPEN OUTPUT TIME-BAR-FILE
               CLOSE TIME-BAR-FILE
               OPEN I-O TIME-BAR-FILE
           END-IF
           IF NOT TBR-FILE-OK
               DISPLAY 'ERROR OPENING TIME-BAR FILE: '
                   WS-TBR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SOL-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TIME-BAR-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING TIME-BAR REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SOL-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
           MOVE SPACES TO TIME-BAR-REPORT-LINE
           STRING 'STATUTE-OF-LIMITATIONS STATUS CHANGES AS OF '
                   DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO TIME-BAR-REPORT-LINE
           WRITE TIME-BAR-REPORT-LINE.

       2000-FOLD-PAYMENTS SECTION.
       2100-READ-PAYMENT.
           READ PAYMENT-HISTORY-FILE
               AT END
                   SET PHI-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAYMENTS-READ
                   IF PHI-AMOUNT > ZERO
                       PERFORM 2200-FOLD-ONE-PAYMENT
                   END-IF
           END-READ

      * 2200 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2200-FOLD-ONE-PAYMENT.
      * The window overlaps night to night, so only a later date
      * moves the row; the same payment read again changes nothing
           PERFORM 2210-READ-TIME-BAR-ROW
           IF PHI-TRANS-DATE > TBR-LAST-PAYMENT-DATE
               MOVE PHI-TRANS-DATE TO TBR-LAST-PAYMENT-DATE
               ADD 1 TO WS-PAYMENT-DATES-MOVED
               PERFORM 2220-SAVE-TIME-BAR-ROW
           END-IF.

       2210-READ-TIME-BAR-ROW.
           MOVE 'N' TO WS-TBR-EXISTS-FLAG
           MOVE PHI-CUST-ID TO TBR-CUST-ID
           READ TIME-BAR-FILE
               INVALID KEY
                   MOVE PHI-CUST-ID TO TBR-CUST-ID
                   PERFORM 2215-CLEAR-TIME-BAR-ROW
               NOT INVALID KEY
                   SET TIME-BAR-ROW-EXISTS TO TRUE
           END-READ.

       2215-CLEAR-TIME-BAR-ROW.
           MOVE ZERO TO TBR-LAST-PAYMENT-DATE
           MOVE ZERO TO TBR-FIRST-DELINQ-DATE
           MOVE ZERO TO TBR-CLOCK-START-DATE
           MOVE SPACES TO TBR-STATE
           MOVE ZERO TO TBR-LIMIT-YEARS
           MOVE ZERO TO TBR-LIMIT-DATE
           SET TBR-WITHIN-LIMIT TO TRUE
           MOVE ZERO TO TBR-STATUS-DATE
           MOVE ZERO TO TBR-REPORTING-END-DATE
           MOVE ZERO TO TBR-REVIEWED-DATE.

       2220-SAVE-TIME-BAR-ROW.
           IF TIME-BAR-ROW-EXISTS
               REWRITE TIME-BAR-RECORD
                   INVALID KEY
                       DISPLAY 'TIME-BAR REWRITE FAILED, CUST-ID '
                           TBR-CUST-ID ' STATUS=' WS-TBR-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
               END-REWRITE
           ELSE
               WRITE TIME-BAR-RECORD
                   INVALID KEY
                       DISPLAY 'TIME-BAR WRITE FAILED, CUST-ID '
                           TBR-CUST-ID ' STATUS=' WS-TBR-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                   NOT INVALID KEY
                       SET TIME-BAR-ROW-EXISTS TO TRUE
               END-WRITE
           END-IF.

       2500-REVIEW-ACCOUNTS SECTION.
       2510-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCANNED-COUNT
                   IF ACTIVE-CUSTOMER
                       PERFORM 2600-REVIEW-ONE-ACCOUNT
                   END-IF
           END-READ

      * 2600 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time,
      * for every customer, every pass
           EXIT SECTION.

       2600-REVIEW-ONE-ACCOUNT.
      * Only money past due is a debt the statute runs against; an
      * account owing nothing past due clears its delinquency and
      * sits within the limit
           MOVE 'N' TO WS-TBR-EXISTS-FLAG
           MOVE CUST-ID TO TBR-CUST-ID
           READ TIME-BAR-FILE
               INVALID KEY
                   MOVE CUST-ID TO TBR-CUST-ID
                   PERFORM 2215-CLEAR-TIME-BAR-ROW
               NOT INVALID KEY
                   SET TIME-BAR-ROW-EXISTS TO TRUE
           END-READ
           MOVE TBR-STATUS TO WS-OLD-STATUS
           MOVE CUST-STATE TO TBR-STATE
           IF CUST-BALANCE > ZERO AND CUST-DAYS-PAST-DUE > ZERO
               ADD 1 TO WS-REVIEWED-COUNT
               PERFORM 2610-SET-DELINQUENCY-DATES
               PERFORM 2620-SET-LIMIT
           ELSE
               MOVE ZERO TO TBR-FIRST-DELINQ-DATE
               MOVE ZERO TO TBR-REPORTING-END-DATE
               MOVE ZERO TO TBR-CLOCK-START-DATE
               MOVE ZERO TO TBR-LIMIT-YEARS
               MOVE ZERO TO TBR-LIMIT-DATE
               SET TBR-WITHIN-LIMIT TO TRUE
           END-IF
           IF TBR-STATUS NOT = WS-OLD-STATUS
               MOVE WS-TODAY-DATE-NUM TO TBR-STATUS-DATE
               ADD 1 TO WS-STATUS-CHANGES
               PERFORM 2700-REPORT-STATUS-CHANGE
           END-IF
           MOVE WS-TODAY-DATE-NUM TO TBR-REVIEWED-DATE
      * A current account never seen before needs no row at all
           IF TIME-BAR-ROW-EXISTS OR TBR-FIRST-DELINQ-DATE NOT = ZERO
               PERFORM 2220-SAVE-TIME-BAR-ROW
           END-IF.

       2610-SET-DELINQUENCY-DATES.
      * The first delinquency is fixed the first night it is seen,
      * backed off from today by the days past due, and stays put
      * until the account cures
           IF TBR-FIRST-DELINQ-DATE = ZERO
               COMPUTE TBR-FIRST-DELINQ-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (WS-TODAY-DAYS - CUST-DAYS-PAST-DUE)
           END-IF
           COMPUTE WS-WORK-DATE = TBR-FIRST-DELINQ-DATE + 70000
           PERFORM 2690-FIX-LEAP-DAY
           MOVE WS-WORK-DATE TO TBR-REPORTING-END-DATE
      * The clock runs from the last payment - a payment restarts
      * it - or from the first delinquency when no payment since
           IF TBR-LAST-PAYMENT-DATE > TBR-FIRST-DELINQ-DATE
               MOVE TBR-LAST-PAYMENT-DATE TO TBR-CLOCK-START-DATE
           ELSE
               MOVE TBR-FIRST-DELINQ-DATE TO TBR-CLOCK-START-DATE
           END-IF.

       2620-SET-LIMIT.
           PERFORM 2630-FIND-STATUTE
           MOVE WS-LIMIT-YEARS TO TBR-LIMIT-YEARS
           IF WS-LIMIT-YEARS = ZERO
               ADD 1 TO WS-NO-LIMIT-COUNT
               MOVE ZERO TO TBR-LIMIT-DATE
               SET TBR-WITHIN-LIMIT TO TRUE
           ELSE
               COMPUTE WS-WORK-DATE =
                   TBR-CLOCK-START-DATE + WS-LIMIT-YEARS * 10000
               PERFORM 2690-FIX-LEAP-DAY
               MOVE WS-WORK-DATE TO TBR-LIMIT-DATE
               COMPUTE WS-DAYS-TO-LIMIT =
                   FUNCTION INTEGER-OF-DATE (TBR-LIMIT-DATE)
                       - WS-TODAY-DAYS
               EVALUATE TRUE
                   WHEN WS-DAYS-TO-LIMIT <= ZERO
                       SET TBR-TIME-BARRED TO TRUE
                       ADD 1 TO WS-TIME-BARRED-COUNT
                   WHEN WS-DAYS-TO-LIMIT <= WS-WARNING-DAYS
                       SET TBR-APPROACHING TO TRUE
                       ADD 1 TO WS-APPROACHING-COUNT
                   WHEN OTHER
                       SET TBR-WITHIN-LIMIT TO TRUE
               END-EVALUATE
           END-IF.

       2630-FIND-STATUTE.
      * Latest row for the state effective on or before the clock
      * start - the same walk the billing run makes for tax rates
           MOVE ZERO TO WS-LIMIT-YEARS
           MOVE ZERO TO WS-WARNING-DAYS
           IF STATUTE-FILE-WAS-OPENED
               MOVE 'N' TO WS-SOL-WALK-FLAG
               MOVE CUST-STATE TO SOL-STATE
               MOVE ZERO TO SOL-EFFECTIVE-DATE
               START STATUTE-LIMIT-FILE
                   KEY IS NOT LESS THAN SOL-KEY
                   INVALID KEY
                       SET STATUTE-WALK-DONE TO TRUE
               END-START
               PERFORM 2635-READ-NEXT-STATUTE
                   UNTIL STATUTE-WALK-DONE
           END-IF.

       2635-READ-NEXT-STATUTE.
           READ STATUTE-LIMIT-FILE NEXT RECORD
               AT END
                   SET STATUTE-WALK-DONE TO TRUE
               NOT AT END
                   IF SOL-STATE NOT = CUST-STATE
                           OR SOL-EFFECTIVE-DATE >
                               TBR-CLOCK-START-DATE
                       SET STATUTE-WALK-DONE TO TRUE
                   ELSE
                       MOVE SOL-LIMIT-YEARS TO WS-LIMIT-YEARS
                       MOVE SOL-WARNING-DAYS TO WS-WARNING-DAYS
                   END-IF
           END-READ.

       2690-FIX-LEAP-DAY.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-WORK-DATE) NOT = ZERO
               SUBTRACT 1 FROM WS-WORK-DATE
           END-IF.

       2700-REPORT-STATUS-CHANGE.
           EVALUATE TRUE
               WHEN TBR-TIME-BARRED
                   MOVE 'NOW TIME-BARRED' TO WS-STATUS-TEXT
               WHEN TBR-APPROACHING
                   MOVE 'APPROACHING LIMIT' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'WITHIN LIMIT' TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE CUST-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO TIME-BAR-REPORT-LINE
           STRING 'CUST ' DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               ' STATE ' DELIMITED BY SIZE
               TBR-STATE DELIMITED BY SIZE
               ' CLOCK ' DELIMITED BY SIZE
               TBR-CLOCK-START-DATE DELIMITED BY SIZE
               ' LIMIT ' DELIMITED BY SIZE
               TBR-LIMIT-DATE DELIMITED BY SIZE
               ' REPORT-END ' DELIMITED BY SIZE
               TBR-REPORTING-END-DATE DELIMITED BY SIZE
               ' BAL' DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               INTO TIME-BAR-REPORT-LINE
           WRITE TIME-BAR-REPORT-LINE.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE TIME-BAR-FILE
           CLOSE TIME-BAR-REPORT-FILE
           IF HISTORY-FILE-WAS-OPENED
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           IF STATUTE-FILE-WAS-OPENED
               CLOSE STATUTE-LIMIT-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Statute-of-Limitations Summary:'
           DISPLAY 'Payment Rows Read: ' WS-PAYMENTS-READ
           DISPLAY 'Last Payment Dates Moved: ' WS-PAYMENT-DATES-MOVED
           DISPLAY 'Customers Scanned: ' WS-SCANNED-COUNT
           DISPLAY 'Delinquent Accounts Reviewed: ' WS-REVIEWED-COUNT
           DISPLAY 'No Limit On File For State: ' WS-NO-LIMIT-COUNT
           DISPLAY 'Approaching Limit: ' WS-APPROACHING-COUNT
           DISPLAY 'Time-Barred: ' WS-TIME-BARRED-COUNT
           DISPLAY 'Status Changes Reported: ' WS-STATUS-CHANGES.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-SOL-RETURN-CODE
               MOVE 'STATUTE TRACKING COMPLETED WITH ERRORS'
                   TO LS-SOL-MESSAGE
           ELSE
               MOVE 0 TO LS-SOL-RETURN-CODE
               MOVE 'STATUTE TRACKING COMPLETE' TO LS-SOL-MESSAGE
           END-IF
           EXIT SECTION.
