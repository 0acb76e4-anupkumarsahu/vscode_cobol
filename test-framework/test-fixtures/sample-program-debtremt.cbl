       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-DEBTREMT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Debt-buyer remittance report. Customers keep paying us after
      * their account is sold - old coupons, autopays nobody stopped.
      * The posting engine restamps each such payment SOLDFWD and
      * keeps it off the balance and out of recovery income; this
      * report, run after posting, is what gets that money to its
      * owner. Every SOLDFWD payment on the night's posting register
      * is looked up on the debt-sale file, CUSTSOLD, for the buyer
      * and sale that bought the account, and listed under its buyer
      * with the buyer's total to remit and a grand total that ties
      * to GLGEN's due-to-buyer entry. A forwarded payment whose
      * account has no sale row is listed under UNKNOWN for finance
      * to research, and the run ends RC 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-REGISTER-FILE ASSIGN TO "CUSTPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.

      * Which buyer and sale each forwarded account went out on;
      * read only
           SELECT DEBT-SALE-FILE ASSIGN TO "CUSTSOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSL-CUST-ID
               FILE STATUS IS WS-DSL-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

      * Remittance report, one block per buyer
           SELECT REMIT-REPORT-FILE ASSIGN TO "CUSTSLRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout the posting engine writes
       FD  POSTING-REGISTER-FILE.
       01  POSTING-REGISTER-RECORD.
           05  PREG-POST-DATE      PIC 9(8).
           05  PREG-POST-TIME      PIC 9(6).
           05  PREG-CUST-ID        PIC 9(9).
           05  PREG-TRANS-TYPE     PIC X.
           05  PREG-AMOUNT         PIC S9(7)V99.
           05  PREG-TRANS-DATE     PIC 9(8).
           05  PREG-SOURCE-CODE    PIC X(8).
           05  PREG-DISPOSITION    PIC X(8).
               88  PREG-POSTED     VALUE 'POSTED'.
           05  PREG-REJECT-REASON  PIC X(40).
           05  PREG-REMIT-PARENT-ID PIC 9(9).
           05  PREG-REMIT-TOTAL    PIC S9(7)V99.

       FD  DEBT-SALE-FILE.
           COPY DEBT-SALE-RECORD.

      * One row per forwarded payment, with its buyer already found
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-BUYER-CODE      PIC X(8).
           05  SRT-CUST-ID         PIC 9(9).
           05  SRT-TRANS-DATE      PIC 9(8).
           05  SRT-SALE-ID         PIC X(10).
           05  SRT-AMOUNT          PIC S9(7)V99.

       FD  REMIT-REPORT-FILE.
       01  REMIT-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-PREG-FILE-STATUS     PIC XX.
           88  PREG-FILE-OK        VALUE '00'.

       01  WS-DSL-FILE-STATUS      PIC XX.
           88  DSL-FILE-OK         VALUE '00'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-GROUP-OPEN-FLAG  PIC X VALUE 'N'.
               88  GROUP-IS-OPEN   VALUE 'Y'.
           05  WS-DSL-OPEN-FLAG    PIC X VALUE 'N'.
               88  DEBT-SALE-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-GROUP-AREA.
           05  WS-GROUP-BUYER-CODE PIC X(8) VALUE SPACES.
           05  WS-GROUP-PAYMENTS   PIC 9(6) VALUE ZERO.
           05  WS-GROUP-AMOUNT     PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-AREA.
           05  WS-GRAND-PAYMENTS   PIC 9(6) VALUE ZERO.
           05  WS-GRAND-AMOUNT     PIC S9(11)V99 VALUE ZERO.

       01  WS-AMOUNT-DISPLAY       PIC -,---,--9.99.
       01  WS-TOTAL-DISPLAY        PIC ---,---,--9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(6) VALUE ZERO.
           05  WS-BUYERS-REPORTED  PIC 9(6) VALUE ZERO.
           05  WS-UNKNOWN-COUNT    PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-DEBTREMT-PARM-AREA.
           05  LS-DRM-RETURN-CODE  PIC S9(4) COMP.
           05  LS-DRM-MESSAGE      PIC X(50).

       PROCEDURE DIVISION USING LS-DEBTREMT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BUYER-CODE SRT-CUST-ID
                   SRT-TRANS-DATE
               INPUT PROCEDURE IS 2000-BUILD-SORT-FILE
               OUTPUT PROCEDURE IS 3000-WRITE-REMITTANCES
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN INPUT POSTING-REGISTER-FILE
           IF NOT PREG-FILE-OK
               DISPLAY 'NO POSTING REGISTER - NOTHING TO REMIT'
               MOVE 0 TO LS-DRM-RETURN-CODE
               MOVE 'NO POSTING REGISTER PRESENT' TO LS-DRM-MESSAGE
               GOBACK
           END-IF

      * No sale file - every forwarded payment reports as unknown
           OPEN INPUT DEBT-SALE-FILE
           IF DSL-FILE-OK
               SET DEBT-SALE-FILE-WAS-OPENED TO TRUE
           END-IF

           OPEN OUTPUT REMIT-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING BUYER REMITTANCE REPORT: '
                   WS-RPT-FILE-STATUS
               MOVE 8 TO LS-DRM-RETURN-CODE
               MOVE 'REMITTANCE REPORT NOT OPENED' TO LS-DRM-MESSAGE
               CLOSE POSTING-REGISTER-FILE
               IF DEBT-SALE-FILE-WAS-OPENED
                   CLOSE DEBT-SALE-FILE
               END-IF
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING 'PAYMENTS TO FORWARD TO DEBT BUYERS - RUN '
               DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE SPACES TO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE.

       2000-BUILD-SORT-FILE SECTION.
       2010-BUILD-SORT-FILE-CONTROL.
           PERFORM 2100-READ-REGISTER
               UNTIL END-OF-FILE

      * 2100 and what it PERFORMs already ran above via the explicit
      * PERFORM - exit the section here instead of falling into them
      * a second time
           EXIT SECTION.

       2100-READ-REGISTER.
           READ POSTING-REGISTER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF PREG-POSTED
                           AND PREG-TRANS-TYPE = 'P'
                           AND PREG-SOURCE-CODE = 'SOLDFWD '
                       PERFORM 2200-RELEASE-PAYMENT
                   END-IF
           END-READ.

       2200-RELEASE-PAYMENT.
           MOVE 'UNKNOWN ' TO SRT-BUYER-CODE
           MOVE SPACES TO SRT-SALE-ID
           IF DEBT-SALE-FILE-WAS-OPENED
               MOVE PREG-CUST-ID TO DSL-CUST-ID
               READ DEBT-SALE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DSL-BUYER-CODE TO SRT-BUYER-CODE
                       MOVE DSL-SALE-ID TO SRT-SALE-ID
               END-READ
           END-IF
           IF SRT-BUYER-CODE = 'UNKNOWN '
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF
           MOVE PREG-CUST-ID TO SRT-CUST-ID
           MOVE PREG-TRANS-DATE TO SRT-TRANS-DATE
           MOVE PREG-AMOUNT TO SRT-AMOUNT
           RELEASE SORT-RECORD.

       3000-WRITE-REMITTANCES SECTION.
       3010-WRITE-CONTROL.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 3100-RETURN-PAYMENT
               UNTIL END-OF-FILE
           IF GROUP-IS-OPEN
               PERFORM 3400-CLOSE-GROUP
           END-IF
           PERFORM 3500-WRITE-GRAND-TOTALS

      * 3100 through 3500 already ran above via the explicit PERFORM
      * - exit the section here instead of falling into them a
      * second time
           EXIT SECTION.

       3100-RETURN-PAYMENT.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF GROUP-IS-OPEN
                       AND SRT-BUYER-CODE NOT = WS-GROUP-BUYER-CODE
                       PERFORM 3400-CLOSE-GROUP
                   END-IF
                   IF NOT GROUP-IS-OPEN
                       PERFORM 3200-OPEN-GROUP
                   END-IF
                   PERFORM 3300-WRITE-PAYMENT-LINE
           END-RETURN.

       3200-OPEN-GROUP.
           SET GROUP-IS-OPEN TO TRUE
           MOVE SRT-BUYER-CODE TO WS-GROUP-BUYER-CODE
           MOVE ZERO TO WS-GROUP-PAYMENTS
           MOVE ZERO TO WS-GROUP-AMOUNT
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING 'BUYER ' DELIMITED BY SIZE
               SRT-BUYER-CODE DELIMITED BY SIZE
               INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING '  CUST-ID   SALE-ID    PAID ON ' DELIMITED BY SIZE
               '        AMOUNT' DELIMITED BY SIZE
               INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE.

       3300-WRITE-PAYMENT-LINE.
           ADD 1 TO WS-GROUP-PAYMENTS
           ADD SRT-AMOUNT TO WS-GROUP-AMOUNT
           MOVE SRT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               SRT-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-SALE-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-TRANS-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE.

       3400-CLOSE-GROUP.
           MOVE WS-GROUP-PAYMENTS TO WS-COUNT-DISPLAY
           MOVE WS-GROUP-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING '  PAYMENTS ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '  TO REMIT ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE SPACES TO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           ADD 1 TO WS-BUYERS-REPORTED
           ADD WS-GROUP-PAYMENTS TO WS-GRAND-PAYMENTS
           ADD WS-GROUP-AMOUNT TO WS-GRAND-AMOUNT
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.

       3500-WRITE-GRAND-TOTALS.
           MOVE WS-GRAND-PAYMENTS TO WS-COUNT-DISPLAY
           MOVE WS-GRAND-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING 'ALL BUYERS - PAYMENTS ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '  TO REMIT ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE.

       4000-FINALIZE SECTION.
       4100-CLOSE-FILES.
           CLOSE POSTING-REGISTER-FILE
           IF DEBT-SALE-FILE-WAS-OPENED
               CLOSE DEBT-SALE-FILE
           END-IF
           CLOSE REMIT-REPORT-FILE.

       4200-DISPLAY-SUMMARY.
           DISPLAY 'Debt-Buyer Remittance Summary:'
           DISPLAY 'Register Rows Read: ' WS-ROWS-READ
           DISPLAY 'Payments To Forward: ' WS-GRAND-PAYMENTS
           DISPLAY 'Amount To Forward: ' WS-GRAND-AMOUNT
           DISPLAY 'Buyers Reported: ' WS-BUYERS-REPORTED
           DISPLAY 'Payments With No Sale Row: ' WS-UNKNOWN-COUNT.

       4999-EXIT.
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE 4 TO LS-DRM-RETURN-CODE
               MOVE 'BUYER REMITTANCE - PAYMENTS WITH NO SALE ROW'
                   TO LS-DRM-MESSAGE
           ELSE
               MOVE 0 TO LS-DRM-RETURN-CODE
               MOVE 'BUYER REMITTANCE REPORT COMPLETE'
                   TO LS-DRM-MESSAGE
           END-IF
           EXIT SECTION.
