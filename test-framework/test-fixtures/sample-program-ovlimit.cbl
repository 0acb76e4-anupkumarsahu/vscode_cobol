       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-OVLIMIT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-14.
      *****************************************************************
      * Daily over-limit report. Every account with a credit line of
      * its own on the credit-limit file is measured against that
      * line, and each one whose balance stands above it prints with
      * the line, the balance, and the excess - so the credit desk
      * starts the day with the list of accounts to call or block
      * instead of finding them one exception row at a time. An
      * account with no line is held to the run-wide ceiling by the
      * main pass and is not this report's business.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "CUSTCRLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-CUST-ID
               FILE STATUS IS WS-CRL-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OVER-LIMIT-REPORT-FILE ASSIGN TO "CUSTOVLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-LIMIT-FILE.
           COPY CREDIT-LIMIT-RECORD.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  OVER-LIMIT-REPORT-FILE.
       01  OVER-LIMIT-REPORT-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-CRL-FILE-STATUS      PIC XX.
           88  CRL-FILE-OK         VALUE '00'.
           88  CRL-FILE-AT-END     VALUE '10'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.

       01  WS-EXCESS-AMOUNT        PIC S9(7)V99 VALUE ZERO.
       01  WS-LIMIT-DISPLAY        PIC -(7)9.99.
       01  WS-BALANCE-DISPLAY      PIC -(7)9.99.
       01  WS-EXCESS-DISPLAY       PIC -(7)9.99.
       01  WS-TOTAL-DISPLAY        PIC -(9)9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZZZ9.

       01  WS-COUNTERS.
           05  WS-LINES-READ       PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-OVER    PIC 9(6) VALUE ZERO.
           05  WS-MISSING-CUSTOMERS PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-EXCESS     PIC S9(9)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-OVLIMIT-PARM-AREA.
           05  LS-OVL-RETURN-CODE  PIC S9(4) COMP.
           05  LS-OVL-MESSAGE      PIC X(50).
           05  LS-OVL-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-OVLIMIT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MEASURE-CREDIT-LINES
               UNTIL CRL-FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-OVL-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-OVL-CUSTOMER-FILE-NAME
                   TO WS-CUSTOMER-FILE-NAME
           END-IF

           OPEN INPUT CREDIT-LIMIT-FILE
           IF NOT CRL-FILE-OK
               DISPLAY 'NO CREDIT LIMIT FILE - NOTHING TO REPORT'
               MOVE 0 TO LS-OVL-RETURN-CODE
               MOVE 'NO CREDIT LIMIT FILE PRESENT' TO LS-OVL-MESSAGE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-OVL-RETURN-CODE
               CLOSE CREDIT-LIMIT-FILE
               GOBACK
           END-IF

           OPEN OUTPUT OVER-LIMIT-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING OVER-LIMIT REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-OVL-RETURN-CODE
               CLOSE CREDIT-LIMIT-FILE
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE SPACES TO OVER-LIMIT-REPORT-LINE
           STRING 'ACCOUNTS OVER CREDIT LINE AS OF ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO OVER-LIMIT-REPORT-LINE
           WRITE OVER-LIMIT-REPORT-LINE
           MOVE 'CUST-ID   NAME                                LINE'
               TO OVER-LIMIT-REPORT-LINE
           MOVE '       BALANCE        EXCESS'
               TO OVER-LIMIT-REPORT-LINE (51:28)
           WRITE OVER-LIMIT-REPORT-LINE.

       2000-MEASURE-CREDIT-LINES SECTION.
       2100-READ-CREDIT-LINE.
           READ CREDIT-LIMIT-FILE NEXT RECORD
               AT END
                   SET CRL-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM 2200-MEASURE-ONE-ACCOUNT
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-MEASURE-ONE-ACCOUNT.
           MOVE CRL-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
      * A line left behind by a purge or merge - nothing owes on it
                   ADD 1 TO WS-MISSING-CUSTOMERS
               NOT INVALID KEY
                   IF CUST-BALANCE > CRL-CREDIT-LIMIT
                       PERFORM 2300-WRITE-OVER-LIMIT-LINE
                   END-IF
           END-READ.

       2300-WRITE-OVER-LIMIT-LINE.
           COMPUTE WS-EXCESS-AMOUNT = CUST-BALANCE - CRL-CREDIT-LIMIT
           ADD 1 TO WS-ACCOUNTS-OVER
           ADD WS-EXCESS-AMOUNT TO WS-TOTAL-EXCESS
           MOVE CRL-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
           MOVE CUST-BALANCE TO WS-BALANCE-DISPLAY
           MOVE WS-EXCESS-AMOUNT TO WS-EXCESS-DISPLAY
           MOVE SPACES TO OVER-LIMIT-REPORT-LINE
           STRING CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EXCESS-DISPLAY DELIMITED BY SIZE
               INTO OVER-LIMIT-REPORT-LINE
           WRITE OVER-LIMIT-REPORT-LINE.

       3000-FINALIZE SECTION.
       3050-WRITE-TOTAL-LINE.
           MOVE WS-ACCOUNTS-OVER TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-EXCESS TO WS-TOTAL-DISPLAY
           MOVE SPACES TO OVER-LIMIT-REPORT-LINE
           STRING 'TOTAL  ACCOUNTS OVER LINE ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '  TOTAL EXCESS ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO OVER-LIMIT-REPORT-LINE
           WRITE OVER-LIMIT-REPORT-LINE.

       3100-CLOSE-FILES.
           CLOSE CREDIT-LIMIT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE OVER-LIMIT-REPORT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Over-Limit Report Summary:'
           DISPLAY 'Credit Lines Read: ' WS-LINES-READ
           DISPLAY 'Accounts Over Line: ' WS-ACCOUNTS-OVER
           DISPLAY 'Total Excess: ' WS-TOTAL-EXCESS
           DISPLAY 'Lines With No Customer On Master: '
               WS-MISSING-CUSTOMERS.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-OVL-RETURN-CODE
               MOVE 'OVER-LIMIT REPORT COMPLETED WITH ERRORS'
                   TO LS-OVL-MESSAGE
           ELSE
               MOVE 0 TO LS-OVL-RETURN-CODE
               MOVE 'OVER-LIMIT REPORT COMPLETE' TO LS-OVL-MESSAGE
           END-IF
           EXIT SECTION.
