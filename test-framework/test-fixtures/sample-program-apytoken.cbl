       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-APYTOKEN.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Autopay bank account conversion. Enrollments keyed before the
      * bank account vault existed still carry the routing and full
      * account number in clear on AUTOPAY-FILE. This job walks the
      * file, files each such account with SAMPLE-PROGRAM-BANKVLT,
      * and rewrites the row with the token and last four digits in
      * place of the numbers. Rows already tokenized are passed
      * over, so the job can be rerun until every row is converted;
      * a row the vault refuses keeps its clear numbers, is listed,
      * and the run ends RC 4. SAMPLE-PROGRAM-ACHORIG will not debit
      * an unconverted row.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Autopay enrollments, rewritten in place
           SELECT AUTOPAY-FILE ASSIGN TO "CUSTAPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APY-CUST-ID
               FILE STATUS IS WS-APY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
           COPY AUTOPAY-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-APY-FILE-STATUS      PIC XX.
           88  APY-FILE-OK         VALUE '00'.
           88  APY-FILE-AT-END     VALUE '10'.
           88  APY-FILE-MISSING    VALUE '35'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(6) VALUE ZERO.
           05  WS-ALREADY-TOKENIZED PIC 9(6) VALUE ZERO.
           05  WS-ROWS-CONVERTED   PIC 9(6) VALUE ZERO.
           05  WS-ROWS-REFUSED     PIC 9(6) VALUE ZERO.

      * Bank account vault handshake - TOKENIZE per row, CLOSE at
      * the end of the run
       01  WS-BANKVLT-PARM-AREA.
           05  WS-BVT-RETURN-CODE  PIC S9(4) COMP.
           05  WS-BVT-MESSAGE      PIC X(50).
           05  WS-BVT-FUNCTION     PIC X(10).
           05  WS-BVT-PROGRAM-NAME PIC X(24)
                                   VALUE 'SAMPLE-PROGRAM-APYTOKEN'.
           05  WS-BVT-OPERATOR-ID  PIC X(8) VALUE 'CONVERT'.
           05  WS-BVT-PURPOSE      PIC X(10) VALUE SPACES.
           05  WS-BVT-CUST-ID      PIC 9(9).
           05  WS-BVT-TOKEN        PIC X(16).
           05  WS-BVT-ROUTING-NUMBER PIC 9(9).
           05  WS-BVT-ACCOUNT-NUMBER PIC X(17).
           05  WS-BVT-LAST-FOUR    PIC X(4).

       LINKAGE SECTION.
       01  LS-APYTOKEN-PARM-AREA.
           05  LS-APT-RETURN-CODE  PIC S9(4) COMP.
           05  LS-APT-MESSAGE      PIC X(50).

       PROCEDURE DIVISION USING LS-APYTOKEN-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ENROLLMENTS
               UNTIL APY-FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN I-O AUTOPAY-FILE
           IF APY-FILE-MISSING
               DISPLAY 'NO AUTOPAY FILE - NOTHING TO CONVERT'
               MOVE 0 TO LS-APT-RETURN-CODE
               MOVE 'NO AUTOPAY FILE PRESENT' TO LS-APT-MESSAGE
               GOBACK
           END-IF
           IF NOT APY-FILE-OK
               DISPLAY 'ERROR OPENING AUTOPAY FILE: '
                   WS-APY-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-APT-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE ZERO TO WS-ROWS-READ.

       2000-CONVERT-ENROLLMENTS SECTION.
       2100-READ-ENROLLMENT.
           READ AUTOPAY-FILE NEXT RECORD
               AT END
                   SET APY-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF APY-TOKENIZED
                       ADD 1 TO WS-ALREADY-TOKENIZED
                   ELSE
                       PERFORM 2200-TOKENIZE-ROW
                   END-IF
           END-READ

      * 2200 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time, for
      * every enrollment, every pass
           EXIT SECTION.

       2200-TOKENIZE-ROW.
      * Cancelled rows are converted too - their numbers are no
      * safer in clear for the authorization having ended
           MOVE 'TOKENIZE' TO WS-BVT-FUNCTION
           MOVE APY-CUST-ID TO WS-BVT-CUST-ID
           MOVE APY-CLEAR-ROUTING-NUMBER TO WS-BVT-ROUTING-NUMBER
           MOVE APY-CLEAR-ACCOUNT-NUMBER TO WS-BVT-ACCOUNT-NUMBER
           CALL 'SAMPLE-PROGRAM-BANKVLT' USING WS-BANKVLT-PARM-AREA
           MOVE ZERO TO WS-BVT-ROUTING-NUMBER
           MOVE SPACES TO WS-BVT-ACCOUNT-NUMBER
           IF WS-BVT-RETURN-CODE = ZERO
               MOVE SPACES TO APY-BANK-ACCOUNT
               MOVE WS-BVT-TOKEN TO APY-BANK-TOKEN
               MOVE WS-BVT-LAST-FOUR TO APY-ACCOUNT-LAST-FOUR
               REWRITE AUTOPAY-RECORD
               IF APY-FILE-OK
                   ADD 1 TO WS-ROWS-CONVERTED
               ELSE
                   DISPLAY 'AUTOPAY REWRITE FAILED FOR CUST-ID '
                       APY-CUST-ID ': ' WS-APY-FILE-STATUS
                   ADD 1 TO WS-ROWS-REFUSED
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           ELSE
               DISPLAY 'NOT CONVERTED - CUST-ID ' APY-CUST-ID ': '
                   WS-BVT-MESSAGE
               ADD 1 TO WS-ROWS-REFUSED
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           MOVE 'CLOSE' TO WS-BVT-FUNCTION
           CALL 'SAMPLE-PROGRAM-BANKVLT' USING WS-BANKVLT-PARM-AREA
           CLOSE AUTOPAY-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Autopay Bank Account Conversion Summary:'
           DISPLAY 'Enrollments Read: ' WS-ROWS-READ
           DISPLAY 'Already Tokenized: ' WS-ALREADY-TOKENIZED
           DISPLAY 'Converted: ' WS-ROWS-CONVERTED
           DISPLAY 'Not Converted: ' WS-ROWS-REFUSED.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-APT-RETURN-CODE
               MOVE 'AUTOPAY CONVERSION COMPLETED WITH ERRORS'
                   TO LS-APT-MESSAGE
           ELSE
               MOVE 0 TO LS-APT-RETURN-CODE
               MOVE 'AUTOPAY CONVERSION COMPLETE' TO LS-APT-MESSAGE
           END-IF
           EXIT SECTION.
