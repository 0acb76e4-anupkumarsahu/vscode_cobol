       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-GARNFEED.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Garnishment remittance feed. Wage and bank garnishment checks
      * used to be keyed as ordinary payments, so nothing told them
      * apart from the customer's own money and no case showed what
      * its garnishment had brought in. The garnishee's remittances
      * now arrive as their own file, CUSTGRNI, one row per check,
      * quoting the account and the court's docket number. Each row
      * is matched to the open judgment for that docket on CUSTJDGM
      * and goes out as a CUSTTRAN payment row with source GARNISH on
      * CUSTGRNT for the posting engine's next run; posting credits
      * it to the judgment as collected and garnished. A row whose
      * account has no open judgment under that docket is not sent
      * to posting - it is listed on the exception report for the
      * litigation desk to research, and the run ends RC 4.
      * The file registers with the feed control service before a
      * row is read, so the same file presented twice is refused.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The garnishees' remittances - optional, most days have none
           SELECT GARNISH-REMIT-FILE ASSIGN TO "CUSTGRNI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRI-FILE-STATUS.

      * Every remittance must name an open case; read only
           SELECT JUDGMENT-FILE ASSIGN TO "CUSTJDGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDG-KEY
               FILE STATUS IS WS-JDG-FILE-STATUS.

      * Matched remittances for the posting engine's next run
           SELECT GARNISH-TRAN-FILE ASSIGN TO "CUSTGRNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

      * Remittances that matched no open case, and the batch totals
           SELECT GARNISH-EXCEPTION-FILE ASSIGN TO "CUSTGRNX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GARNISH-REMIT-FILE.
       01  GARNISH-REMIT-RECORD.
           05  GRI-CUST-ID         PIC 9(9).
           05  GRI-COURT-CASE-ID   PIC X(20).
           05  GRI-AMOUNT          PIC S9(7)V99.
           05  GRI-REMIT-DATE      PIC 9(8).
      * The employer or bank that withheld the money
           05  GRI-GARNISHEE-NAME  PIC X(30).

       FD  JUDGMENT-FILE.
           COPY JUDGMENT-RECORD.

       FD  GARNISH-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

       FD  GARNISH-EXCEPTION-FILE.
       01  GARNISH-EXCEPTION-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * Feed registration handshake - the physical file registers
      * before a single row processes, so a repeat presentation is
      * refused instead of applied twice
       01  WS-FEEDCTL-PARM-AREA.
           05  WS-FDC-RETURN-CODE  PIC S9(4) COMP.
           05  WS-FDC-MESSAGE      PIC X(50).
           05  WS-FDC-FUNCTION     PIC X(8).
           05  WS-FDC-FEED-CODE    PIC X(8).
           05  WS-FDC-FILE-NAME    PIC X(40).
           05  WS-FDC-BUSINESS-DATE PIC 9(8).
           05  WS-FDC-SEQUENCE     PIC 9(6).

       01  WS-GRI-FILE-STATUS      PIC XX.
           88  GRI-FILE-OK         VALUE '00'.
           88  GRI-FILE-AT-END     VALUE '10'.

       01  WS-JDG-FILE-STATUS      PIC XX.
           88  JDG-FILE-OK         VALUE '00'.

       01  WS-TRN-FILE-STATUS      PIC XX.
           88  TRN-FILE-OK         VALUE '00'.

       01  WS-GRX-FILE-STATUS      PIC XX.
           88  GRX-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-JDG-OPEN-FLAG    PIC X VALUE 'N'.
               88  JUDGMENT-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-SCAN-DONE-FLAG   PIC X VALUE 'N'.
               88  SCAN-DONE       VALUE 'Y'.
           05  WS-CASE-FOUND-FLAG  PIC X VALUE 'N'.
               88  CASE-FOUND      VALUE 'Y'.

       01  WS-EXCEPTION-NOTE       PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-REMITS-READ      PIC 9(6) VALUE ZERO.
           05  WS-REMITS-SENT      PIC 9(6) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(6) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-SENT-AMOUNT      PIC S9(9)V99 VALUE ZERO.
           05  WS-EXCEPTION-AMOUNT PIC S9(9)V99 VALUE ZERO.

       01  WS-AMOUNT-DISPLAY       PIC -,---,--9.99.
       01  WS-TOTAL-DISPLAY        PIC ---,---,--9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZZZ9.

       LINKAGE SECTION.
       01  LS-GARNFEED-PARM-AREA.
           05  LS-GRN-RETURN-CODE  PIC S9(4) COMP.
           05  LS-GRN-MESSAGE      PIC X(50).

       PROCEDURE DIVISION USING LS-GARNFEED-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REMITTANCES
               UNTIL GRI-FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME

           OPEN INPUT GARNISH-REMIT-FILE
           IF NOT GRI-FILE-OK
               DISPLAY 'NO GARNISHMENT REMITTANCES TODAY'
               MOVE 0 TO LS-GRN-RETURN-CODE
               MOVE 'NO GARNISHMENT FILE PRESENT' TO LS-GRN-MESSAGE
               GOBACK
           END-IF

      * Register the physical file before touching a row of it - a
      * duplicate presentation stops here, loudly
           MOVE 'REGISTER' TO WS-FDC-FUNCTION
           MOVE 'GARNISH' TO WS-FDC-FEED-CODE
           MOVE 'CUSTGRNI' TO WS-FDC-FILE-NAME
           MOVE STD-CURRENT-DATE TO WS-FDC-BUSINESS-DATE
           MOVE ZERO TO WS-FDC-SEQUENCE
           CALL 'SAMPLE-PROGRAM-FEEDCTL' USING WS-FEEDCTL-PARM-AREA
           IF WS-FDC-RETURN-CODE NOT = ZERO
               DISPLAY 'FEED REGISTRATION REFUSED: ' WS-FDC-MESSAGE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-GRN-RETURN-CODE
               GOBACK
           END-IF

      * No judgment file means no remittance can match - every row
      * goes to the exception report rather than to posting
           OPEN INPUT JUDGMENT-FILE
           IF JDG-FILE-OK
               SET JUDGMENT-FILE-WAS-OPENED TO TRUE
           END-IF

           OPEN OUTPUT GARNISH-TRAN-FILE
           IF NOT TRN-FILE-OK
               DISPLAY 'ERROR OPENING GARNISHMENT TRANSACTION FILE: '
                   WS-TRN-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-GRN-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT GARNISH-EXCEPTION-FILE
           IF NOT GRX-FILE-OK
               DISPLAY 'ERROR OPENING GARNISHMENT EXCEPTION REPORT: '
                   WS-GRX-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-GRN-RETURN-CODE
               GOBACK
           END-IF.

       1200-WRITE-REPORT-HEADER.
           MOVE SPACES TO GARNISH-EXCEPTION-LINE
           STRING 'GARNISHMENT REMITTANCE EXCEPTIONS - RUN '
               DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO GARNISH-EXCEPTION-LINE
           WRITE GARNISH-EXCEPTION-LINE
           MOVE SPACES TO GARNISH-EXCEPTION-LINE
           WRITE GARNISH-EXCEPTION-LINE.

       2000-PROCESS-REMITTANCES SECTION.
       2100-READ-REMITTANCE.
           READ GARNISH-REMIT-FILE
               AT END
                   SET GRI-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REMITS-READ
                   PERFORM 2200-MATCH-REMITTANCE
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-MATCH-REMITTANCE.
           EVALUATE TRUE
               WHEN GRI-CUST-ID NOT NUMERIC OR GRI-CUST-ID = ZERO
                   MOVE 'CUST-ID MISSING OR NOT NUMERIC'
                       TO WS-EXCEPTION-NOTE
                   PERFORM 2800-REPORT-EXCEPTION
               WHEN GRI-AMOUNT NOT NUMERIC OR GRI-AMOUNT NOT > ZERO
                   MOVE 'AMOUNT NOT POSITIVE' TO WS-EXCEPTION-NOTE
                   PERFORM 2800-REPORT-EXCEPTION
               WHEN OTHER
                   PERFORM 2300-FIND-OPEN-CASE
                   IF CASE-FOUND
                       PERFORM 2400-WRITE-PAYMENT-ROW
                   ELSE
                       MOVE 'NO OPEN JUDGMENT FOR THAT DOCKET'
                           TO WS-EXCEPTION-NOTE
                       PERFORM 2800-REPORT-EXCEPTION
                   END-IF
           END-EVALUATE.

       2300-FIND-OPEN-CASE.
      * Walk the account's cases for the open one under the docket
      * the garnishee quoted
           MOVE 'N' TO WS-CASE-FOUND-FLAG
           IF JUDGMENT-FILE-WAS-OPENED
               MOVE 'N' TO WS-SCAN-DONE-FLAG
               MOVE GRI-CUST-ID TO JDG-CUST-ID
               MOVE ZERO TO JDG-CASE-NO
               START JUDGMENT-FILE
                   KEY IS NOT LESS THAN JDG-KEY
                   INVALID KEY
                       SET SCAN-DONE TO TRUE
               END-START
               PERFORM 2310-READ-NEXT-CASE
                   UNTIL SCAN-DONE OR CASE-FOUND
           END-IF.

       2310-READ-NEXT-CASE.
           READ JUDGMENT-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF JDG-CUST-ID NOT = GRI-CUST-ID
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF JDG-OPEN
                               AND JDG-COURT-CASE-ID =
                                   GRI-COURT-CASE-ID
                           SET CASE-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2400-WRITE-PAYMENT-ROW.
           MOVE GRI-CUST-ID TO TRN-CUST-ID
           SET TRN-PAYMENT TO TRUE
           MOVE GRI-AMOUNT TO TRN-AMOUNT
           MOVE 'USD' TO TRN-CURRENCY-CODE
           MOVE GRI-REMIT-DATE TO TRN-TRANS-DATE
           MOVE 'GARNISH ' TO TRN-SOURCE-CODE
           MOVE GRI-GARNISHEE-NAME TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD
           ADD 1 TO WS-REMITS-SENT
           ADD GRI-AMOUNT TO WS-SENT-AMOUNT.

       2800-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF GRI-AMOUNT NUMERIC
               ADD GRI-AMOUNT TO WS-EXCEPTION-AMOUNT
               MOVE GRI-AMOUNT TO WS-AMOUNT-DISPLAY
           ELSE
               MOVE ZERO TO WS-AMOUNT-DISPLAY
           END-IF
           MOVE SPACES TO GARNISH-EXCEPTION-LINE
           STRING 'EXCEPTION: CUST-ID ' DELIMITED BY SIZE
               GRI-CUST-ID DELIMITED BY SIZE
               ' DOCKET ' DELIMITED BY SIZE
               GRI-COURT-CASE-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GRI-GARNISHEE-NAME DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-EXCEPTION-NOTE DELIMITED BY SIZE
               INTO GARNISH-EXCEPTION-LINE
           WRITE GARNISH-EXCEPTION-LINE.

       3000-FINALIZE SECTION.
       3100-WRITE-BATCH-TOTALS.
           MOVE SPACES TO GARNISH-EXCEPTION-LINE
           WRITE GARNISH-EXCEPTION-LINE
           MOVE WS-REMITS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO GARNISH-EXCEPTION-LINE
           STRING 'REMITTANCES RECEIVED ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO GARNISH-EXCEPTION-LINE
           WRITE GARNISH-EXCEPTION-LINE
           MOVE WS-REMITS-SENT TO WS-COUNT-DISPLAY
           MOVE WS-SENT-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO GARNISH-EXCEPTION-LINE
           STRING '  SENT TO POSTING    ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO GARNISH-EXCEPTION-LINE
           WRITE GARNISH-EXCEPTION-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-EXCEPTION-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO GARNISH-EXCEPTION-LINE
           STRING '  EXCEPTIONS         ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO GARNISH-EXCEPTION-LINE
           WRITE GARNISH-EXCEPTION-LINE.

       3200-CLOSE-FILES.
           CLOSE GARNISH-REMIT-FILE
           IF JUDGMENT-FILE-WAS-OPENED
               CLOSE JUDGMENT-FILE
           END-IF
           CLOSE GARNISH-TRAN-FILE
           CLOSE GARNISH-EXCEPTION-FILE.

       3300-DISPLAY-SUMMARY.
           DISPLAY 'Garnishment Feed Summary:'
           DISPLAY 'Remittances Read: ' WS-REMITS-READ
           DISPLAY 'Sent To Posting: ' WS-REMITS-SENT
           DISPLAY 'Amount Sent: ' WS-SENT-AMOUNT
           DISPLAY 'Exceptions: ' WS-EXCEPTION-COUNT
           DISPLAY 'Exception Amount: ' WS-EXCEPTION-AMOUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-GRN-RETURN-CODE
               MOVE 'GARNISHMENT FEED COMPLETED WITH ERRORS'
                   TO LS-GRN-MESSAGE
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO LS-GRN-RETURN-CODE
                   MOVE 'GARNISHMENT FEED - EXCEPTIONS TO RESEARCH'
                       TO LS-GRN-MESSAGE
               ELSE
                   MOVE 0 TO LS-GRN-RETURN-CODE
                   MOVE 'GARNISHMENT FEED COMPLETE' TO LS-GRN-MESSAGE
               END-IF
           END-IF
           EXIT SECTION.
