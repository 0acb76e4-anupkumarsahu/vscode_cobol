       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-DEBTPUTB.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Debt-sale putback. A sale agreement lets the buyer return an
      * account it finds was not eligible to be sold - a bankruptcy
      * filed before the sale, a deceased debtor, a balance already
      * paid. The buyer's putback file, CUSTSLPB, names each account
      * returned, the sale it came in on, and why. Each row is
      * matched to the account's sold row on the debt-sale file,
      * CUSTSOLD, which is marked put back with the date and reason:
      * the account is ours again - the posting engine recovers its
      * payments from the next run on - and no later sale offers it
      * a second time. The price the buyer paid for it is refunded,
      * appended to the debt-sale GL memo, CUSTSLGL, for GLGEN to
      * reverse the proceeds. A row naming an account the sale file
      * does not show sold under that sale is not applied; it is
      * listed on the putback report for finance to take up with the
      * buyer, and the run ends RC 4.
      * The file registers with the feed control service before a
      * row is read, so the same file presented twice is refused.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The buyer's returned accounts - optional, most days have none
           SELECT PUTBACK-FILE ASSIGN TO "CUSTSLPB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBK-FILE-STATUS.

      * Every putback must name an account sold under its sale
           SELECT DEBT-SALE-FILE ASSIGN TO "CUSTSOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSL-CUST-ID
               FILE STATUS IS WS-DSL-FILE-STATUS.

      * Refunded proceeds for GLGEN, appended across runs
           SELECT SALE-GL-FILE ASSIGN TO "CUSTSLGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGL-FILE-STATUS.

      * Every putback applied or refused, and the batch totals
           SELECT PUTBACK-REPORT-FILE ASSIGN TO "CUSTSLPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUTBACK-FILE.
       01  PUTBACK-RECORD.
           05  PBK-CUST-ID         PIC 9(9).
           05  PBK-SALE-ID         PIC X(10).
           05  PBK-REASON          PIC X(20).
           05  PBK-RETURN-DATE     PIC 9(8).

       FD  DEBT-SALE-FILE.
           COPY DEBT-SALE-RECORD.

       FD  SALE-GL-FILE.
           COPY DEBT-SALE-GL-RECORD.

       FD  PUTBACK-REPORT-FILE.
       01  PUTBACK-REPORT-LINE     PIC X(132).

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

       01  WS-PBK-FILE-STATUS      PIC XX.
           88  PBK-FILE-OK         VALUE '00'.
           88  PBK-FILE-AT-END     VALUE '10'.

       01  WS-DSL-FILE-STATUS      PIC XX.
           88  DSL-FILE-OK         VALUE '00'.

       01  WS-SGL-FILE-STATUS      PIC XX.
           88  SGL-FILE-OK         VALUE '00'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-DSL-OPEN-FLAG    PIC X VALUE 'N'.
               88  DEBT-SALE-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-EXCEPTION-NOTE       PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(6) VALUE ZERO.
           05  WS-PUTBACKS-APPLIED PIC 9(6) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(6) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-BALANCE-RETURNED PIC S9(9)V99 VALUE ZERO.
           05  WS-PROCEEDS-REFUNDED PIC S9(9)V99 VALUE ZERO.

       01  WS-AMOUNT-DISPLAY       PIC -,---,--9.99.
       01  WS-TOTAL-DISPLAY        PIC ---,---,--9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZZZ9.

       LINKAGE SECTION.
       01  LS-DEBTPUTB-PARM-AREA.
           05  LS-DPB-RETURN-CODE  PIC S9(4) COMP.
           05  LS-DPB-MESSAGE      PIC X(50).

       PROCEDURE DIVISION USING LS-DEBTPUTB-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PUTBACKS
               UNTIL PBK-FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME

           OPEN INPUT PUTBACK-FILE
           IF NOT PBK-FILE-OK
               DISPLAY 'NO DEBT-SALE PUTBACKS TODAY'
               MOVE 0 TO LS-DPB-RETURN-CODE
               MOVE 'NO PUTBACK FILE PRESENT' TO LS-DPB-MESSAGE
               GOBACK
           END-IF

      * Register the physical file before touching a row of it - a
      * duplicate presentation stops here, loudly
           MOVE 'REGISTER' TO WS-FDC-FUNCTION
           MOVE 'PUTBACK' TO WS-FDC-FEED-CODE
           MOVE 'CUSTSLPB' TO WS-FDC-FILE-NAME
           MOVE STD-CURRENT-DATE TO WS-FDC-BUSINESS-DATE
           MOVE ZERO TO WS-FDC-SEQUENCE
           CALL 'SAMPLE-PROGRAM-FEEDCTL' USING WS-FEEDCTL-PARM-AREA
           IF WS-FDC-RETURN-CODE NOT = ZERO
               DISPLAY 'FEED REGISTRATION REFUSED: ' WS-FDC-MESSAGE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DPB-RETURN-CODE
               GOBACK
           END-IF

      * No sale file means nothing was ever sold - every row goes to
      * the report rather than being applied
           OPEN I-O DEBT-SALE-FILE
           IF DSL-FILE-OK
               SET DEBT-SALE-FILE-WAS-OPENED TO TRUE
           END-IF

      * The GL memo accumulates until GLGEN picks up its night's
      * rows, so appended - created on first use
           OPEN EXTEND SALE-GL-FILE
           IF SGL-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT SALE-GL-FILE
           END-IF
           IF NOT SGL-FILE-OK
               DISPLAY 'ERROR OPENING DEBT SALE GL MEMO: '
                   WS-SGL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DPB-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PUTBACK-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING PUTBACK REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DPB-RETURN-CODE
               GOBACK
           END-IF.

       1200-WRITE-REPORT-HEADER.
           MOVE SPACES TO PUTBACK-REPORT-LINE
           STRING 'DEBT-SALE PUTBACKS - RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO PUTBACK-REPORT-LINE
           WRITE PUTBACK-REPORT-LINE
           MOVE SPACES TO PUTBACK-REPORT-LINE
           WRITE PUTBACK-REPORT-LINE
           MOVE SPACES TO PUTBACK-REPORT-LINE
           STRING 'CUST-ID   SALE-ID    BUYER    ' DELIMITED BY SIZE
               '  BALANCE SOLD       REFUND  REASON'
               DELIMITED BY SIZE
               INTO PUTBACK-REPORT-LINE
           WRITE PUTBACK-REPORT-LINE.

       2000-PROCESS-PUTBACKS SECTION.
       2100-READ-PUTBACK.
           READ PUTBACK-FILE
               AT END
                   SET PBK-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 2200-MATCH-PUTBACK
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-MATCH-PUTBACK.
           MOVE SPACES TO WS-EXCEPTION-NOTE
           IF NOT DEBT-SALE-FILE-WAS-OPENED
               MOVE 'NO DEBT-SALE FILE ON RECORD' TO WS-EXCEPTION-NOTE
           ELSE
               MOVE PBK-CUST-ID TO DSL-CUST-ID
               READ DEBT-SALE-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT WAS NEVER SOLD'
                           TO WS-EXCEPTION-NOTE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN DSL-SALE-ID NOT = PBK-SALE-ID
                               MOVE 'SOLD UNDER ANOTHER SALE'
                                   TO WS-EXCEPTION-NOTE
                           WHEN DSL-PUT-BACK
                               MOVE 'ALREADY PUT BACK'
                                   TO WS-EXCEPTION-NOTE
                       END-EVALUATE
               END-READ
           END-IF
           IF WS-EXCEPTION-NOTE = SPACES
               PERFORM 2300-APPLY-PUTBACK
           ELSE
               PERFORM 2800-REPORT-EXCEPTION
           END-IF.

       2300-APPLY-PUTBACK.
           SET DSL-PUT-BACK TO TRUE
           MOVE STD-CURRENT-DATE TO DSL-PUTBACK-DATE
           MOVE PBK-REASON TO DSL-PUTBACK-REASON
           REWRITE DEBT-SALE-RECORD
               INVALID KEY
                   DISPLAY 'DEBT SALE REWRITE FAILED, CUST-ID '
                       DSL-CUST-ID ' STATUS=' WS-DSL-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
           END-REWRITE
           MOVE STD-CURRENT-DATE TO SGL-RUN-DATE
           MOVE DSL-CUST-ID TO SGL-CUST-ID
           MOVE DSL-SALE-ID TO SGL-SALE-ID
           MOVE DSL-BUYER-CODE TO SGL-BUYER-CODE
           SET SGL-PUTBACK-REFUND TO TRUE
           MOVE DSL-PROCEEDS TO SGL-AMOUNT
           WRITE DEBT-SALE-GL-RECORD
           ADD 1 TO WS-PUTBACKS-APPLIED
           ADD DSL-BALANCE-SOLD TO WS-BALANCE-RETURNED
           ADD DSL-PROCEEDS TO WS-PROCEEDS-REFUNDED
           MOVE DSL-BALANCE-SOLD TO WS-AMOUNT-DISPLAY
           MOVE DSL-PROCEEDS TO WS-TOTAL-DISPLAY
           MOVE SPACES TO PUTBACK-REPORT-LINE
           STRING DSL-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DSL-SALE-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DSL-BUYER-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PBK-REASON DELIMITED BY SIZE
               INTO PUTBACK-REPORT-LINE
           WRITE PUTBACK-REPORT-LINE.

       2800-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO PUTBACK-REPORT-LINE
           STRING 'EXCEPTION: CUST-ID ' DELIMITED BY SIZE
               PBK-CUST-ID DELIMITED BY SIZE
               ' SALE ' DELIMITED BY SIZE
               PBK-SALE-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PBK-REASON DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-EXCEPTION-NOTE DELIMITED BY SIZE
               INTO PUTBACK-REPORT-LINE
           WRITE PUTBACK-REPORT-LINE.

       3000-FINALIZE SECTION.
       3100-WRITE-BATCH-TOTALS.
           MOVE SPACES TO PUTBACK-REPORT-LINE
           WRITE PUTBACK-REPORT-LINE
           MOVE WS-ROWS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO PUTBACK-REPORT-LINE
           STRING 'PUTBACKS RECEIVED    ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO PUTBACK-REPORT-LINE
           WRITE PUTBACK-REPORT-LINE
           MOVE WS-PUTBACKS-APPLIED TO WS-COUNT-DISPLAY
           MOVE WS-PROCEEDS-REFUNDED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO PUTBACK-REPORT-LINE
           STRING '  APPLIED / REFUNDED ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO PUTBACK-REPORT-LINE
           WRITE PUTBACK-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PUTBACK-REPORT-LINE
           STRING '  EXCEPTIONS         ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO PUTBACK-REPORT-LINE
           WRITE PUTBACK-REPORT-LINE.

       3200-CLOSE-FILES.
           CLOSE PUTBACK-FILE
           IF DEBT-SALE-FILE-WAS-OPENED
               CLOSE DEBT-SALE-FILE
           END-IF
           CLOSE SALE-GL-FILE
           CLOSE PUTBACK-REPORT-FILE.

       3300-DISPLAY-SUMMARY.
           DISPLAY 'Debt-Sale Putback Summary:'
           DISPLAY 'Putbacks Read: ' WS-ROWS-READ
           DISPLAY 'Putbacks Applied: ' WS-PUTBACKS-APPLIED
           DISPLAY 'Balance Returned: ' WS-BALANCE-RETURNED
           DISPLAY 'Proceeds Refunded: ' WS-PROCEEDS-REFUNDED
           DISPLAY 'Exceptions: ' WS-EXCEPTION-COUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-DPB-RETURN-CODE
               MOVE 'DEBT-SALE PUTBACK COMPLETED WITH ERRORS'
                   TO LS-DPB-MESSAGE
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO LS-DPB-RETURN-CODE
                   MOVE 'DEBT-SALE PUTBACK - EXCEPTIONS TO RESEARCH'
                       TO LS-DPB-MESSAGE
               ELSE
                   MOVE 0 TO LS-DPB-RETURN-CODE
                   MOVE 'DEBT-SALE PUTBACK COMPLETE' TO LS-DPB-MESSAGE
               END-IF
           END-IF
           EXIT SECTION.
