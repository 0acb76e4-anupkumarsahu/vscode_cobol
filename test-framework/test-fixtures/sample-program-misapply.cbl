       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-MISAPPLY.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Misapplied-payment transfer. A payment keyed to the wrong
      * account - a lockbox keying slip, an auto-match mistake, a
      * teller typo - used to come back out through two unrelated
      * MAINT adjustments that left the invoice trail, the sub-
      * ledger split, and the payment history all telling the wrong
      * story. This job reads the cash desk's transfer requests;
      * each names the posted payment the way the posting register
      * shows it (the wrong account, the payment's own date, the
      * amount, and optionally the feed it came in on) and the
      * account it belongs to:
      *   - the payment is found on SAMPLE-PROGRAM-POST's
      *     application trail (CUSTPAPL) and marked pending with
      *     the account it is going to, so the same payment can
      *     never be requested twice
      *   - a TRN-REVERSAL leg on the wrong account and a TRN-
      *     PAYMENT leg on the right one are written under source
      *     MISAPPLY, both on the payment's original date and for
      *     its original amount, each carrying the OTHER leg's
      *     account in TRN-REMIT-PARENT-ID so the posting register
      *     ties the two together
      * Posting does the rest: the reversal leg puts the wrong
      * account's invoices and sub-ledger components back from the
      * trail and re-ages it from the payment's date, the payment
      * leg applies to the right account as if it had landed there
      * first, and neither leg is screened as a duplicate or
      * counted toward velocity. The legs land in their own file and
      * are posted through LS-PST-TRAN-FILE-NAME, the same hand-off
      * the chargeback reversals use.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The cash desk's transfer requests - one line per payment
           SELECT TRANSFER-REQUEST-FILE ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSX-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * The posting engine's application trail - created on first
      * use like the other keyed side files
           SELECT PAYMENT-APPLICATION-FILE ASSIGN TO "CUSTPAPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAP-KEY
               FILE STATUS IS WS-PAP-FILE-STATUS.

      * Reversal and payment legs for the posting engine's next run
           SELECT TRANSFER-TRAN-FILE ASSIGN TO "CUSTMSAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT TRANSFER-REPORT-FILE ASSIGN TO "CUSTMSAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-REQUEST-FILE.
       01  TRANSFER-REQUEST-RECORD.
      * The account the payment wrongly posted to, and the one it
      * belongs on
           05  MSX-FROM-CUST-ID    PIC 9(9).
           05  MSX-TO-CUST-ID      PIC 9(9).
      * The payment as the posting register shows it
           05  MSX-TRANS-DATE      PIC 9(8).
           05  MSX-AMOUNT          PIC S9(7)V99.
      * SPACES matches the payment whatever feed it came in on
           05  MSX-SOURCE-CODE     PIC X(8).
           05  MSX-REQUESTED-BY    PIC X(8).
           05  MSX-REASON          PIC X(30).

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  PAYMENT-APPLICATION-FILE.
           COPY PAYMENT-APPLICATION-RECORD.

       FD  TRANSFER-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

       FD  TRANSFER-REPORT-FILE.
       01  TRANSFER-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * Feed registration handshake - the physical file registers
      * before a single request processes, so a repeat presentation
      * is refused instead of moving every payment twice
       01  WS-FEEDCTL-PARM-AREA.
           05  WS-FDC-RETURN-CODE  PIC S9(4) COMP.
           05  WS-FDC-MESSAGE      PIC X(50).
           05  WS-FDC-FUNCTION     PIC X(8).
           05  WS-FDC-FEED-CODE    PIC X(8).
           05  WS-FDC-FILE-NAME    PIC X(40).
           05  WS-FDC-BUSINESS-DATE PIC 9(8).
           05  WS-FDC-SEQUENCE     PIC 9(6).

       01  WS-INPUT-FILE-NAME      PIC X(40) VALUE 'CUSTMSAX'.
       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-MSX-FILE-STATUS      PIC XX.
           88  MSX-FILE-OK         VALUE '00'.
           88  MSX-FILE-AT-END     VALUE '10'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-PAP-FILE-STATUS      PIC XX.
           88  PAP-FILE-OK         VALUE '00'.
           88  PAP-FILE-MISSING    VALUE '35'.

       01  WS-TRN-FILE-STATUS      PIC XX.
           88  TRN-FILE-OK         VALUE '00'.

       01  WS-MSR-FILE-STATUS      PIC XX.
           88  MSR-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-WALK-FLAG        PIC X VALUE 'N'.
               88  APPLICATION-WALK-DONE VALUE 'Y'.
           05  WS-FOUND-FLAG       PIC X VALUE 'N'.
               88  PAYMENT-FOUND   VALUE 'Y'.
      * A matching payment that has already moved, so the reject
      * can say so instead of "not found"
           05  WS-MOVED-FLAG       PIC X VALUE 'N'.
               88  PAYMENT-ALREADY-MOVED VALUE 'Y'.

       01  WS-FROM-CURRENCY        PIC X(3) VALUE SPACES.
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY       PIC -(7)9.99.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ    PIC 9(6) VALUE ZERO.
           05  WS-TRANSFERS-WRITTEN PIC 9(6) VALUE ZERO.
           05  WS-TRANSFERRED-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-REQUESTS-REJECTED PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-MISAPPLY-PARM-AREA.
           05  LS-MSA-RETURN-CODE      PIC S9(4) COMP.
           05  LS-MSA-MESSAGE          PIC X(50).
           05  LS-MSA-CUSTOMER-FILE-NAME PIC X(40).
      * Request file override; spaces means "use CUSTMSAX"
           05  LS-MSA-INPUT-FILE-NAME  PIC X(40).

       PROCEDURE DIVISION USING LS-MISAPPLY-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUESTS
               UNTIL MSX-FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           IF LS-MSA-INPUT-FILE-NAME NOT = SPACES
               MOVE LS-MSA-INPUT-FILE-NAME TO WS-INPUT-FILE-NAME
           END-IF
           IF LS-MSA-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-MSA-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-MSA-RETURN-CODE
               GOBACK
           END-IF

      * Application trail - created on first use like the other
      * keyed side files
           OPEN I-O PAYMENT-APPLICATION-FILE
           IF PAP-FILE-MISSING
               OPEN OUTPUT PAYMENT-APPLICATION-FILE
               CLOSE PAYMENT-APPLICATION-FILE
               OPEN I-O PAYMENT-APPLICATION-FILE
           END-IF
           IF NOT PAP-FILE-OK
               DISPLAY 'ERROR OPENING PAYMENT APPLICATION FILE: '
                   WS-PAP-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-MSA-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TRANSFER-REPORT-FILE
           IF NOT MSR-FILE-OK
               DISPLAY 'ERROR OPENING TRANSFER REPORT: '
                   WS-MSR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-MSA-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TRANSFER-TRAN-FILE
           IF NOT TRN-FILE-OK
               DISPLAY 'ERROR OPENING TRANSFER TRAN FILE: '
                   WS-TRN-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-MSA-RETURN-CODE
               GOBACK
           END-IF

      * No requests tonight is an ordinary night - the empty leg
      * file posts as nothing
           OPEN INPUT TRANSFER-REQUEST-FILE
           IF NOT MSX-FILE-OK
               DISPLAY 'NO TRANSFER REQUESTS TONIGHT'
               SET MSX-FILE-AT-END TO TRUE
           ELSE
      * Register the physical file before touching a row of it - a
      * duplicate presentation stops here, loudly
               MOVE 'REGISTER' TO WS-FDC-FUNCTION
               MOVE 'MISAPPLY' TO WS-FDC-FEED-CODE
               MOVE WS-INPUT-FILE-NAME TO WS-FDC-FILE-NAME
               MOVE STD-CURRENT-DATE TO WS-FDC-BUSINESS-DATE
               MOVE ZERO TO WS-FDC-SEQUENCE
               CALL 'SAMPLE-PROGRAM-FEEDCTL'
                   USING WS-FEEDCTL-PARM-AREA
               IF WS-FDC-RETURN-CODE NOT = ZERO
                   DISPLAY 'FEED REGISTRATION REFUSED: '
                       WS-FDC-MESSAGE
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-MSA-RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       1200-INIT-VARIABLES.
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING 'MISAPPLIED PAYMENT TRANSFERS - ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE.

       2000-PROCESS-REQUESTS SECTION.
       2100-READ-REQUEST.
           READ TRANSFER-REQUEST-FILE
               AT END
                   SET MSX-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 2150-VALIDATE-REQUEST
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 2200-FIND-PAYMENT
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 2300-WRITE-TRANSFER-LEGS
                   ELSE
                       PERFORM 2490-REJECT-REQUEST
                   END-IF
           END-READ

      * 2150 through 2490 already ran above (whichever apply) via
      * the explicit PERFORM - exit the section here instead of
      * falling into them a second time, for every request
           EXIT SECTION.

       2150-VALIDATE-REQUEST.
      * Field edits, then both accounts must be on file and carry
      * the same currency - the payment moves as the figure it
      * applied at, with no second conversion
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN MSX-FROM-CUST-ID NOT NUMERIC
                       OR MSX-FROM-CUST-ID = ZERO
                   MOVE 'FROM CUST-ID IS NOT NUMERIC OR IS ZERO'
                       TO WS-REJECT-REASON
               WHEN MSX-TO-CUST-ID NOT NUMERIC
                       OR MSX-TO-CUST-ID = ZERO
                   MOVE 'TO CUST-ID IS NOT NUMERIC OR IS ZERO'
                       TO WS-REJECT-REASON
               WHEN MSX-FROM-CUST-ID = MSX-TO-CUST-ID
                   MOVE 'FROM AND TO ACCOUNTS ARE THE SAME'
                       TO WS-REJECT-REASON
               WHEN MSX-AMOUNT NOT NUMERIC
                       OR MSX-AMOUNT NOT > ZERO
                   MOVE 'AMOUNT IS NOT NUMERIC OR NOT POSITIVE'
                       TO WS-REJECT-REASON
               WHEN MSX-TRANS-DATE NOT NUMERIC
                       OR MSX-TRANS-DATE = ZERO
                   MOVE 'PAYMENT DATE IS NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE MSX-FROM-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'FROM ACCOUNT NOT ON CUSTOMER-FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE CUST-CURRENCY-CODE TO WS-FROM-CURRENCY
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE MSX-TO-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'TO ACCOUNT NOT ON CUSTOMER-FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF CUST-CURRENCY-CODE NOT = WS-FROM-CURRENCY
                           MOVE 'ACCOUNTS ARE IN DIFFERENT CURRENCIES'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       2200-FIND-PAYMENT.
      * Every trail row for the wrong account on the payment's date,
      * in sequence order - the first still-applied row with the
      * amount (and the feed, when the request names one) is the
      * payment being moved
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-MOVED-FLAG
           MOVE 'N' TO WS-WALK-FLAG
           MOVE MSX-FROM-CUST-ID TO PAP-CUST-ID
           MOVE MSX-TRANS-DATE TO PAP-TRANS-DATE
           MOVE ZERO TO PAP-SEQ
           START PAYMENT-APPLICATION-FILE
               KEY IS NOT LESS THAN PAP-KEY
               INVALID KEY
                   SET APPLICATION-WALK-DONE TO TRUE
           END-START
           PERFORM 2250-MATCH-ONE-APPLICATION
               UNTIL APPLICATION-WALK-DONE
           EVALUATE TRUE
               WHEN PAYMENT-FOUND
                   CONTINUE
               WHEN PAYMENT-ALREADY-MOVED
                   MOVE 'PAYMENT ALREADY TRANSFERRED'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'NO SUCH POSTED PAYMENT ON THE ACCOUNT'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       2250-MATCH-ONE-APPLICATION.
           READ PAYMENT-APPLICATION-FILE NEXT RECORD
               AT END
                   SET APPLICATION-WALK-DONE TO TRUE
               NOT AT END
                   IF PAP-CUST-ID NOT = MSX-FROM-CUST-ID
                           OR PAP-TRANS-DATE NOT = MSX-TRANS-DATE
                       SET APPLICATION-WALK-DONE TO TRUE
                   ELSE
                       IF PAP-AMOUNT = MSX-AMOUNT
                               AND (MSX-SOURCE-CODE = SPACES
                                   OR MSX-SOURCE-CODE =
                                       PAP-SOURCE-CODE)
                           IF PAP-APPLIED
                               SET PAYMENT-FOUND TO TRUE
                               SET APPLICATION-WALK-DONE TO TRUE
                           ELSE
                               SET PAYMENT-ALREADY-MOVED TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2300-WRITE-TRANSFER-LEGS.
      * The trail row is claimed first, so a second request for the
      * same payment - tonight or any night - finds it already
      * moving; then the two legs, each naming the other's account
           SET PAP-TRANSFER-PENDING TO TRUE
           MOVE MSX-TO-CUST-ID TO PAP-TRANSFER-CUST-ID
           REWRITE PAYMENT-APPLICATION-RECORD
               INVALID KEY
                   MOVE 'PAYMENT TRAIL COULD NOT BE REWRITTEN'
                       TO WS-REJECT-REASON
                   PERFORM 2490-REJECT-REQUEST
           END-REWRITE
           IF WS-REJECT-REASON = SPACES
               MOVE MSX-FROM-CUST-ID TO TRN-CUST-ID
               SET TRN-REVERSAL TO TRUE
               PERFORM 2350-FILL-TRAN-COMMON
               MOVE MSX-TO-CUST-ID TO TRN-REMIT-PARENT-ID
               WRITE CUSTOMER-TRAN-RECORD
               MOVE MSX-TO-CUST-ID TO TRN-CUST-ID
               SET TRN-PAYMENT TO TRUE
               PERFORM 2350-FILL-TRAN-COMMON
               MOVE MSX-FROM-CUST-ID TO TRN-REMIT-PARENT-ID
               WRITE CUSTOMER-TRAN-RECORD
               ADD 1 TO WS-TRANSFERS-WRITTEN
               ADD PAP-AMOUNT TO WS-TRANSFERRED-AMOUNT
               MOVE PAP-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO TRANSFER-REPORT-LINE
               STRING 'TRANSFERRED ' DELIMITED BY SIZE
                   MSX-FROM-CUST-ID DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   MSX-TO-CUST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   ' DATED ' DELIMITED BY SIZE
                   PAP-TRANS-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PAP-SOURCE-CODE DELIMITED BY SIZE
                   ' BY ' DELIMITED BY SIZE
                   MSX-REQUESTED-BY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   MSX-REASON DELIMITED BY SIZE
                   INTO TRANSFER-REPORT-LINE
               WRITE TRANSFER-REPORT-LINE
           END-IF.

       2350-FILL-TRAN-COMMON.
      * Both legs carry the payment's own date and the figure it
      * applied at, so the reversal re-ages from the day the money
      * really arrived and the payment lands as if it had been
      * keyed right the first time
           MOVE PAP-AMOUNT TO TRN-AMOUNT
           MOVE WS-FROM-CURRENCY TO TRN-CURRENCY-CODE
           MOVE PAP-TRANS-DATE TO TRN-TRANS-DATE
           MOVE 'MISAPPLY' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE PAP-AMOUNT TO TRN-REMIT-TOTAL.

       2490-REJECT-REQUEST.
           ADD 1 TO WS-REQUESTS-REJECTED
           SET ERROR-OCCURRED TO TRUE
           MOVE MSX-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO TRANSFER-REPORT-LINE
           STRING 'REJECTED    ' DELIMITED BY SIZE
               MSX-FROM-CUST-ID DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               MSX-TO-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' DATED ' DELIMITED BY SIZE
               MSX-TRANS-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE TRANSFER-REQUEST-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PAYMENT-APPLICATION-FILE
           CLOSE TRANSFER-TRAN-FILE
           CLOSE TRANSFER-REPORT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Misapplied Payment Transfer Summary:'
           DISPLAY 'Requests Read: ' WS-REQUESTS-READ
           DISPLAY 'Transfers Written: ' WS-TRANSFERS-WRITTEN
           DISPLAY 'Transferred Amount: ' WS-TRANSFERRED-AMOUNT
           DISPLAY 'Requests Rejected: ' WS-REQUESTS-REJECTED.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-MSA-RETURN-CODE
               MOVE 'TRANSFERS WRITTEN - REJECTS ON REPORT'
                   TO LS-MSA-MESSAGE
           ELSE
               MOVE 0 TO LS-MSA-RETURN-CODE
               MOVE 'MISAPPLIED PAYMENT TRANSFERS COMPLETE'
                   TO LS-MSA-MESSAGE
           END-IF
           EXIT SECTION.
