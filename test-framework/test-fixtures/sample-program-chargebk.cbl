       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-CHARGEBK.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Card chargeback intake and representment tracking. A card
      * payment taken through SAMPLE-PROGRAM-PORTAL can be charged
      * back by the cardholder's bank weeks after it posted, and the
      * only sign of it used to be a short processor statement. This
      * job reads the processor's chargeback file:
      *   - a new chargeback (type C) becomes a TRN-REVERSAL CUSTTRAN
      *     row carrying the ORIGINAL payment's date as TRN-TRANS-
      *     DATE, so SAMPLE-PROGRAM-POST reinstates the balance and
      *     re-ages the account exactly the way SAMPLE-PROGRAM-ACHRET
      *     does for a returned debit; the case goes on the keyed
      *     chargeback file with its reason code and the processor's
      *     respond-by date (received date plus the house response
      *     window when the processor sends none)
      *   - a representment acknowledgement (type R) marks the case
      *     represented
      *   - a decision in our favour (type W) re-posts the payment
      *     as a PORTAL-sourced TRN-PAYMENT and claims the returned
      *     funds as a deposit for the bank reconciliation; a loss
      *     (type L) closes the case with the reversal standing
      * Every run ends with the chargeback report - each case open,
      * represented, won, or lost, an open case past its respond-by
      * date flagged, and totals by status. The reversal and re-post
      * rows land in their own file and are posted through
      * LS-PST-TRAN-FILE-NAME, the same hand-off the ACH returns use.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The processor's chargeback file - one line per case event
           SELECT CHARGEBACK-INPUT-FILE ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBX-FILE-STATUS.

      * One row per case, created on first use
           SELECT CHARGEBACK-FILE ASSIGN TO "CUSTCHBK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHB-CASE-ID
               FILE STATUS IS WS-CHB-FILE-STATUS.

      * Reversal and re-post rows for the posting engine's next run
           SELECT CHARGEBACK-TRAN-FILE ASSIGN TO "CUSTCBKT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

      * A won case's funds come back from the processor - claimed
      * here for the bank reconciliation to prove
           SELECT DEPOSIT-CLAIM-FILE ASSIGN TO "CUSTDEPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILE-STATUS.

           SELECT CHARGEBACK-REPORT-FILE ASSIGN TO "CUSTCBKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-INPUT-FILE.
       01  CHARGEBACK-INPUT-RECORD.
           05  CBX-RECORD-TYPE     PIC X.
               88  CBX-NEW-CHARGEBACK  VALUE 'C'.
               88  CBX-REPRESENTED     VALUE 'R'.
               88  CBX-DECIDED-WON     VALUE 'W'.
               88  CBX-DECIDED-LOST    VALUE 'L'.
           05  CBX-CASE-ID         PIC X(16).
           05  CBX-CUST-ID         PIC 9(9).
           05  CBX-AMOUNT          PIC S9(7)V99.
           05  CBX-CURRENCY-CODE   PIC X(3).
           05  CBX-PAYMENT-DATE    PIC 9(8).
           05  CBX-REASON-CODE     PIC X(6).
      * Zero when the processor leaves the deadline to us
           05  CBX-RESPOND-BY-DATE PIC 9(8).
      * The day the event happened at the processor
           05  CBX-EVENT-DATE      PIC 9(8).
           05  FILLER              PIC X(12).

       FD  CHARGEBACK-FILE.
           COPY CHARGEBACK-RECORD.

       FD  CHARGEBACK-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

       FD  DEPOSIT-CLAIM-FILE.
           COPY DEPOSIT-CLAIM-RECORD.

       FD  CHARGEBACK-REPORT-FILE.
       01  CHARGEBACK-REPORT-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * Feed registration handshake - the physical file registers
      * before a single row processes, so a repeat presentation is
      * refused instead of reversing every payment twice
       01  WS-FEEDCTL-PARM-AREA.
           05  WS-FDC-RETURN-CODE  PIC S9(4) COMP.
           05  WS-FDC-MESSAGE      PIC X(50).
           05  WS-FDC-FUNCTION     PIC X(8).
           05  WS-FDC-FEED-CODE    PIC X(8).
           05  WS-FDC-FILE-NAME    PIC X(40).
           05  WS-FDC-BUSINESS-DATE PIC 9(8).
           05  WS-FDC-SEQUENCE     PIC 9(6).

       01  WS-INPUT-FILE-NAME      PIC X(40) VALUE 'CUSTCBKX'.

       01  WS-CBX-FILE-STATUS      PIC XX.
           88  CBX-FILE-OK         VALUE '00'.
           88  CBX-FILE-AT-END     VALUE '10'.

       01  WS-CHB-FILE-STATUS      PIC XX.
           88  CHB-FILE-OK         VALUE '00'.
           88  CHB-FILE-AT-END     VALUE '10'.
           88  CHB-NOT-FOUND       VALUE '23'.
           88  CHB-FILE-MISSING    VALUE '35'.

       01  WS-TRN-FILE-STATUS      PIC XX.
           88  TRN-FILE-OK         VALUE '00'.

       01  WS-DCL-FILE-STATUS      PIC XX.
           88  DCL-FILE-OK         VALUE '00'.

       01  WS-CBR-FILE-STATUS      PIC XX.
           88  CBR-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-CASE-FOUND-FLAG  PIC X VALUE 'N'.
               88  CASE-ON-FILE    VALUE 'Y'.
           05  WS-WALK-FLAG        PIC X VALUE 'N'.
               88  CASE-WALK-DONE  VALUE 'Y'.

      * Days the processor allows for a representment when its file
      * carries no respond-by date
       01  WS-RESPONSE-WINDOW-DAYS PIC 9(3) VALUE 20.
       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-EVENT-DATE           PIC 9(8) VALUE ZERO.
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY       PIC -(7)9.99.
       01  WS-TOTAL-DISPLAY        PIC -(9)9.99.
       01  WS-STATUS-WORD          PIC X(12).

       01  WS-COUNTERS.
           05  WS-EVENTS-READ      PIC 9(6) VALUE ZERO.
           05  WS-NEW-CASES        PIC 9(6) VALUE ZERO.
           05  WS-REVERSED-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-REPRESENTMENTS   PIC 9(6) VALUE ZERO.
           05  WS-CASES-WON        PIC 9(6) VALUE ZERO.
           05  WS-REPOSTED-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-CASES-LOST       PIC 9(6) VALUE ZERO.
           05  WS-EVENTS-REJECTED  PIC 9(6) VALUE ZERO.

      * Report totals by status, over every case on file
       01  WS-STATUS-TOTALS.
           05  WS-OPEN-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-OPEN-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-PAST-DUE-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-REPR-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-REPR-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-WON-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-WON-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-LOST-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-LOST-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-CHARGEBK-PARM-AREA.
           05  LS-CBK-RETURN-CODE      PIC S9(4) COMP.
           05  LS-CBK-MESSAGE          PIC X(50).
      * Processor file override; spaces means "use CUSTCBKX"
           05  LS-CBK-INPUT-FILE-NAME  PIC X(40).

       PROCEDURE DIVISION USING LS-CHARGEBK-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EVENTS
               UNTIL CBX-FILE-AT-END
           PERFORM 2500-REPORT-CASES
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           IF LS-CBK-INPUT-FILE-NAME NOT = SPACES
               MOVE LS-CBK-INPUT-FILE-NAME TO WS-INPUT-FILE-NAME
           END-IF

      * Chargeback file - created on first use like the other keyed
      * side files
           OPEN I-O CHARGEBACK-FILE
           IF CHB-FILE-MISSING
               OPEN OUTPUT CHARGEBACK-FILE
               CLOSE CHARGEBACK-FILE
               OPEN I-O CHARGEBACK-FILE
           END-IF
           IF NOT CHB-FILE-OK
               DISPLAY 'ERROR OPENING CHARGEBACK FILE: '
                   WS-CHB-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CBK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CHARGEBACK-REPORT-FILE
           IF NOT CBR-FILE-OK
               DISPLAY 'ERROR OPENING CHARGEBACK REPORT: '
                   WS-CBR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CBK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CHARGEBACK-TRAN-FILE
           IF NOT TRN-FILE-OK
               DISPLAY 'ERROR OPENING CHARGEBACK TRAN FILE: '
                   WS-TRN-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CBK-RETURN-CODE
               GOBACK
           END-IF

      * Claims from tonight's other feeds are kept - append
           OPEN EXTEND DEPOSIT-CLAIM-FILE
           IF DCL-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT DEPOSIT-CLAIM-FILE
           END-IF
           IF NOT DCL-FILE-OK
               DISPLAY 'ERROR OPENING DEPOSIT CLAIM FILE: '
                   WS-DCL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CBK-RETURN-CODE
               GOBACK
           END-IF

      * No processor file tonight still reports the cases on file -
      * the open ones age toward their respond-by dates regardless
           OPEN INPUT CHARGEBACK-INPUT-FILE
           IF NOT CBX-FILE-OK
               DISPLAY 'NO CHARGEBACK FILE - REPORTING CASES ONLY'
               SET CBX-FILE-AT-END TO TRUE
           ELSE
      * Register the physical file before touching a row of it - a
      * duplicate presentation stops here, loudly
               MOVE 'REGISTER' TO WS-FDC-FUNCTION
               MOVE 'CHARGEBK' TO WS-FDC-FEED-CODE
               MOVE WS-INPUT-FILE-NAME TO WS-FDC-FILE-NAME
               MOVE STD-CURRENT-DATE TO WS-FDC-BUSINESS-DATE
               MOVE ZERO TO WS-FDC-SEQUENCE
               CALL 'SAMPLE-PROGRAM-FEEDCTL'
                   USING WS-FEEDCTL-PARM-AREA
               IF WS-FDC-RETURN-CODE NOT = ZERO
                   DISPLAY 'FEED REGISTRATION REFUSED: '
                       WS-FDC-MESSAGE
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-CBK-RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       1200-INIT-VARIABLES.
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING 'CHARGEBACK REPORT - ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-LINE
           WRITE CHARGEBACK-REPORT-LINE.

       2000-PROCESS-EVENTS SECTION.
       2100-READ-EVENT.
           READ CHARGEBACK-INPUT-FILE
               AT END
                   SET CBX-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-EVENTS-READ
                   PERFORM 2150-VALIDATE-EVENT
                   IF WS-REJECT-REASON = SPACES
                       EVALUATE TRUE
                           WHEN CBX-NEW-CHARGEBACK
                               PERFORM 2200-OPEN-CASE
                           WHEN CBX-REPRESENTED
                               PERFORM 2300-MARK-REPRESENTED
                           WHEN CBX-DECIDED-WON
                               PERFORM 2400-DECIDE-WON
                           WHEN CBX-DECIDED-LOST
                               PERFORM 2450-DECIDE-LOST
                       END-EVALUATE
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM 2490-REJECT-EVENT
                   END-IF
           END-READ

      * 2150 through 2490 already ran above (whichever apply) via
      * the explicit PERFORM - exit the section here instead of
      * falling into them a second time, for every event
           EXIT SECTION.

       2150-VALIDATE-EVENT.
      * Field edits first, then the case must be on file for every
      * event but a new chargeback - and must NOT be for one
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT CBX-NEW-CHARGEBACK AND NOT CBX-REPRESENTED
                       AND NOT CBX-DECIDED-WON
                       AND NOT CBX-DECIDED-LOST
                   MOVE 'UNRECOGNIZED EVENT TYPE'
                       TO WS-REJECT-REASON
               WHEN CBX-CASE-ID = SPACES
                   MOVE 'CASE NUMBER IS BLANK' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE 'N' TO WS-CASE-FOUND-FLAG
               MOVE CBX-CASE-ID TO CHB-CASE-ID
               READ CHARGEBACK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CASE-ON-FILE TO TRUE
               END-READ
               IF CBX-NEW-CHARGEBACK
                   EVALUATE TRUE
                       WHEN CASE-ON-FILE
                           MOVE 'CASE ALREADY ON FILE'
                               TO WS-REJECT-REASON
                       WHEN CBX-CUST-ID NOT NUMERIC
                               OR CBX-CUST-ID = ZERO
                           MOVE 'CUST-ID IS NOT NUMERIC OR IS ZERO'
                               TO WS-REJECT-REASON
                       WHEN CBX-AMOUNT NOT NUMERIC
                               OR CBX-AMOUNT NOT > ZERO
                           MOVE 'AMOUNT IS NOT NUMERIC OR NOT POSITIVE'
                               TO WS-REJECT-REASON
                       WHEN CBX-PAYMENT-DATE NOT NUMERIC
                               OR CBX-PAYMENT-DATE = ZERO
                           MOVE 'PAYMENT DATE IS NOT NUMERIC OR ZERO'
                               TO WS-REJECT-REASON
                   END-EVALUATE
               ELSE
                   EVALUATE TRUE
                       WHEN NOT CASE-ON-FILE
                           MOVE 'CASE NOT ON FILE'
                               TO WS-REJECT-REASON
                       WHEN CHB-WON OR CHB-LOST
                           MOVE 'CASE ALREADY DECIDED'
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF
           IF CBX-EVENT-DATE NUMERIC AND CBX-EVENT-DATE > ZERO
               MOVE CBX-EVENT-DATE TO WS-EVENT-DATE
           ELSE
               MOVE WS-TODAY-DATE-NUM TO WS-EVENT-DATE
           END-IF.

       2200-OPEN-CASE.
      * The original payment's date rides as TRN-TRANS-DATE so
      * posting re-ages from the day the money was really owed,
      * the ACH-return rule exactly
           MOVE CBX-CUST-ID TO TRN-CUST-ID
           SET TRN-REVERSAL TO TRUE
           MOVE CBX-AMOUNT TO TRN-AMOUNT
           PERFORM 2250-FILL-TRAN-COMMON
           WRITE CUSTOMER-TRAN-RECORD
           MOVE CBX-CASE-ID TO CHB-CASE-ID
           MOVE CBX-CUST-ID TO CHB-CUST-ID
           MOVE CBX-AMOUNT TO CHB-AMOUNT
           MOVE CBX-PAYMENT-DATE TO CHB-PAYMENT-DATE
           MOVE CBX-REASON-CODE TO CHB-REASON-CODE
           MOVE WS-EVENT-DATE TO CHB-RECEIVED-DATE
           IF CBX-RESPOND-BY-DATE NUMERIC
                   AND CBX-RESPOND-BY-DATE > ZERO
               MOVE CBX-RESPOND-BY-DATE TO CHB-RESPOND-BY-DATE
           ELSE
               COMPUTE CHB-RESPOND-BY-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-EVENT-DATE)
                    + WS-RESPONSE-WINDOW-DAYS)
           END-IF
           SET CHB-OPEN TO TRUE
           MOVE ZERO TO CHB-REPRESENTED-DATE
           MOVE ZERO TO CHB-DECIDED-DATE
           WRITE CHARGEBACK-RECORD
               INVALID KEY
                   MOVE 'CASE COULD NOT BE WRITTEN'
                       TO WS-REJECT-REASON
           END-WRITE
           ADD 1 TO WS-NEW-CASES
           ADD CBX-AMOUNT TO WS-REVERSED-AMOUNT.

       2250-FILL-TRAN-COMMON.
           IF CBX-CURRENCY-CODE = SPACES
               MOVE 'USD' TO TRN-CURRENCY-CODE
           ELSE
               MOVE CBX-CURRENCY-CODE TO TRN-CURRENCY-CODE
           END-IF
           MOVE CBX-PAYMENT-DATE TO TRN-TRANS-DATE
           MOVE 'CHARGEBK' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL.

       2300-MARK-REPRESENTED.
           SET CHB-REPRESENTED TO TRUE
           MOVE WS-EVENT-DATE TO CHB-REPRESENTED-DATE
           REWRITE CHARGEBACK-RECORD
               INVALID KEY
                   MOVE 'CASE COULD NOT BE REWRITTEN'
                       TO WS-REJECT-REASON
           END-REWRITE
           ADD 1 TO WS-REPRESENTMENTS.

       2400-DECIDE-WON.
      * The cardholder's bank gave the money back - the payment is
      * re-posted as the portal payment it always was, on its
      * original date, and the returned funds are claimed for the
      * bank reconciliation
           MOVE CHB-CUST-ID TO TRN-CUST-ID
           SET TRN-PAYMENT TO TRUE
           MOVE CHB-AMOUNT TO TRN-AMOUNT
           MOVE CHB-PAYMENT-DATE TO CBX-PAYMENT-DATE
           PERFORM 2250-FILL-TRAN-COMMON
           MOVE 'PORTAL  ' TO TRN-SOURCE-CODE
           WRITE CUSTOMER-TRAN-RECORD
           MOVE STD-CURRENT-DATE TO DCL-CLAIM-DATE
           MOVE 'PORTAL  ' TO DCL-FEED-CODE
           MOVE SPACES TO DCL-REFERENCE
           STRING 'CB ' DELIMITED BY SIZE
               CHB-CASE-ID DELIMITED BY SIZE
               INTO DCL-REFERENCE
           MOVE CHB-AMOUNT TO DCL-AMOUNT
           MOVE WS-EVENT-DATE TO DCL-EXPECTED-DATE
           WRITE DEPOSIT-CLAIM-RECORD
           SET CHB-WON TO TRUE
           MOVE WS-EVENT-DATE TO CHB-DECIDED-DATE
           REWRITE CHARGEBACK-RECORD
               INVALID KEY
                   MOVE 'CASE COULD NOT BE REWRITTEN'
                       TO WS-REJECT-REASON
           END-REWRITE
           ADD 1 TO WS-CASES-WON
           ADD CHB-AMOUNT TO WS-REPOSTED-AMOUNT.

       2450-DECIDE-LOST.
      * The reversal already posted stands - nothing to post
           SET CHB-LOST TO TRUE
           MOVE WS-EVENT-DATE TO CHB-DECIDED-DATE
           REWRITE CHARGEBACK-RECORD
               INVALID KEY
                   MOVE 'CASE COULD NOT BE REWRITTEN'
                       TO WS-REJECT-REASON
           END-REWRITE
           ADD 1 TO WS-CASES-LOST.

       2490-REJECT-EVENT.
           ADD 1 TO WS-EVENTS-REJECTED
           SET ERROR-OCCURRED TO TRUE
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING 'REJECTED   ' DELIMITED BY SIZE
               CBX-RECORD-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CBX-CASE-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-LINE
           WRITE CHARGEBACK-REPORT-LINE.

       2500-REPORT-CASES SECTION.
       2510-WALK-CASES.
      * Every case on file, in case-number order - open and
      * represented cases are still the shop's to work, won and
      * lost ones stay listed for the audit trail
           MOVE 'N' TO WS-WALK-FLAG
           MOVE LOW-VALUES TO CHB-CASE-ID
           START CHARGEBACK-FILE KEY IS NOT LESS THAN CHB-CASE-ID
               INVALID KEY
                   SET CASE-WALK-DONE TO TRUE
           END-START
           PERFORM 2520-REPORT-ONE-CASE
               UNTIL CASE-WALK-DONE
           PERFORM 2550-REPORT-TOTALS

      * 2520 and 2550 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them again
           EXIT SECTION.

       2520-REPORT-ONE-CASE.
           READ CHARGEBACK-FILE NEXT RECORD
               AT END
                   SET CASE-WALK-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CHB-OPEN
                           ADD 1 TO WS-OPEN-COUNT
                           ADD CHB-AMOUNT TO WS-OPEN-AMOUNT
                           IF CHB-RESPOND-BY-DATE < WS-TODAY-DATE-NUM
                               ADD 1 TO WS-PAST-DUE-COUNT
                               MOVE 'OPEN-LATE' TO WS-STATUS-WORD
                           ELSE
                               MOVE 'OPEN' TO WS-STATUS-WORD
                           END-IF
                       WHEN CHB-REPRESENTED
                           ADD 1 TO WS-REPR-COUNT
                           ADD CHB-AMOUNT TO WS-REPR-AMOUNT
                           MOVE 'REPRESENTED' TO WS-STATUS-WORD
                       WHEN CHB-WON
                           ADD 1 TO WS-WON-COUNT
                           ADD CHB-AMOUNT TO WS-WON-AMOUNT
                           MOVE 'WON' TO WS-STATUS-WORD
                       WHEN OTHER
                           ADD 1 TO WS-LOST-COUNT
                           ADD CHB-AMOUNT TO WS-LOST-AMOUNT
                           MOVE 'LOST' TO WS-STATUS-WORD
                   END-EVALUATE
                   MOVE CHB-AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO CHARGEBACK-REPORT-LINE
                   STRING WS-STATUS-WORD DELIMITED BY SIZE
                       CHB-CASE-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CHB-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                       ' RSN ' DELIMITED BY SIZE
                       CHB-REASON-CODE DELIMITED BY SIZE
                       ' RCVD ' DELIMITED BY SIZE
                       CHB-RECEIVED-DATE DELIMITED BY SIZE
                       ' RESPOND BY ' DELIMITED BY SIZE
                       CHB-RESPOND-BY-DATE DELIMITED BY SIZE
                       ' DECIDED ' DELIMITED BY SIZE
                       CHB-DECIDED-DATE DELIMITED BY SIZE
                       INTO CHARGEBACK-REPORT-LINE
                   WRITE CHARGEBACK-REPORT-LINE
           END-READ.

       2550-REPORT-TOTALS.
           MOVE WS-OPEN-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING 'TOTAL OPEN        ' DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               '  PAST RESPOND-BY ' DELIMITED BY SIZE
               WS-PAST-DUE-COUNT DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-LINE
           WRITE CHARGEBACK-REPORT-LINE
           MOVE WS-REPR-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING 'TOTAL REPRESENTED ' DELIMITED BY SIZE
               WS-REPR-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-LINE
           WRITE CHARGEBACK-REPORT-LINE
           MOVE WS-WON-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING 'TOTAL WON         ' DELIMITED BY SIZE
               WS-WON-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-LINE
           WRITE CHARGEBACK-REPORT-LINE
           MOVE WS-LOST-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           STRING 'TOTAL LOST        ' DELIMITED BY SIZE
               WS-LOST-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-LINE
           WRITE CHARGEBACK-REPORT-LINE.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CHARGEBACK-INPUT-FILE
           CLOSE CHARGEBACK-FILE
           CLOSE CHARGEBACK-TRAN-FILE
           CLOSE DEPOSIT-CLAIM-FILE
           CLOSE CHARGEBACK-REPORT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Chargeback Intake Summary:'
           DISPLAY 'Events Read: ' WS-EVENTS-READ
           DISPLAY 'New Chargebacks Reversed: ' WS-NEW-CASES
           DISPLAY 'Reversed Amount: ' WS-REVERSED-AMOUNT
           DISPLAY 'Representments Recorded: ' WS-REPRESENTMENTS
           DISPLAY 'Cases Won (Re-posted): ' WS-CASES-WON
           DISPLAY 'Re-posted Amount: ' WS-REPOSTED-AMOUNT
           DISPLAY 'Cases Lost: ' WS-CASES-LOST
           DISPLAY 'Events Rejected: ' WS-EVENTS-REJECTED
           DISPLAY 'Open Cases Past Respond-By: ' WS-PAST-DUE-COUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-CBK-RETURN-CODE
               MOVE 'CHARGEBACK INTAKE - REJECTS ON REPORT'
                   TO LS-CBK-MESSAGE
           ELSE
               MOVE 0 TO LS-CBK-RETURN-CODE
               MOVE 'CHARGEBACK INTAKE COMPLETE' TO LS-CBK-MESSAGE
           END-IF
           EXIT SECTION.
