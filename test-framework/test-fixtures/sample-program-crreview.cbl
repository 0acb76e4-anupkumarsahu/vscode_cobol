       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-CRREVIEW.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-14.
      *****************************************************************
      * Quarterly credit-line review. A line set once is never
      * looked at again unless something prompts it, so this run
      * walks every account that has a line of its own and weighs
      * what the shop already knows about it: the risk grade and its
      * broken-promise and reversal tallies, the recent payments the
      * posting engine keeps on CUSTPHIS, and the thirteen closed
      * months on BALANCE-HISTORY-FILE. A clean account using most
      * of its line is proposed an increase; a deteriorating one a
      * decrease. Proposals go to the approval queue for a
      * supervisor to decide in SAMPLE-PROGRAM-MAINT - nothing here
      * touches a line. Two modes through the parm area:
      *   R = REVIEW  - propose, and list every proposal on the
      *       review register
      *   N = NOTICES - every approved decrease not yet noticed
      *       gets its adverse-action letter through the template
      *       library (ADVACTION document type, compiled-in fallback
      *       wording) and a correspondence-log row, and is filed
      *       line for line in the document archive
      *       (SAMPLE-PROGRAM-DOCARCH)
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

      * The approval queue - one proposal per customer
           SELECT CREDIT-REVIEW-FILE ASSIGN TO "CUSTCRRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRV-CUST-ID
               FILE STATUS IS WS-CRV-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * Risk grades from the nightly grading run; optional
           SELECT RISK-GRADE-FILE ASSIGN TO "CUSTRISK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSK-CUST-ID
               FILE STATUS IS WS-RSK-FILE-STATUS.

      * Closed-period balance history, thirteen months deep;
      * optional
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "CUSTBHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHST-KEY
               FILE STATUS IS WS-BHST-FILE-STATUS.

      * The posting engine's rolling recent-payment window; optional
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "CUSTPHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHI-FILE-STATUS.

      * One line per proposal made this run
           SELECT REVIEW-REGISTER-FILE ASSIGN TO "CUSTCRVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      * Letter text as data, the shared template library; optional
           SELECT TEMPLATE-FILE ASSIGN TO "CUSTTMPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPL-KEY
               FILE STATUS IS WS-TPL-FILE-STATUS.

      * The adverse-action letters themselves
           SELECT NOTICE-LETTER-FILE ASSIGN TO "CUSTADVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.

           SELECT CORRESPONDENCE-LOG-FILE ASSIGN TO "CUSTCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-LIMIT-FILE.
           COPY CREDIT-LIMIT-RECORD.

       FD  CREDIT-REVIEW-FILE.
           COPY CREDIT-REVIEW-RECORD.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  RISK-GRADE-FILE.
           COPY RISK-GRADE-RECORD.

       FD  BALANCE-HISTORY-FILE.
           COPY BALANCE-HISTORY-RECORD.

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PHI-CUST-ID         PIC 9(9).
           05  PHI-AMOUNT          PIC S9(7)V99.
           05  PHI-TRANS-DATE      PIC 9(8).
           05  PHI-SOURCE-CODE     PIC X(8).
           05  PHI-POST-DATE       PIC 9(8).

       FD  REVIEW-REGISTER-FILE.
       01  REVIEW-REGISTER-LINE    PIC X(100).

       FD  TEMPLATE-FILE.
           COPY TEMPLATE-RECORD.

       FD  NOTICE-LETTER-FILE.
       01  NOTICE-LETTER-LINE      PIC X(80).

       FD  CORRESPONDENCE-LOG-FILE.
           COPY CORRESPONDENCE-LOG-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-CRL-FILE-STATUS      PIC XX.
           88  CRL-FILE-OK         VALUE '00'.
           88  CRL-FILE-AT-END     VALUE '10'.

       01  WS-CRV-FILE-STATUS      PIC XX.
           88  CRV-FILE-OK         VALUE '00'.
           88  CRV-FILE-AT-END     VALUE '10'.
           88  CRV-FILE-MISSING    VALUE '35'.
       01  WS-CRV-EXISTS-FLAG      PIC X VALUE 'N'.
           88  REVIEW-ROW-EXISTS   VALUE 'Y'.

       01  WS-RSK-FILE-STATUS      PIC XX.
           88  RSK-FILE-OK         VALUE '00'.
       01  WS-RSK-OPENED-FLAG      PIC X VALUE 'N'.
           88  RISK-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-BHST-FILE-STATUS     PIC XX.
           88  BHST-FILE-OK        VALUE '00'.
       01  WS-BHST-OPENED-FLAG     PIC X VALUE 'N'.
           88  HISTORY-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-BHST-WALK-FLAG       PIC X VALUE 'N'.
           88  HISTORY-WALK-DONE   VALUE 'Y'.

       01  WS-PHI-FILE-STATUS      PIC XX.
           88  PHI-FILE-OK         VALUE '00'.
           88  PHI-FILE-AT-END     VALUE '10'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-TPL-FILE-STATUS      PIC XX.
           88  TPL-FILE-OK         VALUE '00'.
       01  WS-TPL-OPENED-FLAG      PIC X VALUE 'N'.
           88  TEMPLATE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-TPL-WALK-FLAG        PIC X VALUE 'N'.
           88  TEMPLATE-WALK-DONE  VALUE 'Y'.
       01  WS-TPL-FOUND-FLAG       PIC X VALUE 'N'.
           88  TEMPLATE-FOUND      VALUE 'Y'.
       01  WS-TPL-VERSION          PIC 9(3) VALUE ZERO.

       01  WS-LTR-FILE-STATUS      PIC XX.
           88  LTR-FILE-OK         VALUE '00'.
       01  WS-CORR-FILE-STATUS     PIC XX.
           88  CORR-FILE-OK        VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-PHI-FOUND-FLAG   PIC X VALUE 'N'.
               88  PAYER-FOUND     VALUE 'Y'.
           05  WS-REVIEW-FLAG      PIC X VALUE 'N'.
               88  ACCOUNT-TO-REVIEW VALUE 'Y'.
           05  WS-PROPOSAL-FLAG    PIC X VALUE SPACE.
               88  PROPOSE-INCREASE VALUE 'I'.
               88  PROPOSE-DECREASE VALUE 'D'.
               88  PROPOSE-NOTHING VALUE SPACE.

       01  WS-RUN-MODE             PIC X VALUE 'R'.
           88  CRV-REVIEW-MODE     VALUE 'R'.
           88  CRV-NOTICE-MODE     VALUE 'N'.

      * Review thresholds - an increase wants a clean account
      * drawing at least this share of its line; a decrease follows
      * a high-risk grade or a month this far past due in the
      * window. Increases add a quarter of the line, decreases take
      * a quarter off but never cut below the balance owed
       01  WS-INCREASE-UTIL-PCT    PIC 9(3) VALUE 80.
       01  WS-CLEAN-MAX-DPD        PIC 9(3) VALUE 29.
       01  WS-DETERIORATED-DPD     PIC 9(3) VALUE 60.
       01  WS-MIN-HISTORY-MONTHS   PIC 9(2) VALUE 6.
       01  WS-INCREASE-FACTOR      PIC 9V99 VALUE 1.25.
       01  WS-DECREASE-FACTOR      PIC 9V99 VALUE 0.75.
      * A proposal younger than this is this quarter's - the
      * account is not reviewed twice in one quarter
       01  WS-REVIEW-INTERVAL-DAYS PIC 9(3) COMP VALUE 90.

      * Recent payers folded from CUSTPHIS, one slot per customer
       01  WS-PAY-TABLE-MAX        PIC 9(4) COMP VALUE 2000.
       01  WS-PAY-TABLE-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-PAY-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 2000 TIMES.
               10  WS-PAY-CUST-ID      PIC 9(9).
               10  WS-PAY-COUNT        PIC 9(4) COMP.
               10  WS-PAY-AMOUNT       PIC S9(9)V99 COMP-3.

      * What the history walk learned about the account
       01  WS-ACCOUNT-FACTS.
           05  WS-HISTORY-MONTHS   PIC 9(2) VALUE ZERO.
           05  WS-MAX-DPD          PIC 9(3) VALUE ZERO.
           05  WS-RECENT-PAYMENTS  PIC 9(4) VALUE ZERO.
           05  WS-UTILIZATION-PCT  PIC 9(3) VALUE ZERO.
           05  WS-ACCOUNT-GRADE    PIC X VALUE SPACE.
               88  GRADE-IS-CLEAN  VALUES 'A' 'B'.
               88  GRADE-IS-HIGH-RISK VALUES 'D' 'E'.
           05  WS-BROKEN-PROMISES  PIC 9(3) VALUE ZERO.
           05  WS-REVERSALS        PIC 9(3) VALUE ZERO.
       01  WS-UTIL-WORK            PIC 9(7) VALUE ZERO.
       01  WS-PROPOSED-LIMIT       PIC S9(7)V99 VALUE ZERO.
       01  WS-PROPOSAL-REASON      PIC X(30) VALUE SPACES.

       01  WS-DATE-MATH.
           05  WS-TODAY-DATE-NUM   PIC 9(8).
           05  WS-TODAY-DAYS       PIC 9(8) COMP.
           05  WS-PROPOSED-DAYS    PIC 9(8) COMP.
           05  WS-AGE-DAYS         PIC S9(5) COMP.

       01  WS-LIMIT-DISPLAY        PIC -(7)9.99.
       01  WS-PROPOSED-DISPLAY     PIC -(7)9.99.
       01  WS-BALANCE-DISPLAY      PIC -(7)9.99.
       01  WS-UTIL-DISPLAY         PIC ZZ9.

       01  WS-COUNTERS.
           05  WS-LINES-READ       PIC 9(6) VALUE ZERO.
           05  WS-INCREASES-PROPOSED PIC 9(6) VALUE ZERO.
           05  WS-DECREASES-PROPOSED PIC 9(6) VALUE ZERO.
           05  WS-ALREADY-PENDING  PIC 9(6) VALUE ZERO.
           05  WS-REVIEWED-RECENTLY PIC 9(6) VALUE ZERO.
           05  WS-NOT-ON-MASTER    PIC 9(6) VALUE ZERO.
           05  WS-NOTICES-SENT     PIC 9(6) VALUE ZERO.

      * Document archive handshake - BEGIN before the first printed
      * line of each document, LINE for every line printed, CLOSE at
      * the end of the run; the copy number BEGIN hands back goes on
      * the document's correspondence log row
       01  WS-DOCARCH-PARM-AREA.
           05  WS-DAR-RETURN-CODE  PIC S9(4) COMP.
           05  WS-DAR-MESSAGE      PIC X(50).
           05  WS-DAR-FUNCTION     PIC X(8).
           05  WS-DAR-CUST-ID      PIC 9(9).
           05  WS-DAR-DOC-TYPE     PIC X(10).
           05  WS-DAR-SENT-DATE    PIC 9(8).
           05  WS-DAR-SENT-TIME    PIC 9(6).
           05  WS-DAR-PROGRAM-NAME PIC X(24).
           05  WS-DAR-LINE-TEXT    PIC X(80).
           05  WS-DAR-COPY-NO      PIC 9(3).
           05  WS-DAR-LINE-COUNT   PIC 9(4).
      * Documents that went out with no archived copy
       01  WS-UNARCHIVED-COUNT     PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-CRREVIEW-PARM-AREA.
           05  LS-CRV-RETURN-CODE  PIC S9(4) COMP.
           05  LS-CRV-MESSAGE      PIC X(50).
           05  LS-CRV-CUSTOMER-FILE-NAME PIC X(40).
      * R = review and propose, N = adverse-action notices
           05  LS-CRV-MODE         PIC X.

       PROCEDURE DIVISION USING LS-CRREVIEW-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN CRV-REVIEW-MODE
                   PERFORM 2000-REVIEW-CREDIT-LINES
                       UNTIL CRL-FILE-AT-END
               WHEN CRV-NOTICE-MODE
                   PERFORM 3000-SEND-ADVERSE-NOTICES
                       UNTIL CRV-FILE-AT-END
           END-EVALUATE
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-CRV-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-CRV-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           IF LS-CRV-MODE NOT = SPACE
               MOVE LS-CRV-MODE TO WS-RUN-MODE
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)

      * The queue - created on first use like the other keyed side
      * files
           OPEN I-O CREDIT-REVIEW-FILE
           IF CRV-FILE-MISSING
               OPEN OUTPUT CREDIT-REVIEW-FILE
               CLOSE CREDIT-REVIEW-FILE
               OPEN I-O CREDIT-REVIEW-FILE
           END-IF
           IF NOT CRV-FILE-OK
               DISPLAY 'ERROR OPENING CREDIT REVIEW FILE: '
                   WS-CRV-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CRV-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CRV-RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN CRV-REVIEW-MODE
                   PERFORM 1300-OPEN-REVIEW-FILES
               WHEN CRV-NOTICE-MODE
                   PERFORM 1400-OPEN-NOTICE-FILES
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED MODE: ' WS-RUN-MODE
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-CRV-RETURN-CODE
                   GOBACK
           END-EVALUATE

      * The open paragraphs already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       1300-OPEN-REVIEW-FILES.
           OPEN INPUT CREDIT-LIMIT-FILE
           IF NOT CRL-FILE-OK
               DISPLAY 'NO CREDIT LIMIT FILE - NOTHING TO REVIEW'
               SET CRL-FILE-AT-END TO TRUE
           END-IF
           OPEN OUTPUT REVIEW-REGISTER-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING REVIEW REGISTER: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CRV-RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT RISK-GRADE-FILE
           IF RSK-FILE-OK
               SET RISK-FILE-WAS-OPENED TO TRUE
           END-IF
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BHST-FILE-OK
               SET HISTORY-FILE-WAS-OPENED TO TRUE
           END-IF
           PERFORM 1350-LOAD-RECENT-PAYERS
           MOVE SPACES TO REVIEW-REGISTER-LINE
           STRING 'CREDIT-LINE REVIEW PROPOSALS - ' DELIMITED BY SIZE
               WS-TODAY-DATE-NUM DELIMITED BY SIZE
               INTO REVIEW-REGISTER-LINE
           WRITE REVIEW-REGISTER-LINE.

       1350-LOAD-RECENT-PAYERS.
      * Optional - no window on file means no account shows recent
      * payments, so nothing qualifies for an increase this run
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF PHI-FILE-OK
               PERFORM 1360-FOLD-ONE-PAYMENT
                   UNTIL PHI-FILE-AT-END
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       1360-FOLD-ONE-PAYMENT.
           READ PAYMENT-HISTORY-FILE
               AT END
                   SET PHI-FILE-AT-END TO TRUE
               NOT AT END
                   PERFORM 1370-FIND-PAYER-SLOT
                   IF PAYER-FOUND
                       ADD 1 TO WS-PAY-COUNT (WS-PAY-SUB)
                       ADD PHI-AMOUNT TO WS-PAY-AMOUNT (WS-PAY-SUB)
                   ELSE
                       IF WS-PAY-TABLE-COUNT < WS-PAY-TABLE-MAX
                           ADD 1 TO WS-PAY-TABLE-COUNT
                           MOVE PHI-CUST-ID
                               TO WS-PAY-CUST-ID (WS-PAY-TABLE-COUNT)
                           MOVE 1 TO WS-PAY-COUNT (WS-PAY-TABLE-COUNT)
                           MOVE PHI-AMOUNT
                               TO WS-PAY-AMOUNT (WS-PAY-TABLE-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1370-FIND-PAYER-SLOT.
           MOVE 'N' TO WS-PHI-FOUND-FLAG
           PERFORM 1380-MATCH-ONE-PAYER
               VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-TABLE-COUNT
                   OR PAYER-FOUND
           IF PAYER-FOUND
      * PERFORM VARYING leaves the subscript one past the match
               SUBTRACT 1 FROM WS-PAY-SUB
           END-IF.

       1380-MATCH-ONE-PAYER.
           IF WS-PAY-CUST-ID (WS-PAY-SUB) = PHI-CUST-ID
               SET PAYER-FOUND TO TRUE
           END-IF.

       1400-OPEN-NOTICE-FILES.
           OPEN EXTEND NOTICE-LETTER-FILE
           IF LTR-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT NOTICE-LETTER-FILE
           END-IF
           OPEN EXTEND CORRESPONDENCE-LOG-FILE
           IF CORR-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT CORRESPONDENCE-LOG-FILE
           END-IF
           IF NOT LTR-FILE-OK OR NOT CORR-FILE-OK
               DISPLAY 'ERROR OPENING NOTICE OUTPUTS'
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CRV-RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TEMPLATE-FILE
           IF TPL-FILE-OK
               SET TEMPLATE-FILE-WAS-OPENED TO TRUE
           END-IF.

       2000-REVIEW-CREDIT-LINES SECTION.
       2100-READ-CREDIT-LINE.
           READ CREDIT-LIMIT-FILE NEXT RECORD
               AT END
                   SET CRL-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM 2200-REVIEW-ONE-ACCOUNT
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-REVIEW-ONE-ACCOUNT.
           MOVE 'Y' TO WS-REVIEW-FLAG
           MOVE CRL-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
                   MOVE 'N' TO WS-REVIEW-FLAG
               NOT INVALID KEY
                   IF NOT ACTIVE-CUSTOMER
                       MOVE 'N' TO WS-REVIEW-FLAG
                   END-IF
           END-READ
           IF ACCOUNT-TO-REVIEW
               PERFORM 2210-CHECK-PRIOR-PROPOSAL
           END-IF
           IF ACCOUNT-TO-REVIEW
               PERFORM 2300-GATHER-ACCOUNT-FACTS
               PERFORM 2400-DECIDE-PROPOSAL
               IF NOT PROPOSE-NOTHING
                   PERFORM 2500-QUEUE-PROPOSAL
               END-IF
           END-IF.

       2210-CHECK-PRIOR-PROPOSAL.
      * One open proposal at a time, and one review a quarter
           MOVE 'N' TO WS-CRV-EXISTS-FLAG
           MOVE CRL-CUST-ID TO CRV-CUST-ID
           READ CREDIT-REVIEW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REVIEW-ROW-EXISTS TO TRUE
           END-READ
           IF REVIEW-ROW-EXISTS
               IF CRV-PENDING
                   ADD 1 TO WS-ALREADY-PENDING
                   MOVE 'N' TO WS-REVIEW-FLAG
               ELSE
                   COMPUTE WS-PROPOSED-DAYS =
                       FUNCTION INTEGER-OF-DATE (CRV-PROPOSED-DATE)
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-DAYS - WS-PROPOSED-DAYS
                   IF WS-AGE-DAYS < WS-REVIEW-INTERVAL-DAYS
                       ADD 1 TO WS-REVIEWED-RECENTLY
                       MOVE 'N' TO WS-REVIEW-FLAG
                   END-IF
               END-IF
           END-IF.

       2300-GATHER-ACCOUNT-FACTS.
           INITIALIZE WS-ACCOUNT-FACTS
           MOVE CUST-DAYS-PAST-DUE TO WS-MAX-DPD
           IF RISK-FILE-WAS-OPENED
               MOVE CUST-ID TO RSK-CUST-ID
               READ RISK-GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RSK-RISK-GRADE TO WS-ACCOUNT-GRADE
                       MOVE RSK-BROKEN-PROMISE-COUNT
                           TO WS-BROKEN-PROMISES
                       MOVE RSK-REVERSAL-COUNT TO WS-REVERSALS
               END-READ
           END-IF
           IF HISTORY-FILE-WAS-OPENED
               MOVE 'N' TO WS-BHST-WALK-FLAG
               MOVE CUST-ID TO BHST-CUST-ID
               MOVE ZERO TO BHST-PERIOD-ID
               START BALANCE-HISTORY-FILE
                   KEY IS NOT LESS THAN BHST-KEY
                   INVALID KEY
                       SET HISTORY-WALK-DONE TO TRUE
               END-START
               PERFORM 2310-READ-ONE-HISTORY-MONTH
                   UNTIL HISTORY-WALK-DONE
           END-IF
           MOVE 'N' TO WS-PHI-FOUND-FLAG
           PERFORM 2320-MATCH-PAYER-BY-CUST
               VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-TABLE-COUNT
                   OR PAYER-FOUND
           IF PAYER-FOUND
               SUBTRACT 1 FROM WS-PAY-SUB
               MOVE WS-PAY-COUNT (WS-PAY-SUB) TO WS-RECENT-PAYMENTS
           END-IF
           MOVE ZERO TO WS-UTILIZATION-PCT
           IF CRL-CREDIT-LIMIT > ZERO AND CUST-BALANCE > ZERO
               COMPUTE WS-UTIL-WORK =
                   CUST-BALANCE * 100 / CRL-CREDIT-LIMIT
               IF WS-UTIL-WORK > 999
                   MOVE 999 TO WS-UTILIZATION-PCT
               ELSE
                   MOVE WS-UTIL-WORK TO WS-UTILIZATION-PCT
               END-IF
           END-IF.

       2310-READ-ONE-HISTORY-MONTH.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-WALK-DONE TO TRUE
               NOT AT END
                   IF BHST-CUST-ID NOT = CUST-ID
                       SET HISTORY-WALK-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-HISTORY-MONTHS
                       IF BHST-DAYS-PAST-DUE > WS-MAX-DPD
                           MOVE BHST-DAYS-PAST-DUE TO WS-MAX-DPD
                       END-IF
                   END-IF
           END-READ.

       2320-MATCH-PAYER-BY-CUST.
           IF WS-PAY-CUST-ID (WS-PAY-SUB) = CUST-ID
               SET PAYER-FOUND TO TRUE
           END-IF.

       2400-DECIDE-PROPOSAL.
      * Deterioration is tested first - an account that qualifies
      * both ways is a decrease, never an increase
           MOVE SPACE TO WS-PROPOSAL-FLAG
           MOVE SPACES TO WS-PROPOSAL-REASON
           EVALUATE TRUE
               WHEN GRADE-IS-HIGH-RISK
                   SET PROPOSE-DECREASE TO TRUE
                   MOVE 'HIGH-RISK GRADE' TO WS-PROPOSAL-REASON
               WHEN WS-MAX-DPD >= WS-DETERIORATED-DPD
                   SET PROPOSE-DECREASE TO TRUE
                   MOVE '60+ DAYS PAST DUE IN 13 MONTHS'
                       TO WS-PROPOSAL-REASON
               WHEN GRADE-IS-CLEAN
                       AND WS-BROKEN-PROMISES = ZERO
                       AND WS-REVERSALS = ZERO
                       AND WS-MAX-DPD <= WS-CLEAN-MAX-DPD
                       AND WS-HISTORY-MONTHS >= WS-MIN-HISTORY-MONTHS
                       AND WS-RECENT-PAYMENTS > ZERO
                       AND WS-UTILIZATION-PCT >= WS-INCREASE-UTIL-PCT
                   SET PROPOSE-INCREASE TO TRUE
                   MOVE 'CLEAN AND HIGHLY USED' TO WS-PROPOSAL-REASON
           END-EVALUATE
           EVALUATE TRUE
               WHEN PROPOSE-INCREASE
                   COMPUTE WS-PROPOSED-LIMIT ROUNDED =
                       CRL-CREDIT-LIMIT * WS-INCREASE-FACTOR
               WHEN PROPOSE-DECREASE
                   COMPUTE WS-PROPOSED-LIMIT ROUNDED =
                       CRL-CREDIT-LIMIT * WS-DECREASE-FACTOR
                   IF CUST-BALANCE > WS-PROPOSED-LIMIT
                       MOVE CUST-BALANCE TO WS-PROPOSED-LIMIT
                   END-IF
      * A balance already at or above the line leaves nothing to
      * take off - the over-limit report is where that account
      * belongs
                   IF WS-PROPOSED-LIMIT >= CRL-CREDIT-LIMIT
                       MOVE SPACE TO WS-PROPOSAL-FLAG
                   END-IF
           END-EVALUATE.

       2500-QUEUE-PROPOSAL.
           MOVE CUST-ID TO CRV-CUST-ID
           SET CRV-PENDING TO TRUE
           MOVE WS-PROPOSAL-FLAG TO CRV-DIRECTION
           MOVE CRL-CREDIT-LIMIT TO CRV-CURRENT-LIMIT
           MOVE WS-PROPOSED-LIMIT TO CRV-PROPOSED-LIMIT
           MOVE CUST-BALANCE TO CRV-BALANCE
           MOVE WS-UTILIZATION-PCT TO CRV-UTILIZATION-PCT
           MOVE WS-ACCOUNT-GRADE TO CRV-RISK-GRADE
           MOVE WS-MAX-DPD TO CRV-MAX-DAYS-PAST-DUE
           MOVE WS-PROPOSAL-REASON TO CRV-REASON
           MOVE WS-TODAY-DATE-NUM TO CRV-PROPOSED-DATE
           MOVE SPACES TO CRV-DECIDED-BY
           MOVE ZERO TO CRV-DECIDED-DATE
           MOVE ZERO TO CRV-NOTICE-DATE
           IF REVIEW-ROW-EXISTS
               REWRITE CREDIT-REVIEW-RECORD
           ELSE
               WRITE CREDIT-REVIEW-RECORD
           END-IF
           IF PROPOSE-INCREASE
               ADD 1 TO WS-INCREASES-PROPOSED
           ELSE
               ADD 1 TO WS-DECREASES-PROPOSED
           END-IF
           MOVE CRL-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
           MOVE WS-PROPOSED-LIMIT TO WS-PROPOSED-DISPLAY
           MOVE WS-UTILIZATION-PCT TO WS-UTIL-DISPLAY
           MOVE SPACES TO REVIEW-REGISTER-LINE
           STRING CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PROPOSAL-FLAG DELIMITED BY SIZE
               ' LINE ' DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-PROPOSED-DISPLAY DELIMITED BY SIZE
               ' USED ' DELIMITED BY SIZE
               WS-UTIL-DISPLAY DELIMITED BY SIZE
               '% ' DELIMITED BY SIZE
               WS-PROPOSAL-REASON DELIMITED BY SIZE
               INTO REVIEW-REGISTER-LINE
           WRITE REVIEW-REGISTER-LINE.

       3000-SEND-ADVERSE-NOTICES SECTION.
       3100-READ-PROPOSAL.
           READ CREDIT-REVIEW-FILE NEXT RECORD
               AT END
                   SET CRV-FILE-AT-END TO TRUE
               NOT AT END
                   IF CRV-APPROVED AND CRV-DECREASE
                           AND CRV-NOTICE-DATE = ZERO
                       MOVE CRV-CUST-ID TO CUST-ID
                       READ CUSTOMER-FILE
                           INVALID KEY
                               ADD 1 TO WS-NOT-ON-MASTER
                           NOT INVALID KEY
                               PERFORM 3200-SEND-ONE-NOTICE
                       END-READ
                   END-IF
           END-READ

      * 3200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       3200-SEND-ONE-NOTICE.
           PERFORM 3300-WRITE-NOTICE-LETTER
           PERFORM 3400-LOG-CORRESPONDENCE
           MOVE WS-TODAY-DATE-NUM TO CRV-NOTICE-DATE
           REWRITE CREDIT-REVIEW-RECORD
           ADD 1 TO WS-NOTICES-SENT.

       3300-WRITE-NOTICE-LETTER.
      * Mailing block, the ADVACTION body - templated when the rows
      * exist, compiled-in wording otherwise - then the old and new
      * line and the principal reason, which the notice must state
           MOVE CUST-ID TO WS-DAR-CUST-ID
           MOVE 'ADVACTION' TO WS-DAR-DOC-TYPE
           MOVE STD-CURRENT-DATE TO WS-DAR-SENT-DATE
           MOVE STD-CURRENT-TIME TO WS-DAR-SENT-TIME
           PERFORM 8400-BEGIN-ARCHIVE-COPY
           MOVE CUST-NAME TO NOTICE-LETTER-LINE
           PERFORM 8410-PUT-NOTICE-LINE
           MOVE CUST-ADDRESS-LINE-1 TO NOTICE-LETTER-LINE
           PERFORM 8410-PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LETTER-LINE
           STRING CUST-CITY DELIMITED BY SPACE
               ', ' DELIMITED BY SIZE
               CUST-STATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CUST-ZIP-CODE DELIMITED BY SIZE
               INTO NOTICE-LETTER-LINE
           PERFORM 8410-PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LETTER-LINE
           PERFORM 8410-PUT-NOTICE-LINE
           MOVE ZERO TO WS-TPL-VERSION
           MOVE 'N' TO WS-TPL-FOUND-FLAG
           IF TEMPLATE-FILE-WAS-OPENED
               PERFORM 3350-RENDER-NOTICE-TEMPLATE
           END-IF
           IF NOT TEMPLATE-FOUND
               MOVE 'WE HAVE REDUCED THE CREDIT LINE ON YOUR ACCOUNT'
                   TO NOTICE-LETTER-LINE
               PERFORM 8410-PUT-NOTICE-LINE
           END-IF
           MOVE CRV-CURRENT-LIMIT TO WS-LIMIT-DISPLAY
           MOVE CRV-PROPOSED-LIMIT TO WS-PROPOSED-DISPLAY
           MOVE SPACES TO NOTICE-LETTER-LINE
           STRING 'PREVIOUS CREDIT LINE: ' DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               INTO NOTICE-LETTER-LINE
           PERFORM 8410-PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LETTER-LINE
           STRING 'NEW CREDIT LINE:      ' DELIMITED BY SIZE
               WS-PROPOSED-DISPLAY DELIMITED BY SIZE
               INTO NOTICE-LETTER-LINE
           PERFORM 8410-PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LETTER-LINE
           STRING 'PRINCIPAL REASON: ' DELIMITED BY SIZE
               CRV-REASON DELIMITED BY SIZE
               INTO NOTICE-LETTER-LINE
           PERFORM 8410-PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LETTER-LINE
           PERFORM 8410-PUT-NOTICE-LINE.

       3350-RENDER-NOTICE-TEMPLATE.
           MOVE 'N' TO WS-TPL-WALK-FLAG
           MOVE 'ADVACTION' TO TPL-DOC-TYPE
           MOVE ZERO TO TPL-LINE-NO
           START TEMPLATE-FILE
               KEY IS NOT LESS THAN TPL-KEY
               INVALID KEY
                   SET TEMPLATE-WALK-DONE TO TRUE
           END-START
           PERFORM 3360-RENDER-ONE-LINE
               UNTIL TEMPLATE-WALK-DONE.

       3360-RENDER-ONE-LINE.
           READ TEMPLATE-FILE NEXT RECORD
               AT END
                   SET TEMPLATE-WALK-DONE TO TRUE
               NOT AT END
                   IF TPL-DOC-TYPE NOT = 'ADVACTION'
                       SET TEMPLATE-WALK-DONE TO TRUE
                   ELSE
                       SET TEMPLATE-FOUND TO TRUE
                       MOVE TPL-VERSION TO WS-TPL-VERSION
                       MOVE TPL-TEXT TO NOTICE-LETTER-LINE
                       PERFORM 8410-PUT-NOTICE-LINE
                   END-IF
           END-READ.

       3400-LOG-CORRESPONDENCE.
           MOVE CUST-ID TO CORR-CUST-ID
           MOVE 'ADVACTION' TO CORR-DOC-TYPE
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
           MOVE WS-TPL-VERSION TO CORR-TEMPLATE-VERSION
           MOVE ZERO TO CORR-MAILED-DATE
           MOVE WS-DAR-COPY-NO TO CORR-ARCHIVE-COPY-NO
           WRITE CORRESPONDENCE-LOG-RECORD.


       8400-BEGIN-ARCHIVE-COPY.
      * Start this document's copy in the archive; a copy that
      * cannot be filed still goes out, logged with no archive link
           MOVE 'BEGIN' TO WS-DAR-FUNCTION
           MOVE 'SAMPLE-PROGRAM-CRREVIEW' TO WS-DAR-PROGRAM-NAME
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           IF WS-DAR-RETURN-CODE NOT = ZERO
               DISPLAY 'DOCUMENT NOT ARCHIVED FOR CUST-ID '
                   WS-DAR-CUST-ID ': ' WS-DAR-MESSAGE
               ADD 1 TO WS-UNARCHIVED-COUNT
           END-IF.

       8410-PUT-NOTICE-LINE.
      * Every printed line of the document also goes to its copy in
      * the archive
           WRITE NOTICE-LETTER-LINE
           IF WS-DAR-COPY-NO > ZERO
               MOVE NOTICE-LETTER-LINE TO WS-DAR-LINE-TEXT
               MOVE 'LINE' TO WS-DAR-FUNCTION
               CALL 'SAMPLE-PROGRAM-DOCARCH'
                   USING WS-DOCARCH-PARM-AREA
           END-IF.

       4000-FINALIZE SECTION.
       4100-CLOSE-FILES.
           MOVE 'CLOSE' TO WS-DAR-FUNCTION
           CALL 'SAMPLE-PROGRAM-DOCARCH' USING WS-DOCARCH-PARM-AREA
           CLOSE CREDIT-REVIEW-FILE
           CLOSE CUSTOMER-FILE
           EVALUATE TRUE
               WHEN CRV-REVIEW-MODE
                   CLOSE CREDIT-LIMIT-FILE
                   CLOSE REVIEW-REGISTER-FILE
                   IF RISK-FILE-WAS-OPENED
                       CLOSE RISK-GRADE-FILE
                   END-IF
                   IF HISTORY-FILE-WAS-OPENED
                       CLOSE BALANCE-HISTORY-FILE
                   END-IF
               WHEN CRV-NOTICE-MODE
                   CLOSE NOTICE-LETTER-FILE
                   CLOSE CORRESPONDENCE-LOG-FILE
                   IF TEMPLATE-FILE-WAS-OPENED
                       CLOSE TEMPLATE-FILE
                   END-IF
           END-EVALUATE.

       4200-DISPLAY-SUMMARY.
           DISPLAY 'Credit-Line Review Summary:'
           EVALUATE TRUE
               WHEN CRV-REVIEW-MODE
                   DISPLAY 'Credit Lines Read: ' WS-LINES-READ
                   DISPLAY 'Increases Proposed: '
                       WS-INCREASES-PROPOSED
                   DISPLAY 'Decreases Proposed: '
                       WS-DECREASES-PROPOSED
                   DISPLAY 'Skipped - Proposal Pending: '
                       WS-ALREADY-PENDING
                   DISPLAY 'Skipped - Reviewed This Quarter: '
                       WS-REVIEWED-RECENTLY
               WHEN CRV-NOTICE-MODE
                   DISPLAY 'Adverse-Action Notices Sent: '
                       WS-NOTICES-SENT
                   DISPLAY 'Notices Not Archived: '
                       WS-UNARCHIVED-COUNT
           END-EVALUATE
           DISPLAY 'Not On Customer Master: ' WS-NOT-ON-MASTER.

       4999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-CRV-RETURN-CODE
               MOVE 'CREDIT REVIEW COMPLETED WITH ERRORS'
                   TO LS-CRV-MESSAGE
           ELSE
               MOVE 0 TO LS-CRV-RETURN-CODE
               MOVE 'CREDIT REVIEW COMPLETE' TO LS-CRV-MESSAGE
           END-IF
           EXIT SECTION.
