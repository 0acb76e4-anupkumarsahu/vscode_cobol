       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-BACKOUT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Posting-run backout. When a bad input file posts - the wrong
      * day's lockbox, a portal file built twice, a corrupt teller
      * batch - the only way back used to be a hand-keyed MAINT
      * adjustment per row, which unwound CUST-BALANCE and nothing
      * else. This job names the posting run the way the posting
      * register shows it (the post date and time, time zero meaning
      * every run that date), optionally narrowed to one source code
      * or one feed registration, and reverses exactly the rows that
      * posted in that selection:
      *   - a payment is reversed under source BACKOUT on its own
      *     date; its row on SAMPLE-PROGRAM-POST's application trail
      *     (CUSTPAPL) is claimed first, so posting puts its
      *     invoices, sub-ledger components, and payment-plan
      *     installments back from the trail and re-ages the account
      *     from the payment's date. A payment with no trail (a
      *     recovery) reverses against the balance only, and one
      *     already transferred to another account is left for the
      *     cash desk
      *   - a reversal is re-applied as a payment
      *   - a charge comes back off as a negative adjustment naming
      *     the charge's date, so posting takes its invoice back off
      *     the open items
      *   - an adjustment is posted again with the opposite sign
      * Each reversal carries the account's currency and the
      * original figure the register shows, so nothing converts a
      * second time. Rows the run suspended or held for fraud review
      * never reached the balance - they are listed for the research
      * and fraud desks to clear instead. Transfer legs and earlier
      * backouts are never reversed here. The reversals land in their
      * own file and are posted through LS-PST-TRAN-FILE-NAME, the
      * same hand-off the chargeback reversals use. A backout is
      * recorded on its own control file and a second one that
      * overlaps it is refused; when a feed registration is named,
      * it is marked backed out so the corrected file may register
      * in its place.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The posting engine's register - every row every run wrote
           SELECT POSTING-REGISTER-FILE ASSIGN TO "CUSTPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.

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

      * One row per backout written - created on first use
           SELECT BACKOUT-CONTROL-FILE ASSIGN TO "CUSTBKOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKC-KEY
               FILE STATUS IS WS-BKC-FILE-STATUS.

      * Reversal rows for the posting engine's next run
           SELECT BACKOUT-TRAN-FILE ASSIGN TO "CUSTBKOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO "CUSTBKOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-REGISTER-FILE.
       01  POSTING-REGISTER-RECORD.
           05  PREG-POST-DATE      PIC 9(8).
           05  PREG-POST-TIME      PIC 9(6).
           05  PREG-CUST-ID        PIC 9(9).
           05  PREG-TRANS-TYPE     PIC X.
               88  PREG-PAYMENT    VALUE 'P'.
               88  PREG-CHARGE     VALUE 'C'.
               88  PREG-ADJUSTMENT VALUE 'A'.
               88  PREG-REVERSAL   VALUE 'R'.
           05  PREG-AMOUNT         PIC S9(7)V99.
           05  PREG-TRANS-DATE     PIC 9(8).
           05  PREG-SOURCE-CODE    PIC X(8).
           05  PREG-DISPOSITION    PIC X(8).
               88  PREG-POSTED     VALUE 'POSTED'.
               88  PREG-REJECTED   VALUE 'REJECTED'.
               88  PREG-SUSPENDED  VALUE 'SUSPENSE'.
               88  PREG-FRAUD-HELD VALUE 'FRAUDHLD'.
           05  PREG-REJECT-REASON  PIC X(40).
           05  PREG-REMIT-PARENT-ID PIC 9(9).
           05  PREG-REMIT-TOTAL    PIC S9(7)V99.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  PAYMENT-APPLICATION-FILE.
           COPY PAYMENT-APPLICATION-RECORD.

       FD  BACKOUT-CONTROL-FILE.
           COPY BACKOUT-CONTROL-RECORD.

       FD  BACKOUT-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * Feed registration handshake - the named registration is
      * marked backed out once its postings have been reversed
       01  WS-FEEDCTL-PARM-AREA.
           05  WS-FDC-RETURN-CODE  PIC S9(4) COMP.
           05  WS-FDC-MESSAGE      PIC X(50).
           05  WS-FDC-FUNCTION     PIC X(8).
           05  WS-FDC-FEED-CODE    PIC X(8).
           05  WS-FDC-FILE-NAME    PIC X(40).
           05  WS-FDC-BUSINESS-DATE PIC 9(8).
           05  WS-FDC-SEQUENCE     PIC 9(6).

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-PREG-FILE-STATUS     PIC XX.
           88  PREG-FILE-OK        VALUE '00'.
           88  PREG-FILE-AT-END    VALUE '10'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-PAP-FILE-STATUS      PIC XX.
           88  PAP-FILE-OK         VALUE '00'.
           88  PAP-FILE-MISSING    VALUE '35'.

       01  WS-BKC-FILE-STATUS      PIC XX.
           88  BKC-FILE-OK         VALUE '00'.
           88  BKC-FILE-MISSING    VALUE '35'.

       01  WS-TRN-FILE-STATUS      PIC XX.
           88  TRN-FILE-OK         VALUE '00'.

       01  WS-BKR-FILE-STATUS      PIC XX.
           88  BKR-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
      * The selection overlaps a backout already on file - nothing
      * is reversed
           05  WS-REFUSED-FLAG     PIC X VALUE 'N'.
               88  BACKOUT-REFUSED VALUE 'Y'.
           05  WS-WALK-FLAG        PIC X VALUE 'N'.
               88  CONTROL-WALK-DONE VALUE 'Y'.
               88  APPLICATION-WALK-DONE VALUE 'Y'.
           05  WS-FOUND-FLAG       PIC X VALUE 'N'.
               88  PAYMENT-FOUND   VALUE 'Y'.
      * A matching payment that has since moved to another account
           05  WS-MOVED-FLAG       PIC X VALUE 'N'.
               88  PAYMENT-ALREADY-MOVED VALUE 'Y'.

       01  WS-ACCOUNT-CURRENCY     PIC X(3) VALUE SPACES.
       01  WS-SKIP-REASON          PIC X(40) VALUE SPACES.
       01  WS-ACTION-TEXT          PIC X(12) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY       PIC -(7)9.99.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(6) VALUE ZERO.
           05  WS-ROWS-SELECTED    PIC 9(6) VALUE ZERO.
           05  WS-ROWS-REVERSED    PIC 9(6) VALUE ZERO.
           05  WS-REVERSED-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-PAYMENTS-CLAIMED PIC 9(6) VALUE ZERO.
           05  WS-BALANCE-ONLY     PIC 9(6) VALUE ZERO.
           05  WS-ROWS-FOR-DESKS   PIC 9(6) VALUE ZERO.
           05  WS-ROWS-SKIPPED     PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-BACKOUT-PARM-AREA.
           05  LS-BKO-RETURN-CODE      PIC S9(4) COMP.
           05  LS-BKO-MESSAGE          PIC X(50).
           05  LS-BKO-CUSTOMER-FILE-NAME PIC X(40).
      * The posting run as the register shows it; time zero means
      * every run on the date
           05  LS-BKO-RUN-DATE         PIC 9(8).
           05  LS-BKO-RUN-TIME         PIC 9(6).
      * Spaces means every source the run posted - or, when a feed
      * is named, the feed's own code
           05  LS-BKO-SOURCE-CODE      PIC X(8).
      * The feed registration to mark backed out; spaces when the
      * bad postings did not come in on a registered file
           05  LS-BKO-FEED-CODE        PIC X(8).
           05  LS-BKO-FEED-DATE        PIC 9(8).
           05  LS-BKO-FEED-SEQUENCE    PIC 9(6).

       PROCEDURE DIVISION USING LS-BACKOUT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REGISTER
               UNTIL PREG-FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           IF LS-BKO-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-BKO-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           IF LS-BKO-RUN-DATE NOT NUMERIC OR LS-BKO-RUN-DATE = ZERO
               DISPLAY 'BACKOUT NAMES NO POSTING RUN DATE'
               MOVE 8 TO LS-BKO-RETURN-CODE
               MOVE 'BACKOUT NAMES NO POSTING RUN DATE'
                   TO LS-BKO-MESSAGE
               GOBACK
           END-IF
           IF LS-BKO-RUN-TIME NOT NUMERIC
               MOVE ZERO TO LS-BKO-RUN-TIME
           END-IF
           IF LS-BKO-SOURCE-CODE = SPACES
               MOVE LS-BKO-FEED-CODE TO LS-BKO-SOURCE-CODE
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BKO-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT POSTING-REGISTER-FILE
           IF NOT PREG-FILE-OK
               DISPLAY 'ERROR OPENING POSTING REGISTER FILE: '
                   WS-PREG-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BKO-RETURN-CODE
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
               MOVE 8 TO LS-BKO-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O BACKOUT-CONTROL-FILE
           IF BKC-FILE-MISSING
               OPEN OUTPUT BACKOUT-CONTROL-FILE
               CLOSE BACKOUT-CONTROL-FILE
               OPEN I-O BACKOUT-CONTROL-FILE
           END-IF
           IF NOT BKC-FILE-OK
               DISPLAY 'ERROR OPENING BACKOUT CONTROL FILE: '
                   WS-BKC-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BKO-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BACKOUT-REPORT-FILE
           IF NOT BKR-FILE-OK
               DISPLAY 'ERROR OPENING BACKOUT REPORT: '
                   WS-BKR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BKO-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BACKOUT-TRAN-FILE
           IF NOT TRN-FILE-OK
               DISPLAY 'ERROR OPENING BACKOUT TRAN FILE: '
                   WS-TRN-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BKO-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING 'POSTING-RUN BACKOUT - ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               LS-BKO-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LS-BKO-RUN-TIME DELIMITED BY SIZE
               ' SOURCE ' DELIMITED BY SIZE
               LS-BKO-SOURCE-CODE DELIMITED BY SIZE
               ' FEED ' DELIMITED BY SIZE
               LS-BKO-FEED-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LS-BKO-FEED-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LS-BKO-FEED-SEQUENCE DELIMITED BY SIZE
               INTO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           PERFORM 1300-CHECK-PRIOR-BACKOUTS
      * 1300/1350 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them again
           EXIT SECTION.

       1300-CHECK-PRIOR-BACKOUTS.
      * Every backout already on file for the run date - one whose
      * time and source overlap this selection (zero time or space
      * source overlapping everything) means these postings were
      * already reversed, and the register is not read at all
           MOVE 'N' TO WS-WALK-FLAG
           MOVE LS-BKO-RUN-DATE TO BKC-RUN-DATE
           MOVE ZERO TO BKC-RUN-TIME
           MOVE SPACES TO BKC-SOURCE-CODE
           START BACKOUT-CONTROL-FILE
               KEY IS NOT LESS THAN BKC-KEY
               INVALID KEY
                   SET CONTROL-WALK-DONE TO TRUE
           END-START
           PERFORM 1350-CHECK-ONE-BACKOUT
               UNTIL CONTROL-WALK-DONE
           IF BACKOUT-REFUSED
               SET ERROR-OCCURRED TO TRUE
               SET PREG-FILE-AT-END TO TRUE
               MOVE SPACES TO BACKOUT-REPORT-LINE
               STRING 'REFUSED - OVERLAPS THE BACKOUT OF RUN '
                       DELIMITED BY SIZE
                   BKC-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   BKC-RUN-TIME DELIMITED BY SIZE
                   ' SOURCE ' DELIMITED BY SIZE
                   BKC-SOURCE-CODE DELIMITED BY SIZE
                   ' WRITTEN ' DELIMITED BY SIZE
                   BKC-BACKOUT-DATE DELIMITED BY SIZE
                   INTO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF.

       1350-CHECK-ONE-BACKOUT.
           READ BACKOUT-CONTROL-FILE NEXT RECORD
               AT END
                   SET CONTROL-WALK-DONE TO TRUE
               NOT AT END
                   IF BKC-RUN-DATE NOT = LS-BKO-RUN-DATE
                       SET CONTROL-WALK-DONE TO TRUE
                   ELSE
                       IF (BKC-RUN-TIME = ZERO
                               OR LS-BKO-RUN-TIME = ZERO
                               OR BKC-RUN-TIME = LS-BKO-RUN-TIME)
                           AND (BKC-SOURCE-CODE = SPACES
                               OR LS-BKO-SOURCE-CODE = SPACES
                               OR BKC-SOURCE-CODE =
                                   LS-BKO-SOURCE-CODE)
                           SET BACKOUT-REFUSED TO TRUE
                           SET CONTROL-WALK-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2000-PROCESS-REGISTER SECTION.
       2100-READ-REGISTER.
           READ POSTING-REGISTER-FILE
               AT END
                   SET PREG-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF PREG-POST-DATE = LS-BKO-RUN-DATE
                           AND (LS-BKO-RUN-TIME = ZERO
                               OR PREG-POST-TIME = LS-BKO-RUN-TIME)
                           AND (LS-BKO-SOURCE-CODE = SPACES
                               OR PREG-SOURCE-CODE =
                                   LS-BKO-SOURCE-CODE)
                       ADD 1 TO WS-ROWS-SELECTED
                       PERFORM 2150-SCREEN-ROW
                   END-IF
           END-READ

      * 2150 through 2490 already ran above (whichever apply) via
      * the explicit PERFORM - exit the section here instead of
      * falling into them a second time, for every register row
           EXIT SECTION.

       2150-SCREEN-ROW.
      * A rejected row never touched anything; a suspended or
      * fraud-held one never reached the balance and belongs to its
      * desk; a transfer leg or an earlier backout is undone by its
      * own process, not by this one
           MOVE SPACES TO WS-SKIP-REASON
           EVALUATE TRUE
               WHEN PREG-REJECTED
                   CONTINUE
               WHEN PREG-SUSPENDED
                   MOVE 'ON SUSPENSE - CLEAR WITH RESEARCH DESK'
                       TO WS-SKIP-REASON
                   ADD 1 TO WS-ROWS-FOR-DESKS
                   PERFORM 2490-REPORT-SKIPPED-ROW
               WHEN PREG-FRAUD-HELD
                   MOVE 'FRAUD HOLD - CLEAR WITH REVIEW DESK'
                       TO WS-SKIP-REASON
                   ADD 1 TO WS-ROWS-FOR-DESKS
                   PERFORM 2490-REPORT-SKIPPED-ROW
               WHEN NOT PREG-POSTED
                   CONTINUE
               WHEN PREG-SOURCE-CODE = 'MISAPPLY'
                   MOVE 'TRANSFER LEG - REQUEST A NEW TRANSFER'
                       TO WS-SKIP-REASON
                   PERFORM 2480-SKIP-ROW
               WHEN PREG-SOURCE-CODE = 'BACKOUT '
                   MOVE 'ALREADY A BACKOUT ROW'
                       TO WS-SKIP-REASON
                   PERFORM 2480-SKIP-ROW
               WHEN OTHER
                   PERFORM 2200-REVERSE-ROW
           END-EVALUATE.

       2200-REVERSE-ROW.
           MOVE PREG-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NO LONGER ON CUSTOMER-FILE'
                       TO WS-SKIP-REASON
               NOT INVALID KEY
                   MOVE CUST-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
           END-READ
           IF WS-SKIP-REASON = SPACES
               MOVE PREG-CUST-ID TO TRN-CUST-ID
               MOVE WS-ACCOUNT-CURRENCY TO TRN-CURRENCY-CODE
               MOVE PREG-TRANS-DATE TO TRN-TRANS-DATE
               MOVE 'BACKOUT ' TO TRN-SOURCE-CODE
               MOVE SPACES TO TRN-REMITTER-NAME
               MOVE ZERO TO TRN-INVOICE-REF
               MOVE ZERO TO TRN-REMIT-PARENT-ID
               MOVE ZERO TO TRN-REMIT-TOTAL
               EVALUATE TRUE
                   WHEN PREG-PAYMENT
                       PERFORM 2300-REVERSE-PAYMENT
                   WHEN PREG-REVERSAL
                       SET TRN-PAYMENT TO TRUE
                       MOVE PREG-AMOUNT TO TRN-AMOUNT
                       MOVE 'RE-APPLIED' TO WS-ACTION-TEXT
                   WHEN PREG-CHARGE
      * The charge's date finds the invoice it created
                       SET TRN-ADJUSTMENT TO TRUE
                       COMPUTE TRN-AMOUNT = ZERO - PREG-AMOUNT
                       MOVE PREG-TRANS-DATE TO TRN-INVOICE-REF
                       MOVE 'UNCHARGED' TO WS-ACTION-TEXT
                   WHEN PREG-ADJUSTMENT
                       SET TRN-ADJUSTMENT TO TRUE
                       COMPUTE TRN-AMOUNT = ZERO - PREG-AMOUNT
                       MOVE 'UNADJUSTED' TO WS-ACTION-TEXT
                   WHEN OTHER
                       MOVE 'UNKNOWN TRANSACTION TYPE'
                           TO WS-SKIP-REASON
               END-EVALUATE
           END-IF
           IF WS-SKIP-REASON = SPACES
               PERFORM 2400-WRITE-REVERSAL
           ELSE
               PERFORM 2480-SKIP-ROW
           END-IF.

       2300-REVERSE-PAYMENT.
      * The trail row is claimed before the reversal is written, so
      * posting unwinds exactly what this payment paid; a payment
      * moved to another account since is the cash desk's to sort
           SET TRN-REVERSAL TO TRUE
           MOVE PREG-AMOUNT TO TRN-AMOUNT
           MOVE 'REVERSED' TO WS-ACTION-TEXT
           PERFORM 2350-FIND-PAYMENT
           EVALUATE TRUE
               WHEN PAYMENT-FOUND
                   SET PAP-BACKOUT-PENDING TO TRUE
                   REWRITE PAYMENT-APPLICATION-RECORD
                       INVALID KEY
                           MOVE 'PAYMENT TRAIL COULD NOT BE REWRITTEN'
                               TO WS-SKIP-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-PAYMENTS-CLAIMED
                   END-REWRITE
               WHEN PAYMENT-ALREADY-MOVED
                   MOVE 'PAYMENT SINCE TRANSFERRED OR BACKED OUT'
                       TO WS-SKIP-REASON
               WHEN OTHER
                   MOVE 'REVERSED-BAL' TO WS-ACTION-TEXT
                   ADD 1 TO WS-BALANCE-ONLY
           END-EVALUATE.

       2350-FIND-PAYMENT.
      * Every trail row for the account on the payment's date, in
      * sequence order - the first still-applied row this run
      * posted for the amount and source is the payment
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-MOVED-FLAG
           MOVE 'N' TO WS-WALK-FLAG
           MOVE PREG-CUST-ID TO PAP-CUST-ID
           MOVE PREG-TRANS-DATE TO PAP-TRANS-DATE
           MOVE ZERO TO PAP-SEQ
           START PAYMENT-APPLICATION-FILE
               KEY IS NOT LESS THAN PAP-KEY
               INVALID KEY
                   SET APPLICATION-WALK-DONE TO TRUE
           END-START
           PERFORM 2360-MATCH-ONE-APPLICATION
               UNTIL APPLICATION-WALK-DONE.

       2360-MATCH-ONE-APPLICATION.
           READ PAYMENT-APPLICATION-FILE NEXT RECORD
               AT END
                   SET APPLICATION-WALK-DONE TO TRUE
               NOT AT END
                   IF PAP-CUST-ID NOT = PREG-CUST-ID
                           OR PAP-TRANS-DATE NOT = PREG-TRANS-DATE
                       SET APPLICATION-WALK-DONE TO TRUE
                   ELSE
                       IF PAP-AMOUNT = PREG-AMOUNT
                               AND PAP-SOURCE-CODE = PREG-SOURCE-CODE
                               AND PAP-POST-DATE = PREG-POST-DATE
                           IF PAP-APPLIED
                               SET PAYMENT-FOUND TO TRUE
                               SET APPLICATION-WALK-DONE TO TRUE
                           ELSE
                               SET PAYMENT-ALREADY-MOVED TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2400-WRITE-REVERSAL.
           WRITE CUSTOMER-TRAN-RECORD
           ADD 1 TO WS-ROWS-REVERSED
           ADD PREG-AMOUNT TO WS-REVERSED-AMOUNT
           MOVE PREG-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING WS-ACTION-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PREG-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PREG-TRANS-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' DATED ' DELIMITED BY SIZE
               PREG-TRANS-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PREG-SOURCE-CODE DELIMITED BY SIZE
               ' POSTED ' DELIMITED BY SIZE
               PREG-POST-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PREG-POST-TIME DELIMITED BY SIZE
               INTO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE.

       2480-SKIP-ROW.
           ADD 1 TO WS-ROWS-SKIPPED
           SET ERROR-OCCURRED TO TRUE
           PERFORM 2490-REPORT-SKIPPED-ROW.

       2490-REPORT-SKIPPED-ROW.
           MOVE PREG-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING 'NOT REVERSED ' DELIMITED BY SIZE
               PREG-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PREG-TRANS-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' DATED ' DELIMITED BY SIZE
               PREG-TRANS-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PREG-SOURCE-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SKIP-REASON DELIMITED BY SIZE
               INTO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE.

       3000-FINALIZE SECTION.
       3050-RECORD-BACKOUT.
      * The backout is recorded even when it found nothing to
      * reverse, so a repeat of it is refused all the same; then the
      * feed registration, if one was named, is released
           IF NOT BACKOUT-REFUSED
               MOVE LS-BKO-RUN-DATE TO BKC-RUN-DATE
               MOVE LS-BKO-RUN-TIME TO BKC-RUN-TIME
               MOVE LS-BKO-SOURCE-CODE TO BKC-SOURCE-CODE
               MOVE LS-BKO-FEED-CODE TO BKC-FEED-CODE
               MOVE LS-BKO-FEED-DATE TO BKC-FEED-DATE
               MOVE LS-BKO-FEED-SEQUENCE TO BKC-FEED-SEQUENCE
               MOVE STD-CURRENT-DATE TO BKC-BACKOUT-DATE
               MOVE STD-CURRENT-TIME TO BKC-BACKOUT-TIME
               MOVE WS-ROWS-REVERSED TO BKC-ROWS-REVERSED
               MOVE WS-REVERSED-AMOUNT TO BKC-AMOUNT-REVERSED
               WRITE BACKOUT-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY 'BACKOUT CONTROL ROW NOT WRITTEN: '
                           WS-BKC-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
               END-WRITE
               IF LS-BKO-FEED-CODE NOT = SPACES
                   PERFORM 3060-RELEASE-FEED
               END-IF
           END-IF

      * 3060 already ran above via the explicit PERFORM when a feed
      * was named - skip past it instead of falling into it again
           GO TO 3100-CLOSE-FILES.

       3060-RELEASE-FEED.
           MOVE 'BACKOUT' TO WS-FDC-FUNCTION
           MOVE LS-BKO-FEED-CODE TO WS-FDC-FEED-CODE
           MOVE SPACES TO WS-FDC-FILE-NAME
           MOVE LS-BKO-FEED-DATE TO WS-FDC-BUSINESS-DATE
           MOVE LS-BKO-FEED-SEQUENCE TO WS-FDC-SEQUENCE
           CALL 'SAMPLE-PROGRAM-FEEDCTL'
               USING WS-FEEDCTL-PARM-AREA
           MOVE SPACES TO BACKOUT-REPORT-LINE
           IF WS-FDC-RETURN-CODE NOT = ZERO
               SET ERROR-OCCURRED TO TRUE
               STRING 'FEED NOT RELEASED - ' DELIMITED BY SIZE
                   WS-FDC-MESSAGE DELIMITED BY SIZE
                   INTO BACKOUT-REPORT-LINE
           ELSE
               STRING 'FEED REGISTRATION MARKED BACKED OUT - '
                       DELIMITED BY SIZE
                   LS-BKO-FEED-CODE DELIMITED BY SIZE
                   INTO BACKOUT-REPORT-LINE
           END-IF
           WRITE BACKOUT-REPORT-LINE.

       3100-CLOSE-FILES.
           CLOSE POSTING-REGISTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PAYMENT-APPLICATION-FILE
           CLOSE BACKOUT-CONTROL-FILE
           CLOSE BACKOUT-TRAN-FILE
           CLOSE BACKOUT-REPORT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Posting-Run Backout Summary:'
           DISPLAY 'Register Rows Read: ' WS-ROWS-READ
           DISPLAY 'Rows Selected: ' WS-ROWS-SELECTED
           DISPLAY 'Rows Reversed: ' WS-ROWS-REVERSED
           DISPLAY 'Reversed Amount: ' WS-REVERSED-AMOUNT
           DISPLAY 'Payments Claimed On Trail: ' WS-PAYMENTS-CLAIMED
           DISPLAY 'Balance-Only Payment Reversals: ' WS-BALANCE-ONLY
           DISPLAY 'Rows Left For The Desks: ' WS-ROWS-FOR-DESKS
           DISPLAY 'Rows Not Reversed: ' WS-ROWS-SKIPPED.

       3999-EXIT.
           EVALUATE TRUE
               WHEN BACKOUT-REFUSED
                   MOVE 8 TO LS-BKO-RETURN-CODE
                   MOVE 'BACKOUT REFUSED - RUN ALREADY BACKED OUT'
                       TO LS-BKO-MESSAGE
               WHEN ERROR-OCCURRED
                   MOVE 4 TO LS-BKO-RETURN-CODE
                   MOVE 'BACKOUT WRITTEN - EXCEPTIONS ON REPORT'
                       TO LS-BKO-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-BKO-RETURN-CODE
                   MOVE 'POSTING-RUN BACKOUT COMPLETE'
                       TO LS-BKO-MESSAGE
           END-EVALUATE
           EXIT SECTION.
