      *   payments            DR cash            CR receivables
      *   recovery payments   DR cash            CR recovery income
      *   charges             DR receivables     CR service income
      *   charges billed in   DR receivables     CR deferred revenue
      *     advance (a recognition schedule on file)
      *   revenue earned      DR deferred rev    CR service income
      *     (the month-end recognition register, that night only)
      *   unearned reversed   DR deferred rev    CR receivables
      *     (the DEFREV credit MAINT cuts on a cancelled charge)
      *   sales tax charges   DR receivables     CR sales tax payable
      *   accrued fees        DR receivables     CR fee income
      *   reversals (NSF)     DR receivables     CR cash
      *   write-offs          DR bad-debt exp    CR receivables
      *   reserve true-up     DR bad-debt exp    CR allowance
      *     (the month-end allowance run's row, that night only;
      *     a release reverses the pair)
      *   small-balance       DR small-bal exp   CR receivables
      *     clean-ups         DR receivables     CR small-bal income
      *     (tonight's rows on the small-balance report - the posted
      *     SMALLBAL adjustments stay out of the adjustment buckets)
      *   adjustments         DR/CR receivables against other
      *                       income or adjustment expense by sign
      *   realized FX gain    DR receivables     CR realized FX gain
      *   realized FX loss    DR realized FX loss CR receivables
      *     (tonight's cross-currency payments off the posting
      *     engine's FX register - the revaluation's unrealized
      *     figures never come through here)
      *   misapplied-payment  DR receivables     CR receivables
      *     transfers (the MISAPPLY legs move no cash - they stay
      *     out of the payment and NSF buckets and book as one
      *     linked receivables-to-receivables pair)
      *   payments backed out DR receivables     CR cash
      *     (BACKOUT reversals of a bad posting run's payments - the
      *     money never really arrived, so they stay out of the NSF
      *     bucket; the run's other backout rows book through the
      *     ordinary payment and adjustment buckets by type and sign)
      *   prior-period items  the same pairs as their ordinary kind,
      *     (PRIORPER rows an authorization let into a closed month -
      *     booked one pair per closed period and kind, each line
      *     flagged as a prior-period adjustment and carrying the
      *     period it restates, never folded into today's buckets)
      *   payments forwarded  DR cash            CR due to debt buyer
      *     (SOLDFWD payments on accounts sold to a debt buyer - the
      *     cash is the buyer's, so it is owed on, not income)
      *   debt-sale proceeds  DR cash            CR debt-sale proceeds
      *   debt-sale putbacks  DR debt-sale proceeds CR cash
      *     (tonight's rows on the debt-sale GL memo - the price of
      *     each account sold, refunded for each one put back)
      * A header and a trailer carry the batch date, line count, and
      * the debit/credit control totals the GL side verifies before
      * accepting the batch.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARP-FILE-STATUS.

      * Recognition schedules, to tell a charge billed in advance
      * from an ordinary one; optional
           SELECT DEFERRED-REVENUE-FILE ASSIGN TO "CUSTDEFR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DFR-FILE-STATUS.

      * The month-end recognition register; optional
           SELECT RECOGNITION-REGISTER-FILE ASSIGN TO "CUSTREVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVR-FILE-STATUS.

      * The allowance run's reserve true-up; optional
           SELECT RESERVE-GL-FILE ASSIGN TO "CUSTALWG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALG-FILE-STATUS.

      * The write-off run's GL memo rows; optional
           SELECT GL-MEMO-FILE ASSIGN TO "CUSTWOFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.

      * The small-balance clean-up report; optional
           SELECT SMALLBAL-REPORT-FILE ASSIGN TO "CUSTSBLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBR-FILE-STATUS.

      * The posting engine's realized FX register; optional
           SELECT FX-REGISTER-FILE ASSIGN TO "CUSTFXPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXP-FILE-STATUS.

      * The debt-sale and putback runs' GL memo rows; optional
           SELECT SALE-GL-FILE ASSIGN TO "CUSTSLGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGL-FILE-STATUS.

      * The balanced journal batch for the GL side
           SELECT GL-JOURNAL-FILE ASSIGN TO "CUSTGLJE"
               ORGANIZATION IS LINE SEQUENTIAL
           05  PREG-DISPOSITION    PIC X(8).
               88  PREG-POSTED     VALUE 'POSTED'.
           05  PREG-REJECT-REASON  PIC X(40).
           05  PREG-REMIT-PARENT-ID PIC 9(9).
           05  PREG-REMIT-TOTAL    PIC S9(7)V99.

      * Same layout the accrual run writes
       FD  ACCRUAL-REPORT-FILE.
           05  ACCR-FEE-AMOUNT         PIC S9(7)V99.
           05  ACCR-NEW-BALANCE        PIC S9(7)V99.

       FD  DEFERRED-REVENUE-FILE.
           COPY DEFERRED-REVENUE-RECORD.

      * Same layout the recognition run writes
       FD  RECOGNITION-REGISTER-FILE.
       01  RECOGNITION-REGISTER-RECORD.
           05  REVR-RUN-DATE       PIC 9(8).
           05  REVR-CUST-ID        PIC 9(9).
           05  REVR-CHARGE-DATE    PIC 9(8).
           05  REVR-PERIOD-ID      PIC 9(6).
           05  REVR-MONTHS         PIC 9(2).
           05  REVR-AMOUNT         PIC S9(7)V99.
           05  REVR-REMAINING      PIC S9(7)V99.
           05  REVR-DESCRIPTION    PIC X(20).

      * Same layout the allowance run writes
       FD  RESERVE-GL-FILE.
       01  RESERVE-GL-RECORD.
           05  ALG-RUN-DATE        PIC 9(8).
           05  ALG-COMPANY-ID      PIC X(4).
           05  ALG-PERIOD-ID       PIC 9(6).
           05  ALG-PRIOR-RESERVE   PIC S9(11)V99.
           05  ALG-NEW-RESERVE     PIC S9(11)V99.
           05  ALG-TRUE-UP-AMOUNT  PIC S9(11)V99.

      * Same layout the write-off run writes
       FD  GL-MEMO-FILE.
       01  GL-MEMO-RECORD.
           05  GLM-GL-ACCOUNT      PIC X(10).
           05  GLM-APPROVED-BY     PIC X(8).

      * Same layout the small-balance run writes
       FD  SMALLBAL-REPORT-FILE.
       01  SMALLBAL-REPORT-RECORD.
           05  SBR-RUN-DATE        PIC 9(8).
           05  SBR-CUST-ID         PIC 9(9).
           05  SBR-CUST-NAME       PIC X(30).
           05  SBR-RESIDUAL-TYPE   PIC X.
               88  SBR-DEBIT-CLEARED  VALUE 'D'.
               88  SBR-CREDIT-CLEARED VALUE 'C'.
           05  SBR-CURRENCY-CODE   PIC X(3).
           05  SBR-OLD-BALANCE     PIC S9(7)V99.
           05  SBR-ADJUST-AMOUNT   PIC S9(7)V99.
           05  SBR-GL-ACCOUNT      PIC X(10).

      * Same layout the posting engine writes
       FD  FX-REGISTER-FILE.
       01  FX-REGISTER-RECORD.
           05  FXP-POST-DATE       PIC 9(8).
           05  FXP-CUST-ID         PIC 9(9).
           05  FXP-PAY-CURRENCY    PIC X(3).
           05  FXP-PAY-AMOUNT      PIC S9(7)V99.
           05  FXP-PAY-RATE        PIC 9(3)V9(6).
           05  FXP-ACCT-CURRENCY   PIC X(3).
           05  FXP-APPLIED-AMOUNT  PIC S9(7)V99.
           05  FXP-SETTLE-RATE     PIC 9(3)V9(6).
           05  FXP-BOOKED-RATE     PIC 9(3)V9(6).
           05  FXP-REALIZED-USD    PIC S9(9)V99.
           05  FXP-SOURCE-CODE     PIC X(8).

      * Same layout the debt-sale and putback runs write
       FD  SALE-GL-FILE.
           COPY DEBT-SALE-GL-RECORD.

      * Header, journal lines, and trailer share one record, told
      * apart by the leading type byte
       FD  GL-JOURNAL-FILE.
           05  GLJ-DR-CR           PIC X.
           05  GLJ-AMOUNT          PIC S9(9)V99.
           05  GLJ-DESCRIPTION     PIC X(30).
      * Set on a line that books an item into a closed period
           05  GLJ-ENTRY-FLAG      PIC X.
               88  GLJ-PRIOR-PERIOD-ADJ VALUE 'P'.
           05  GLJ-PRIOR-PERIOD-ID PIC 9(6).
       01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           05  FILLER              PIC X.
           05  GLJT-BATCH-DATE     PIC 9(8).
           88  GLM-FILE-OK         VALUE '00'.
           88  GLM-FILE-AT-END     VALUE '10'.

       01  WS-DFR-FILE-STATUS      PIC XX.
           88  DFR-FILE-OK         VALUE '00'.
       01  WS-DFR-OPENED-FLAG      PIC X VALUE 'N'.
           88  SCHEDULE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-DEFERRED-FLAG        PIC X VALUE 'N'.
           88  CHARGE-IS-DEFERRED  VALUE 'Y'.

       01  WS-REVR-FILE-STATUS     PIC XX.
           88  REVR-FILE-OK        VALUE '00'.
           88  REVR-FILE-AT-END    VALUE '10'.

       01  WS-ALG-FILE-STATUS      PIC XX.
           88  ALG-FILE-OK         VALUE '00'.
           88  ALG-FILE-AT-END     VALUE '10'.

       01  WS-SBR-FILE-STATUS      PIC XX.
           88  SBR-FILE-OK         VALUE '00'.
           88  SBR-FILE-AT-END     VALUE '10'.

       01  WS-FXP-FILE-STATUS      PIC XX.
           88  FXP-FILE-OK         VALUE '00'.
           88  FXP-FILE-AT-END     VALUE '10'.

       01  WS-SGL-FILE-STATUS      PIC XX.
           88  SGL-FILE-OK         VALUE '00'.
           88  SGL-FILE-AT-END     VALUE '10'.

       01  WS-GLJ-FILE-STATUS      PIC XX.
           88  GLJ-FILE-OK         VALUE '00'.

           05  WS-PAYMENT-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RECOVERY-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CHARGE-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SALES-TAX-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DEFERRED-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-EARNED-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-UNEARNED-REV-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RESERVE-BUILD-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RESERVE-RELEASE-TOTAL PIC S9(11)V99 COMP-3
                                   VALUE ZERO.
           05  WS-REVERSAL-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ADJ-POS-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ADJ-NEG-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-FEE-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-WRITEOFF-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SMALL-DEBIT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SMALL-CREDIT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-FX-GAIN-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-FX-LOSS-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TRANSFER-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BACKOUT-PMT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SOLD-FORWARD-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SALE-PROCEEDS-TOTAL PIC S9(11)V99 COMP-3
                                   VALUE ZERO.
           05  WS-SALE-PUTBACK-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.

      * Prior-period items by the closed period they restate and
      * their kind - P payment, C charge, A upward and N downward
      * adjustment. A night's late items touch a few months at most;
      * past the table the last slot absorbs the rest
       01  WS-PPJ-TABLE-MAX        PIC 9(2) COMP VALUE 40.
       01  WS-PPJ-TABLE-COUNT      PIC 9(2) COMP VALUE ZERO.
       01  WS-PPJ-SUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-PPJ-TABLE.
           05  WS-PPJ-ENTRY OCCURS 40 TIMES.
               10  WS-PPJ-PERIOD-ID    PIC 9(6).
               10  WS-PPJ-KIND         PIC X.
               10  WS-PPJ-TOTAL        PIC S9(11)V99 COMP-3.
       01  WS-PPJ-ROW-PERIOD       PIC 9(6) VALUE ZERO.
       01  WS-PPJ-ROW-KIND         PIC X VALUE SPACE.
       01  WS-PPJ-FOUND-FLAG       PIC X VALUE 'N'.
           88  PRIOR-PERIOD-SLOT-FOUND VALUE 'Y'.

      * The batch controls the trailer carries
       01  WS-LINE-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-JE-DR-CR         PIC X.
           05  WS-JE-AMOUNT        PIC S9(11)V99 COMP-3.
           05  WS-JE-DESCRIPTION   PIC X(30).
           05  WS-JE-ENTRY-FLAG    PIC X VALUE SPACE.
           05  WS-JE-PERIOD-ID     PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-GLGEN-PARM-AREA.
               UNTIL PREG-FILE-AT-END
           PERFORM 2300-SUMMARIZE-ACCRUALS
               UNTIL ARP-FILE-AT-END
           PERFORM 2400-SUMMARIZE-RECOGNITION
               UNTIL REVR-FILE-AT-END
           PERFORM 2500-SUMMARIZE-WRITEOFFS
               UNTIL GLM-FILE-AT-END
           PERFORM 2600-SUMMARIZE-RESERVE
               UNTIL ALG-FILE-AT-END
           PERFORM 2700-SUMMARIZE-SMALL-BALANCES
               UNTIL SBR-FILE-AT-END
           PERFORM 2800-SUMMARIZE-REALIZED-FX
               UNTIL FXP-FILE-AT-END
           PERFORM 2900-SUMMARIZE-DEBT-SALES
               UNTIL SGL-FILE-AT-END
           PERFORM 3000-CUT-JOURNAL-BATCH
           PERFORM 3500-FINALIZE
           GOBACK.
               SET ARP-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT DEFERRED-REVENUE-FILE
           IF DFR-FILE-OK
               SET SCHEDULE-FILE-WAS-OPENED TO TRUE
           END-IF

           OPEN INPUT RECOGNITION-REGISTER-FILE
           IF NOT REVR-FILE-OK
               SET REVR-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT RESERVE-GL-FILE
           IF NOT ALG-FILE-OK
               SET ALG-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT SMALLBAL-REPORT-FILE
           IF NOT SBR-FILE-OK
               SET SBR-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT FX-REGISTER-FILE
           IF NOT FXP-FILE-OK
               SET FXP-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT GL-MEMO-FILE
           IF NOT GLM-FILE-OK
               SET GLM-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT SALE-GL-FILE
           IF NOT SGL-FILE-OK
               SET SGL-FILE-AT-END TO TRUE
           END-IF

           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT GLJ-FILE-OK
               DISPLAY 'ERROR OPENING GL JOURNAL FILE: '
               NOT AT END
                   IF PREG-POSTED
                       EVALUATE TRUE
      * Both legs of a transfer carry the amount - the payment leg
      * alone sizes the pair
                           WHEN PREG-SOURCE-CODE = 'MISAPPLY'
                               IF PREG-TRANS-TYPE = 'P'
                                   ADD PREG-AMOUNT
                                       TO WS-TRANSFER-TOTAL
                               END-IF
      * Booked by closed period in 3400, never in today's buckets
                           WHEN PREG-SOURCE-CODE = 'PRIORPER'
                               PERFORM 2170-FOLD-PRIOR-PERIOD
                           WHEN PREG-TRANS-TYPE = 'P'
                                   AND PREG-SOURCE-CODE =
                                       'SOLDFWD '
                               ADD PREG-AMOUNT
                                   TO WS-SOLD-FORWARD-TOTAL
                           WHEN PREG-TRANS-TYPE = 'P'
                                   AND PREG-SOURCE-CODE =
                                       'RECOVERY'
                               ADD PREG-AMOUNT TO WS-RECOVERY-TOTAL
                           WHEN PREG-TRANS-TYPE = 'P'
                               ADD PREG-AMOUNT TO WS-PAYMENT-TOTAL
                           WHEN PREG-TRANS-TYPE = 'C'
                                   AND PREG-SOURCE-CODE =
                                       'SALESTAX'
                               ADD PREG-AMOUNT TO WS-SALES-TAX-TOTAL
                           WHEN PREG-TRANS-TYPE = 'C'
                                   AND PREG-SOURCE-CODE =
                                       'BILLING '
                               PERFORM 2150-CHECK-DEFERRED-CHARGE
                               IF CHARGE-IS-DEFERRED
                                   ADD PREG-AMOUNT
                                       TO WS-DEFERRED-TOTAL
                               ELSE
                                   ADD PREG-AMOUNT TO WS-CHARGE-TOTAL
                               END-IF
                           WHEN PREG-TRANS-TYPE = 'C'
                               ADD PREG-AMOUNT TO WS-CHARGE-TOTAL
                           WHEN PREG-TRANS-TYPE = 'A'
                                   AND PREG-SOURCE-CODE =
                                       'DEFREV  '
                               SUBTRACT PREG-AMOUNT
                                   FROM WS-UNEARNED-REV-TOTAL
      * Booked from the small-balance report in 2700
                           WHEN PREG-TRANS-TYPE = 'A'
                                   AND PREG-SOURCE-CODE =
                                       'SMALLBAL'
                               CONTINUE
                           WHEN PREG-TRANS-TYPE = 'R'
                                   AND PREG-SOURCE-CODE =
                                       'BACKOUT '
                               ADD PREG-AMOUNT
                                   TO WS-BACKOUT-PMT-TOTAL
                           WHEN PREG-TRANS-TYPE = 'R'
                               ADD PREG-AMOUNT TO WS-REVERSAL-TOTAL
                           WHEN PREG-TRANS-TYPE = 'A'
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ

      * 2150 and 2170 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them a second
      * time
           EXIT SECTION.

       2150-CHECK-DEFERRED-CHARGE.
      * The billing run keys each schedule by customer and charge
      * date - the same pair the register row carries
           MOVE 'N' TO WS-DEFERRED-FLAG
           IF SCHEDULE-FILE-WAS-OPENED
               MOVE PREG-CUST-ID TO DFR-CUST-ID
               MOVE PREG-TRANS-DATE TO DFR-CHARGE-DATE
               READ DEFERRED-REVENUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CHARGE-IS-DEFERRED TO TRUE
               END-READ
           END-IF.

       2170-FOLD-PRIOR-PERIOD.
           COMPUTE WS-PPJ-ROW-PERIOD = PREG-TRANS-DATE / 100
           MOVE PREG-TRANS-TYPE TO WS-PPJ-ROW-KIND
           IF PREG-TRANS-TYPE = 'A' AND PREG-AMOUNT < ZERO
               MOVE 'N' TO WS-PPJ-ROW-KIND
           END-IF
           MOVE 'N' TO WS-PPJ-FOUND-FLAG
           PERFORM 2175-MATCH-ONE-PRIOR-PERIOD
               VARYING WS-PPJ-SUB FROM 1 BY 1
               UNTIL WS-PPJ-SUB > WS-PPJ-TABLE-COUNT
                   OR PRIOR-PERIOD-SLOT-FOUND
           IF PRIOR-PERIOD-SLOT-FOUND
      * PERFORM VARYING leaves the subscript one past the match
               SUBTRACT 1 FROM WS-PPJ-SUB
           ELSE
               IF WS-PPJ-TABLE-COUNT < WS-PPJ-TABLE-MAX
                   ADD 1 TO WS-PPJ-TABLE-COUNT
                   MOVE WS-PPJ-TABLE-COUNT TO WS-PPJ-SUB
                   MOVE WS-PPJ-ROW-PERIOD
                       TO WS-PPJ-PERIOD-ID (WS-PPJ-SUB)
                   MOVE WS-PPJ-ROW-KIND TO WS-PPJ-KIND (WS-PPJ-SUB)
                   MOVE ZERO TO WS-PPJ-TOTAL (WS-PPJ-SUB)
               ELSE
                   DISPLAY 'PRIOR-PERIOD TABLE FULL - PERIOD '
                       WS-PPJ-ROW-PERIOD ' BOOKED WITH THE LAST SLOT'
                   MOVE WS-PPJ-TABLE-COUNT TO WS-PPJ-SUB
               END-IF
           END-IF
      * Every pair books a positive figure; the kind picks the side
           IF PREG-AMOUNT < ZERO
               SUBTRACT PREG-AMOUNT FROM WS-PPJ-TOTAL (WS-PPJ-SUB)
           ELSE
               ADD PREG-AMOUNT TO WS-PPJ-TOTAL (WS-PPJ-SUB)
           END-IF.

       2175-MATCH-ONE-PRIOR-PERIOD.
           IF WS-PPJ-PERIOD-ID (WS-PPJ-SUB) = WS-PPJ-ROW-PERIOD
                   AND WS-PPJ-KIND (WS-PPJ-SUB) = WS-PPJ-ROW-KIND
               SET PRIOR-PERIOD-SLOT-FOUND TO TRUE
           END-IF.

       2300-SUMMARIZE-ACCRUALS SECTION.
       2310-READ-ACCRUAL-ROW.
                   ADD ACCR-FEE-AMOUNT TO WS-FEE-TOTAL
           END-READ.

       2400-SUMMARIZE-RECOGNITION SECTION.
       2410-READ-RECOGNITION-ROW.
      * Only tonight's release - the register stays on disk until
      * the next month-end overwrites it
           READ RECOGNITION-REGISTER-FILE
               AT END
                   SET REVR-FILE-AT-END TO TRUE
               NOT AT END
                   IF REVR-RUN-DATE = STD-CURRENT-DATE
                       ADD REVR-AMOUNT TO WS-EARNED-TOTAL
                   END-IF
           END-READ.

       2500-SUMMARIZE-WRITEOFFS SECTION.
       2510-READ-MEMO-ROW.
           READ GL-MEMO-FILE
                   ADD GLM-WRITEOFF-AMOUNT TO WS-WRITEOFF-TOTAL
           END-READ.

       2600-SUMMARIZE-RESERVE SECTION.
       2610-READ-RESERVE-ROW.
      * Only tonight's row for this company - the hand-off stays on
      * disk until the next month-end overwrites it
           READ RESERVE-GL-FILE
               AT END
                   SET ALG-FILE-AT-END TO TRUE
               NOT AT END
                   IF ALG-RUN-DATE = STD-CURRENT-DATE
                           AND ALG-COMPANY-ID = WS-COMPANY-ID
                       IF ALG-TRUE-UP-AMOUNT > ZERO
                           ADD ALG-TRUE-UP-AMOUNT
                               TO WS-RESERVE-BUILD-TOTAL
                       ELSE
                           SUBTRACT ALG-TRUE-UP-AMOUNT
                               FROM WS-RESERVE-RELEASE-TOTAL
                       END-IF
                   END-IF
           END-READ.

       2700-SUMMARIZE-SMALL-BALANCES SECTION.
       2710-READ-SMALLBAL-ROW.
      * Only tonight's clean-ups - the report stays on disk until
      * the next run rebuilds it
           READ SMALLBAL-REPORT-FILE
               AT END
                   SET SBR-FILE-AT-END TO TRUE
               NOT AT END
                   IF SBR-RUN-DATE = STD-CURRENT-DATE
                       IF SBR-DEBIT-CLEARED
                           ADD SBR-OLD-BALANCE
                               TO WS-SMALL-DEBIT-TOTAL
                       ELSE
                           ADD SBR-ADJUST-AMOUNT
                               TO WS-SMALL-CREDIT-TOTAL
                       END-IF
                   END-IF
           END-READ.

       2800-SUMMARIZE-REALIZED-FX SECTION.
       2810-READ-FX-ROW.
      * Only tonight's postings - a restarted posting run appends
      * to the register rather than rebuilding it
           READ FX-REGISTER-FILE
               AT END
                   SET FXP-FILE-AT-END TO TRUE
               NOT AT END
                   IF FXP-POST-DATE = STD-CURRENT-DATE
                       IF FXP-REALIZED-USD > ZERO
                           ADD FXP-REALIZED-USD TO WS-FX-GAIN-TOTAL
                       ELSE
                           SUBTRACT FXP-REALIZED-USD
                               FROM WS-FX-LOSS-TOTAL
                       END-IF
                   END-IF
           END-READ.

       2900-SUMMARIZE-DEBT-SALES SECTION.
       2910-READ-SALE-GL-ROW.
      * Only tonight's sales and putbacks - the memo accumulates
      * across runs
           READ SALE-GL-FILE
               AT END
                   SET SGL-FILE-AT-END TO TRUE
               NOT AT END
                   IF SGL-RUN-DATE = STD-CURRENT-DATE
                       IF SGL-PUTBACK-REFUND
                           ADD SGL-AMOUNT TO WS-SALE-PUTBACK-TOTAL
                       ELSE
                           ADD SGL-AMOUNT TO WS-SALE-PROCEEDS-TOTAL
                       END-IF
                   END-IF
           END-READ.

       3000-CUT-JOURNAL-BATCH SECTION.
       3010-WRITE-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD
           IF WS-CHARGE-TOTAL NOT = ZERO
               PERFORM 3220-STAGE-CHARGE-PAIR
           END-IF
           IF WS-SALES-TAX-TOTAL NOT = ZERO
               PERFORM 3225-STAGE-SALES-TAX-PAIR
           END-IF
           IF WS-DEFERRED-TOTAL NOT = ZERO
               PERFORM 3226-STAGE-DEFERRED-PAIR
           END-IF
           IF WS-EARNED-TOTAL NOT = ZERO
               PERFORM 3227-STAGE-EARNED-PAIR
           END-IF
           IF WS-UNEARNED-REV-TOTAL NOT = ZERO
               PERFORM 3228-STAGE-UNEARNED-REV-PAIR
           END-IF
           IF WS-FEE-TOTAL NOT = ZERO
               PERFORM 3230-STAGE-FEE-PAIR
           END-IF
           IF WS-WRITEOFF-TOTAL NOT = ZERO
               PERFORM 3250-STAGE-WRITEOFF-PAIR
           END-IF
           IF WS-RESERVE-BUILD-TOTAL NOT = ZERO
               PERFORM 3255-STAGE-RESERVE-BUILD-PAIR
           END-IF
           IF WS-RESERVE-RELEASE-TOTAL NOT = ZERO
               PERFORM 3256-STAGE-RESERVE-RELEASE-PAIR
           END-IF
           IF WS-SMALL-DEBIT-TOTAL NOT = ZERO
               PERFORM 3257-STAGE-SMALL-DEBIT-PAIR
           END-IF
           IF WS-SMALL-CREDIT-TOTAL NOT = ZERO
               PERFORM 3258-STAGE-SMALL-CREDIT-PAIR
           END-IF
           IF WS-ADJ-POS-TOTAL NOT = ZERO
               PERFORM 3260-STAGE-ADJ-POS-PAIR
           END-IF
           IF WS-ADJ-NEG-TOTAL NOT = ZERO
               PERFORM 3270-STAGE-ADJ-NEG-PAIR
           END-IF
           IF WS-FX-GAIN-TOTAL NOT = ZERO
               PERFORM 3280-STAGE-FX-GAIN-PAIR
           END-IF
           IF WS-FX-LOSS-TOTAL NOT = ZERO
               PERFORM 3285-STAGE-FX-LOSS-PAIR
           END-IF
           IF WS-TRANSFER-TOTAL NOT = ZERO
               PERFORM 3290-STAGE-TRANSFER-PAIR
           END-IF
           IF WS-BACKOUT-PMT-TOTAL NOT = ZERO
               PERFORM 3295-STAGE-BACKOUT-PAIR
           END-IF
           IF WS-SOLD-FORWARD-TOTAL NOT = ZERO
               PERFORM 3296-STAGE-SOLD-FORWARD-PAIR
           END-IF
           IF WS-SALE-PROCEEDS-TOTAL NOT = ZERO
               PERFORM 3297-STAGE-SALE-PROCEEDS-PAIR
           END-IF
           IF WS-SALE-PUTBACK-TOTAL NOT = ZERO
               PERFORM 3298-STAGE-SALE-PUTBACK-PAIR
           END-IF
           PERFORM 3400-STAGE-PRIOR-PERIOD-PAIR
               VARYING WS-PPJ-SUB FROM 1 BY 1
               UNTIL WS-PPJ-SUB > WS-PPJ-TABLE-COUNT

      * The staging paragraphs already ran above via the explicit
      * PERFORMs - skip past them instead of falling through
           MOVE 'SERVICE INCOME' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3225-STAGE-SALES-TAX-PAIR.
      * Tax billed is owed to the states, not earned
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-SALES-TAX-TOTAL TO WS-JE-AMOUNT
           MOVE 'AR - SALES TAX BILLED' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '2300      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'SALES TAX PAYABLE' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3226-STAGE-DEFERRED-PAIR.
      * Billed a quarter or a year ahead - owed service, not income
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-DEFERRED-TOTAL TO WS-JE-AMOUNT
           MOVE 'AR - BILLED IN ADVANCE' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '2400      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'DEFERRED REVENUE' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3227-STAGE-EARNED-PAIR.
           MOVE '2400      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-EARNED-TOTAL TO WS-JE-AMOUNT
           MOVE 'DEFERRED REVENUE RELEASED' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '4000      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'SERVICE INCOME - EARNED' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3228-STAGE-UNEARNED-REV-PAIR.
      * A cancelled advance charge gives back only what was never
      * earned - out of deferred revenue, not adjustment expense
           MOVE '2400      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-UNEARNED-REV-TOTAL TO WS-JE-AMOUNT
           MOVE 'UNEARNED REVENUE REVERSED' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'AR - CANCELLED IN ADVANCE' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3230-STAGE-FEE-PAIR.
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE 'AR WRITTEN OFF' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3255-STAGE-RESERVE-BUILD-PAIR.
           MOVE '6150      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-RESERVE-BUILD-TOTAL TO WS-JE-AMOUNT
           MOVE 'BAD-DEBT EXPENSE - RESERVE' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '1290      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'ALLOWANCE FOR DOUBTFUL ACCTS' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3256-STAGE-RESERVE-RELEASE-PAIR.
           MOVE '1290      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-RESERVE-RELEASE-TOTAL TO WS-JE-AMOUNT
           MOVE 'ALLOWANCE RELEASED' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '6150      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'BAD-DEBT EXPENSE - RESERVE' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3257-STAGE-SMALL-DEBIT-PAIR.
           MOVE '6160      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-SMALL-DEBIT-TOTAL TO WS-JE-AMOUNT
           MOVE 'SMALL-BALANCE WRITE-OFF EXP' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'AR - SMALL DEBITS CLEARED' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3258-STAGE-SMALL-CREDIT-PAIR.
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-SMALL-CREDIT-TOTAL TO WS-JE-AMOUNT
           MOVE 'AR - SMALL CREDITS CLEARED' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '4910      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'SMALL-BALANCE INCOME' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3260-STAGE-ADJ-POS-PAIR.
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE 'AR - DOWNWARD ADJUSTMENTS' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3280-STAGE-FX-GAIN-PAIR.
      * Settled for more USD than the receivable was carried at
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-FX-GAIN-TOTAL TO WS-JE-AMOUNT
           MOVE 'AR - FX SETTLEMENT GAIN' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '7100      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'REALIZED FX GAIN' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3285-STAGE-FX-LOSS-PAIR.
           MOVE '7110      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-FX-LOSS-TOTAL TO WS-JE-AMOUNT
           MOVE 'REALIZED FX LOSS' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'AR - FX SETTLEMENT LOSS' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3290-STAGE-TRANSFER-PAIR.
      * Receivables moving between customers - the control account
      * nets to nothing, but the pair shows the move on the journal
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-TRANSFER-TOTAL TO WS-JE-AMOUNT
           MOVE 'AR - MISAPPLIED PMT REVERSED' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'AR - MISAPPLIED PMT REAPPLIED' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3295-STAGE-BACKOUT-PAIR.
      * A bad run's payments come back off cash and back onto the
      * receivable they wrongly cleared
           MOVE '1200      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-BACKOUT-PMT-TOTAL TO WS-JE-AMOUNT
           MOVE 'AR REINSTATED - BACKOUT' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '1000      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'CASH - PAYMENTS BACKED OUT' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3296-STAGE-SOLD-FORWARD-PAIR.
      * Cash that arrived on a sold account is the buyer's - it is
      * owed on through the remittance report, never income
           MOVE '1000      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-SOLD-FORWARD-TOTAL TO WS-JE-AMOUNT
           MOVE 'CASH - SOLD ACCT PAYMENTS' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '2500      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'DUE TO DEBT BUYER' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3297-STAGE-SALE-PROCEEDS-PAIR.
           MOVE '1000      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-SALE-PROCEEDS-TOTAL TO WS-JE-AMOUNT
           MOVE 'CASH - DEBT SALE' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '4300      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'DEBT-SALE PROCEEDS' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3298-STAGE-SALE-PUTBACK-PAIR.
      * The price of each account the buyer put back is refunded
           MOVE '4300      ' TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-DR-CR
           MOVE WS-SALE-PUTBACK-TOTAL TO WS-JE-AMOUNT
           MOVE 'DEBT-SALE PROCEEDS - PUTBACK' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE '1000      ' TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-DR-CR
           MOVE 'CASH - DEBT SALE REFUNDED' TO WS-JE-DESCRIPTION
           PERFORM 3100-WRITE-JOURNAL-LINE.

       3400-STAGE-PRIOR-PERIOD-PAIR.
      * The same accounts the kind books to on any other night, but
      * both lines carry the flag and the closed period so the GL
      * side posts them back into that month
           MOVE 'P' TO WS-JE-ENTRY-FLAG
           MOVE WS-PPJ-PERIOD-ID (WS-PPJ-SUB) TO WS-JE-PERIOD-ID
           MOVE WS-PPJ-TOTAL (WS-PPJ-SUB) TO WS-JE-AMOUNT
           EVALUATE WS-PPJ-KIND (WS-PPJ-SUB)
               WHEN 'P'
                   MOVE '1000      ' TO WS-JE-ACCOUNT
                   MOVE 'D' TO WS-JE-DR-CR
                   MOVE 'PRIOR-PERIOD CASH - PAYMENTS'
                       TO WS-JE-DESCRIPTION
                   PERFORM 3100-WRITE-JOURNAL-LINE
                   MOVE '1200      ' TO WS-JE-ACCOUNT
                   MOVE 'C' TO WS-JE-DR-CR
                   MOVE 'PRIOR-PERIOD AR - PAYMENTS'
                       TO WS-JE-DESCRIPTION
               WHEN 'C'
                   MOVE '1200      ' TO WS-JE-ACCOUNT
                   MOVE 'D' TO WS-JE-DR-CR
                   MOVE 'PRIOR-PERIOD AR - CHARGES'
                       TO WS-JE-DESCRIPTION
                   PERFORM 3100-WRITE-JOURNAL-LINE
                   MOVE '4000      ' TO WS-JE-ACCOUNT
                   MOVE 'C' TO WS-JE-DR-CR
                   MOVE 'PRIOR-PERIOD SERVICE INCOME'
                       TO WS-JE-DESCRIPTION
               WHEN 'A'
                   MOVE '1200      ' TO WS-JE-ACCOUNT
                   MOVE 'D' TO WS-JE-DR-CR
                   MOVE 'PRIOR-PERIOD AR - UPWARD ADJ'
                       TO WS-JE-DESCRIPTION
                   PERFORM 3100-WRITE-JOURNAL-LINE
                   MOVE '4900      ' TO WS-JE-ACCOUNT
                   MOVE 'C' TO WS-JE-DR-CR
                   MOVE 'PRIOR-PERIOD OTHER INCOME'
                       TO WS-JE-DESCRIPTION
               WHEN OTHER
                   MOVE '6900      ' TO WS-JE-ACCOUNT
                   MOVE 'D' TO WS-JE-DR-CR
                   MOVE 'PRIOR-PERIOD ADJ EXPENSE'
                       TO WS-JE-DESCRIPTION
                   PERFORM 3100-WRITE-JOURNAL-LINE
                   MOVE '1200      ' TO WS-JE-ACCOUNT
                   MOVE 'C' TO WS-JE-DR-CR
                   MOVE 'PRIOR-PERIOD AR - DOWNWARD ADJ'
                       TO WS-JE-DESCRIPTION
           END-EVALUATE
           PERFORM 3100-WRITE-JOURNAL-LINE
           MOVE SPACE TO WS-JE-ENTRY-FLAG
           MOVE ZERO TO WS-JE-PERIOD-ID.

       3100-WRITE-JOURNAL-LINE.
      * Caller stages account, side, amount, and description; the
      * debit/credit control totals accumulate here so the trailer
           MOVE WS-JE-DR-CR TO GLJ-DR-CR
           MOVE WS-JE-AMOUNT TO GLJ-AMOUNT
           MOVE WS-JE-DESCRIPTION TO GLJ-DESCRIPTION
           MOVE WS-JE-ENTRY-FLAG TO GLJ-ENTRY-FLAG
           MOVE WS-JE-PERIOD-ID TO GLJ-PRIOR-PERIOD-ID
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-LINE-COUNT
           IF WS-JE-DR-CR = 'D'
       3510-CLOSE-FILES.
           CLOSE POSTING-REGISTER-FILE
           CLOSE ACCRUAL-REPORT-FILE
           CLOSE RECOGNITION-REGISTER-FILE
           CLOSE RESERVE-GL-FILE
           IF SCHEDULE-FILE-WAS-OPENED
               CLOSE DEFERRED-REVENUE-FILE
           END-IF
           CLOSE GL-MEMO-FILE
           CLOSE SMALLBAL-REPORT-FILE
           CLOSE FX-REGISTER-FILE
           CLOSE SALE-GL-FILE
           CLOSE GL-JOURNAL-FILE.

       3600-DISPLAY-SUMMARY.
