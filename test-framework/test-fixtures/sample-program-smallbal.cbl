       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SMALLBAL.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Nightly small-balance clean-up. Pennies left behind by a
      * short payment, a rounded fee, or an overpayment keep an
      * account open, age it, and put it on a statement for less
      * than the stamp costs. This run finds every active or
      * pending-closure account whose balance sits inside the
      * clean-up thresholds and zeroes it through the posting
      * engine:
      *   - a residual debit up to the debit threshold, or a
      *     residual credit up to the credit threshold, gets one
      *     offsetting TRN-ADJUSTMENT under the SMALLBAL source
      *     code - its own code, never mixed with the write-off
      *     run's approved 90-plus write-offs
      *   - an account with an open dispute, an active legal hold,
      *     or an active bankruptcy case is left alone and counted;
      *     money in question is not ours to round away
      *   - every clean-up is written to the small-balance report
      *     with the balance it cleared and the GL account it
      *     belongs in; GLGEN books tonight's rows from that report
      *     (write-off expense for a debit, other income for a
      *     credit) and leaves the posted SMALLBAL adjustments out
      *     of its generic adjustment buckets
      * The thresholds are run parameters; zero takes the house
      * defaults. The run sits ahead of POST in the nightly stream,
      * so the adjustments post the same night GLGEN books them.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * Open disputes, legal holds, and bankruptcy cases each block
      * a clean-up; all three optional, no file means none on file
           SELECT DISPUTE-FILE ASSIGN TO "CUSTDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CUST-ID
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "CUSTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CUST-ID
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO "CUSTBKRP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-FILE-STATUS.

      * Clean-up adjustments for the posting engine's next run
           SELECT SMALLBAL-TRAN-FILE ASSIGN TO "CUSTSBLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

      * The small-balance report - one row per clean-up, read by
      * GLGEN for the night's journal
           SELECT SMALLBAL-REPORT-FILE ASSIGN TO "CUSTSBLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  DISPUTE-FILE.
           COPY DISPUTE-RECORD.

       FD  HOLD-FILE.
           COPY HOLD-RECORD.

       FD  BANKRUPTCY-FILE.
           COPY BANKRUPTCY-RECORD.

       FD  SMALLBAL-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

       FD  SMALLBAL-REPORT-FILE.
       01  SMALLBAL-REPORT-RECORD.
           05  SBR-RUN-DATE        PIC 9(8).
           05  SBR-CUST-ID         PIC 9(9).
           05  SBR-CUST-NAME       PIC X(30).
           05  SBR-RESIDUAL-TYPE   PIC X.
               88  SBR-DEBIT-CLEARED  VALUE 'D'.
               88  SBR-CREDIT-CLEARED VALUE 'C'.
           05  SBR-CURRENCY-CODE   PIC X(3).
      * The balance cleared, and the adjustment that clears it -
      * always the balance with the sign turned over
           05  SBR-OLD-BALANCE     PIC S9(7)V99.
           05  SBR-ADJUST-AMOUNT   PIC S9(7)V99.
           05  SBR-GL-ACCOUNT      PIC X(10).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-AT-END         VALUE '10'.
       01  WS-DSP-FILE-STATUS      PIC XX.
           88  DSP-FILE-OK         VALUE '00'.
       01  WS-DSP-OPENED-FLAG      PIC X VALUE 'N'.
           88  DISPUTE-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-HLD-FILE-STATUS      PIC XX.
           88  HLD-FILE-OK         VALUE '00'.
       01  WS-HLD-OPENED-FLAG      PIC X VALUE 'N'.
           88  HOLD-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-BKR-FILE-STATUS      PIC XX.
           88  BKR-FILE-OK         VALUE '00'.
       01  WS-BKR-OPENED-FLAG      PIC X VALUE 'N'.
           88  BANKRUPTCY-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-TRN-FILE-STATUS      PIC XX.
           88  TRN-FILE-OK         VALUE '00'.
       01  WS-SBR-FILE-STATUS      PIC XX.
           88  SBR-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-BLOCKED-FLAG     PIC X VALUE 'N'.
               88  CLEANUP-IS-BLOCKED VALUE 'Y'.

      * House thresholds when the run parameters carry zero
       01  WS-DEBIT-THRESHOLD      PIC 9(5)V99 VALUE 5.00.
       01  WS-CREDIT-THRESHOLD     PIC 9(5)V99 VALUE 1.00.
       01  WS-CREDIT-LIMIT-NEG     PIC S9(5)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ    PIC 9(6) VALUE ZERO.
           05  WS-DEBITS-CLEARED   PIC 9(6) VALUE ZERO.
           05  WS-CREDITS-CLEARED  PIC 9(6) VALUE ZERO.
           05  WS-SKIPPED-DISPUTE  PIC 9(6) VALUE ZERO.
           05  WS-SKIPPED-HOLD     PIC 9(6) VALUE ZERO.
           05  WS-SKIPPED-BANKRUPT PIC 9(6) VALUE ZERO.
       01  WS-DEBIT-AMOUNT-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CREDIT-AMOUNT-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'SMALLBAL'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-SMALLBAL-PARM-AREA.
           05  LS-SMB-RETURN-CODE  PIC S9(4) COMP.
           05  LS-SMB-MESSAGE      PIC X(50).
           05  LS-SMB-CUSTOMER-FILE-NAME PIC X(40).
      * Largest residual debit and credit cleaned up; zero takes
      * the house default
           05  LS-SMB-DEBIT-THRESHOLD  PIC 9(5)V99.
           05  LS-SMB-CREDIT-THRESHOLD PIC 9(5)V99.

       PROCEDURE DIVISION USING LS-SMALLBAL-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CLEAN-SMALL-BALANCES
               UNTIL FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-SMB-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-SMB-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SMB-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF DSP-FILE-OK
               SET DISPUTE-FILE-WAS-OPENED TO TRUE
           END-IF
           OPEN INPUT HOLD-FILE
           IF HLD-FILE-OK
               SET HOLD-FILE-WAS-OPENED TO TRUE
           END-IF
           OPEN INPUT BANKRUPTCY-FILE
           IF BKR-FILE-OK
               SET BANKRUPTCY-FILE-WAS-OPENED TO TRUE
           END-IF

      * The adjustment hand-off and the report rebuild every night
           OPEN OUTPUT SMALLBAL-TRAN-FILE
           OPEN OUTPUT SMALLBAL-REPORT-FILE
           IF NOT TRN-FILE-OK OR NOT SBR-FILE-OK
               DISPLAY 'ERROR OPENING SMALL-BALANCE OUTPUT FILES'
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SMB-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-SMB-DEBIT-THRESHOLD NOT = ZERO
               MOVE LS-SMB-DEBIT-THRESHOLD TO WS-DEBIT-THRESHOLD
           END-IF
           IF LS-SMB-CREDIT-THRESHOLD NOT = ZERO
               MOVE LS-SMB-CREDIT-THRESHOLD TO WS-CREDIT-THRESHOLD
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           COMPUTE WS-CREDIT-LIMIT-NEG = ZERO - WS-CREDIT-THRESHOLD.

       2000-CLEAN-SMALL-BALANCES SECTION.
       2100-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET FILE-AT-END TO TRUE
               NOT AT END
                   IF ACTIVE-CUSTOMER OR PENDING-CLOSURE-CUSTOMER
                       ADD 1 TO WS-ACCOUNTS-READ
                       IF CUST-BALANCE NOT = ZERO
                               AND CUST-BALANCE NOT > WS-DEBIT-THRESHOLD
                               AND CUST-BALANCE NOT <
                                   WS-CREDIT-LIMIT-NEG
                           PERFORM 2200-EXAMINE-ONE-ACCOUNT
                       END-IF
                   END-IF
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time,
      * for every customer, every pass
           EXIT SECTION.

       2200-EXAMINE-ONE-ACCOUNT.
      * First blocker found is the one counted - one account, one
      * reason on the summary
           MOVE 'N' TO WS-BLOCKED-FLAG
           PERFORM 2300-CHECK-OPEN-DISPUTE
           IF NOT CLEANUP-IS-BLOCKED
               PERFORM 2320-CHECK-LEGAL-HOLD
           END-IF
           IF NOT CLEANUP-IS-BLOCKED
               PERFORM 2340-CHECK-BANKRUPTCY
           END-IF
           IF NOT CLEANUP-IS-BLOCKED
               PERFORM 2400-WRITE-CLEANUP-ADJUSTMENT
               PERFORM 2500-WRITE-REPORT-ROW
           END-IF.

       2300-CHECK-OPEN-DISPUTE.
           IF DISPUTE-FILE-WAS-OPENED
               MOVE CUST-ID TO DSP-CUST-ID
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN-DISPUTE
                           SET CLEANUP-IS-BLOCKED TO TRUE
                           ADD 1 TO WS-SKIPPED-DISPUTE
                       END-IF
               END-READ
           END-IF.

       2320-CHECK-LEGAL-HOLD.
           IF HOLD-FILE-WAS-OPENED
               MOVE CUST-ID TO HLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-ACTIVE-HOLD
                           SET CLEANUP-IS-BLOCKED TO TRUE
                           ADD 1 TO WS-SKIPPED-HOLD
                       END-IF
               END-READ
           END-IF.

       2340-CHECK-BANKRUPTCY.
      * MAINT places a type-B hold with every filing, but a case
      * recorded before holds existed has only this row
           IF BANKRUPTCY-FILE-WAS-OPENED
               MOVE CUST-ID TO BKR-CUST-ID
               READ BANKRUPTCY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BKR-ACTIVE-CASE
                           SET CLEANUP-IS-BLOCKED TO TRUE
                           ADD 1 TO WS-SKIPPED-BANKRUPT
                       END-IF
               END-READ
           END-IF.

       2400-WRITE-CLEANUP-ADJUSTMENT.
      * The adjustment carries its own sign - the balance turned
      * over, so it lands the account on exactly zero
           MOVE CUST-ID TO TRN-CUST-ID
           SET TRN-ADJUSTMENT TO TRUE
           COMPUTE TRN-AMOUNT = ZERO - CUST-BALANCE
           MOVE CUST-CURRENCY-CODE TO TRN-CURRENCY-CODE
           MOVE STD-CURRENT-DATE TO TRN-TRANS-DATE
           MOVE 'SMALLBAL' TO TRN-SOURCE-CODE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD.

       2500-WRITE-REPORT-ROW.
           MOVE STD-CURRENT-DATE TO SBR-RUN-DATE
           MOVE CUST-ID TO SBR-CUST-ID
           MOVE CUST-NAME TO SBR-CUST-NAME
           MOVE CUST-CURRENCY-CODE TO SBR-CURRENCY-CODE
           MOVE CUST-BALANCE TO SBR-OLD-BALANCE
           MOVE TRN-AMOUNT TO SBR-ADJUST-AMOUNT
           IF CUST-BALANCE > ZERO
               SET SBR-DEBIT-CLEARED TO TRUE
               MOVE '6160      ' TO SBR-GL-ACCOUNT
               ADD 1 TO WS-DEBITS-CLEARED
               ADD CUST-BALANCE TO WS-DEBIT-AMOUNT-TOTAL
           ELSE
               SET SBR-CREDIT-CLEARED TO TRUE
               MOVE '4910      ' TO SBR-GL-ACCOUNT
               ADD 1 TO WS-CREDITS-CLEARED
               ADD TRN-AMOUNT TO WS-CREDIT-AMOUNT-TOTAL
           END-IF
           WRITE SMALLBAL-REPORT-RECORD.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE SMALLBAL-TRAN-FILE
           CLOSE SMALLBAL-REPORT-FILE
           IF DISPUTE-FILE-WAS-OPENED
               CLOSE DISPUTE-FILE
           END-IF
           IF HOLD-FILE-WAS-OPENED
               CLOSE HOLD-FILE
           END-IF
           IF BANKRUPTCY-FILE-WAS-OPENED
               CLOSE BANKRUPTCY-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Small-Balance Clean-Up Summary:'
           DISPLAY 'Debit Threshold: ' WS-DEBIT-THRESHOLD
           DISPLAY 'Credit Threshold: ' WS-CREDIT-THRESHOLD
           DISPLAY 'Open Accounts Read: ' WS-ACCOUNTS-READ
           DISPLAY 'Residual Debits Cleared: ' WS-DEBITS-CLEARED
           DISPLAY 'Residual Debit Amount: ' WS-DEBIT-AMOUNT-TOTAL
           DISPLAY 'Residual Credits Cleared: ' WS-CREDITS-CLEARED
           DISPLAY 'Residual Credit Amount: ' WS-CREDIT-AMOUNT-TOTAL
           DISPLAY 'Skipped - Open Dispute: ' WS-SKIPPED-DISPUTE
           DISPLAY 'Skipped - Legal Hold: ' WS-SKIPPED-HOLD
           DISPLAY 'Skipped - Bankruptcy: ' WS-SKIPPED-BANKRUPT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-SMB-RETURN-CODE
               MOVE 'SMALL-BALANCE RUN COMPLETED WITH ERRORS'
                   TO LS-SMB-MESSAGE
           ELSE
               MOVE 0 TO LS-SMB-RETURN-CODE
               MOVE 'SMALL-BALANCE RUN COMPLETE' TO LS-SMB-MESSAGE
           END-IF
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'DEBIT-THRESHOLD' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-DEBIT-THRESHOLD
           END-IF
           MOVE 'CREDIT-THRESHOLD' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-CREDIT-THRESHOLD
           END-IF.

       9150-GET-PARAMETER.
           CALL 'SAMPLE-PROGRAM-PARMGET' USING WS-PARMGET-PARM-AREA
           EVALUATE TRUE
               WHEN PARAMETER-IN-FORCE
                   DISPLAY 'PARAMETER ' WS-PMG-PARM-NAME
                       ' IN FORCE FROM ' WS-PMG-EFFECTIVE-DATE
               WHEN WS-PMG-RETURN-CODE = 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PARAMETER FILE UNREADABLE - HOUSE '
                       'DEFAULT STANDS FOR ' WS-PMG-PARM-NAME
           END-EVALUATE.

       9200-DISPLAY-RUN-PARAMETERS.
      * The values this run uses, whichever source they came from
           DISPLAY 'SMALLBAL RUN PARAMETERS:'
           DISPLAY '  DEBIT-THRESHOLD : ' WS-DEBIT-THRESHOLD
           DISPLAY '  CREDIT-THRESHOLD: ' WS-CREDIT-THRESHOLD.
