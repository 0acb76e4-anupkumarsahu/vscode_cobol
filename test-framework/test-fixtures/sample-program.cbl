               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-FILE-STATUS.

      * Per-account credit lines set through MAINT - an account with
      * a row is measured against its own line instead of the run-
      * wide ceiling; optional like the invoice file
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "CUSTCRLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRL-CUST-ID
               FILE STATUS IS WS-CRL-FILE-STATUS.

      * Open short-pay deduction items from the posting engine -
      * netted out of the balance the aging tally acts on the same
      * way an open dispute is; optional like the dispute file
           SELECT DEDUCTION-FILE ASSIGN TO "CUSTDEDN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

      * The close-control program's approval row - the period
      * stamp refuses to land without it, so the close order lives
      * in a proven checklist instead of a supervisor's head

      * One detail row per customer plus a single trailing summary
      * row, told apart by PEND-RECORD-TYPE/PSUM-RECORD-TYPE ('D'/'S')
      * at the same leading byte. SAMPLE-PROGRAM-POST appends an 'R'
      * restatement row after the summary whenever an authorized
      * prior-period item moves a customer's balance for the period;
      * the rows above it stay as they were reported at close
       FD  PERIOD-END-SNAPSHOT-FILE.
       01  PERIOD-END-SNAPSHOT-RECORD.
           05  PEND-RECORD-TYPE    PIC X.
       FD  INVOICE-FILE.
           COPY INVOICE-RECORD.

       FD  CREDIT-LIMIT-FILE.
           COPY CREDIT-LIMIT-RECORD.

       FD  DEDUCTION-FILE.
           COPY DEDUCTION-RECORD.

       FD  CLOSE-APPROVAL-FILE.
       01  CLOSE-APPROVAL-RECORD.
           05  CLOK-PERIOD-ID      PIC 9(6).
           88  INV-FILE-MISSING    VALUE '35'.
       01  WS-INV-OPENED-FLAG      PIC X VALUE 'N'.
           88  INVOICE-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-CRL-FILE-STATUS      PIC XX.
           88  CRL-FILE-OK         VALUE '00'.
           88  CRL-FILE-MISSING    VALUE '35'.
       01  WS-CRL-OPENED-FLAG      PIC X VALUE 'N'.
           88  LIMIT-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-DED-FILE-STATUS      PIC XX.
           88  DED-FILE-OK         VALUE '00'.
           88  DED-FILE-MISSING    VALUE '35'.
       01  WS-DED-OPENED-FLAG      PIC X VALUE 'N'.
           88  DEDUCTION-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-DED-WALK-FLAG        PIC X VALUE 'N'.
           88  DEDUCTION-WALK-DONE VALUE 'Y'.
      * Open-item aging work fields: the walk controls, how much of
      * the netted balance is still unexplained by open invoices,
      * and the computed age of the invoice in hand
       01  WS-VALIDATION-LIMITS.
           05  WS-CREDIT-LIMIT-CEILING PIC S9(7)V99 COMP-3
                   VALUE 050000.00.
      * 'O' is a real balance standing above the account's own
      * credit line - still valid for every total, but logged
       01  WS-BALANCE-CHECK-FLAG   PIC X VALUE 'Y'.
           88  BALANCE-VALID       VALUES 'Y' 'O'.
           88  BALANCE-INVALID     VALUE 'N'.
           88  BALANCE-OVER-ACCOUNT-LIMIT VALUE 'O'.

      * Quiesce polling - the command file is checked every
      * WS-QUIESCE-POLL-INTERVAL records so a stop request is seen
           88  RECORD-INVALID      VALUE 'N'.
       01  WS-VALIDATION-MESSAGE   PIC X(40) VALUE SPACES.

      * Parameter master lookup - the value in force today for the
      * validation limits set in 1270-SET-VALIDATION-LIMITS
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'SAMPLE'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

      * Copybook includes
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.
       COPY COPYLIB-OPEN-FILE.
               END-IF
           END-IF

      * Optional credit-limit file - missing means every account is
      * held to the run-wide ceiling, the behavior the shop always
      * had
           OPEN INPUT CREDIT-LIMIT-FILE
           IF CRL-FILE-OK
               SET LIMIT-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT CRL-FILE-MISSING
                   MOVE WS-CRL-FILE-STATUS TO WS-FSL-SEARCH-CODE
                   PERFORM 8200-DESCRIBE-FILE-STATUS
                   DISPLAY 'ERROR OPENING CREDIT LIMIT FILE: '
                       WS-CRL-FILE-STATUS ' - ' WS-FSL-RESULT-DESC
                   MOVE '1100-OPEN-FILES' TO WS-EXC-PARAGRAPH
                   STRING 'ERROR OPENING CREDIT LIMIT FILE, STATUS='
                       WS-CRL-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-EXC-DESCRIPTION
                   MOVE ZERO TO WS-EXC-CUST-ID
                   PERFORM 8100-LOG-EXCEPTION
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional deduction file - missing means no short-pay claims
      * to net out of the aging tally
           OPEN INPUT DEDUCTION-FILE
           IF DED-FILE-OK
               SET DEDUCTION-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DED-FILE-MISSING
                   MOVE WS-DED-FILE-STATUS TO WS-FSL-SEARCH-CODE
                   PERFORM 8200-DESCRIBE-FILE-STATUS
                   DISPLAY 'ERROR OPENING DEDUCTION FILE: '
                       WS-DED-FILE-STATUS ' - ' WS-FSL-RESULT-DESC
                   MOVE '1100-OPEN-FILES' TO WS-EXC-PARAGRAPH
                   STRING 'ERROR OPENING DEDUCTION FILE, STATUS='
                       WS-DED-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-EXC-DESCRIPTION
                   MOVE ZERO TO WS-EXC-CUST-ID
                   PERFORM 8100-LOG-EXCEPTION
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Verify this program's compiled-in STD-VERSION against the
      * version stamp on the last row of RUN-HISTORY-FILE before
      * appending another one - an older or newer copybook than the
           END-READ.

       1270-SET-VALIDATION-LIMITS.
      * The parameter master's value in force today replaces each
      * house default before the caller's overrides are applied
           PERFORM 8400-LOAD-PARAMETERS
      * A caller-supplied credit limit overrides the default ceiling
           IF LS-CREDIT-LIMIT NOT = ZERO
               MOVE LS-CREDIT-LIMIT TO WS-CREDIT-LIMIT-CEILING
               END-IF
           END-IF
           DISPLAY 'AVERAGE BALANCE ROUNDING: ' WS-ROUNDING-MODE-DESC
           DISPLAY 'CREDIT LIMIT CEILING: ' WS-CREDIT-LIMIT-CEILING
           DISPLAY 'RECONCILIATION TOLERANCE: ' WS-RECON-TOLERANCE
           DISPLAY 'EXCEPTION ALERT THRESHOLD: ' WS-ALERT-THRESHOLD
           IF DRY-RUN-MODE-ACTIVE
               DISPLAY 'DRY RUN: ACTIVE (NO CUSTOMER_TABLE OR '
                   'STATUS-HISTORY-FILE UPDATES WILL BE MADE)'
                       IF CUST-PARENT-ID NOT = ZERO
                           PERFORM 2271-ROLLUP-TO-PARENT
                       END-IF
                       IF BALANCE-OVER-ACCOUNT-LIMIT
                           MOVE '2240-VALIDATE-BALANCE'
                               TO WS-EXC-PARAGRAPH
                           MOVE 'CUST-BALANCE OVER ACCOUNT CREDIT LINE'
                               TO WS-EXC-DESCRIPTION
                           MOVE CUST-ID TO WS-EXC-CUST-ID
                           PERFORM 8100-LOG-EXCEPTION
                       END-IF
                   ELSE
                       MOVE '2240-VALIDATE-BALANCE' TO WS-EXC-PARAGRAPH
                       MOVE 'CUST-BALANCE EXCEEDS CREDIT LIMIT'
      * Reject a CUST-BALANCE that is outside the configured credit
      * limit ceiling instead of letting a corrupted COMP-3 value
      * silently inflate WS-TOTAL-BALANCE for the whole run
           MOVE 'Y' TO WS-BALANCE-CHECK-FLAG
           IF CUST-BALANCE > WS-CREDIT-LIMIT-CEILING
                   OR CUST-BALANCE < 0 - WS-CREDIT-LIMIT-CEILING
               SET BALANCE-INVALID TO TRUE
           END-IF
      * A balance that passed the ceiling is then measured against
      * the account's own credit line: a debit above the line is a
      * real over-limit account - counted in every total like any
      * other balance, but flagged for the exception log. The
      * ceiling stays the corruption guard for every account, line
      * or no line, so a balance it rejected is never re-admitted
      * here; a run carrying lines above the ceiling passes a
      * higher LS-CREDIT-LIMIT
           IF LIMIT-FILE-WAS-OPENED AND CUST-BALANCE >= ZERO
                   AND WS-BALANCE-CHECK-FLAG = 'Y'
               MOVE CUST-ID TO CRL-CUST-ID
               READ CREDIT-LIMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-BALANCE > CRL-CREDIT-LIMIT
                           SET BALANCE-OVER-ACCOUNT-LIMIT TO TRUE
                       END-IF
               END-READ
           END-IF.

       2245-ACCUMULATE-BY-CURRENCY.
                   MOVE WS-CURRENT-PERIOD-ID TO BHST-PERIOD-ID
                   MOVE CUST-BALANCE TO BHST-MONTH-END-BALANCE
                   MOVE CUST-DAYS-PAST-DUE TO BHST-DAYS-PAST-DUE
                   PERFORM 2292-CLEAR-RESTATEMENT
                   WRITE BALANCE-HISTORY-RECORD
               NOT INVALID KEY
                   MOVE CUST-BALANCE TO BHST-MONTH-END-BALANCE
                   MOVE CUST-DAYS-PAST-DUE TO BHST-DAYS-PAST-DUE
                   PERFORM 2292-CLEAR-RESTATEMENT
                   REWRITE BALANCE-HISTORY-RECORD
           END-READ
           MOVE CUST-ID TO BHST-CUST-ID
                   END-DELETE
           END-READ.

       2292-CLEAR-RESTATEMENT.
      * The figure this close reports is the one any later prior-
      * period restatement is measured from
           MOVE SPACE TO BHST-RESTATED-FLAG
           MOVE ZERO TO BHST-RESTATED-DATE
           MOVE CUST-BALANCE TO BHST-ORIGINAL-BALANCE.

       2294-SET-EXTRACT-CUST-ID.
      * One place decides the id width every extract emits - nine
      * digits, or the low six while downstream consumers are still
                           END-IF
                       END-IF
               END-READ
           END-IF
      * Open short-pay claims net out exactly like a dispute - one
      * row per deducted invoice, so walk the customer's rows
           IF DEDUCTION-FILE-WAS-OPENED AND WS-AGING-BALANCE > ZERO
               MOVE 'N' TO WS-DED-WALK-FLAG
               MOVE CUST-ID TO DED-CUST-ID
               MOVE ZERO TO DED-INVOICE-NO
               START DEDUCTION-FILE
                   KEY IS NOT LESS THAN DED-KEY
                   INVALID KEY
                       SET DEDUCTION-WALK-DONE TO TRUE
               END-START
               PERFORM 2248-NET-ONE-DEDUCTION
                   UNTIL DEDUCTION-WALK-DONE
           END-IF.

       2248-NET-ONE-DEDUCTION.
           READ DEDUCTION-FILE NEXT RECORD
               AT END
                   SET DEDUCTION-WALK-DONE TO TRUE
               NOT AT END
                   IF DED-CUST-ID NOT = CUST-ID
                       SET DEDUCTION-WALK-DONE TO TRUE
                   ELSE
                       IF DED-OPEN
                           SUBTRACT DED-AMOUNT FROM WS-AGING-BALANCE
                           IF WS-AGING-BALANCE < ZERO
                               MOVE ZERO TO WS-AGING-BALANCE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2255-TALLY-BALANCE-HISTOGRAM.
      * Buckets CUST-BALANCE for 3212-BALANCE-HISTOGRAM-REPORT instead
      * of letting a handful of large accounts hide inside the single
           IF INVOICE-FILE-WAS-OPENED
               CLOSE INVOICE-FILE
           END-IF
           IF LIMIT-FILE-WAS-OPENED
               CLOSE CREDIT-LIMIT-FILE
           END-IF
           IF DEDUCTION-FILE-WAS-OPENED
               CLOSE DEDUCTION-FILE
           END-IF
           IF XREF-FILE-WAS-OPENED
               CLOSE MERGE-XREF-FILE
           END-IF
               WHEN WS-FSL-CODE (WS-FSL-IDX) = WS-FSL-SEARCH-CODE
                   MOVE WS-FSL-DESC (WS-FSL-IDX) TO WS-FSL-RESULT-DESC
           END-SEARCH.

       8400-LOAD-PARAMETERS.
      * Common parameter master load - one 8450-GET-PARAMETER call per
      * validation limit; a limit with nothing in force keeps its
      * house default
           MOVE 'CREDIT-LIMIT' TO WS-PMG-PARM-NAME
           PERFORM 8450-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-CREDIT-LIMIT-CEILING
           END-IF
           MOVE 'RECON-TOLERANCE' TO WS-PMG-PARM-NAME
           PERFORM 8450-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-RECON-TOLERANCE
           END-IF
           MOVE 'ALERT-THRESHOLD' TO WS-PMG-PARM-NAME
           PERFORM 8450-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-ALERT-THRESHOLD
           END-IF.

       8450-GET-PARAMETER.
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
