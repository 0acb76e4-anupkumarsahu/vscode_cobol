      * applied to each account is on record, not just the new total.
      * Intended to be run once a month, separately from the nightly
      * SAMPLE-PROGRAM-SCHEDULER chain.
      * An account holder under servicemember (SCRA) protection is
      * never charged above the statutory 6% a year - one twelfth
      * of it on this monthly run - and whatever the bucket rate
      * would have charged above that is added to the protection
      * row's waived trail instead.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS DEC-CUST-ID
               FILE STATUS IS WS-DEC-FILE-STATUS.

      * Servicemember protections - the fee is capped and the
      * waived part recorded; optional, missing means nobody is
      * protected
           SELECT SERVICEMEMBER-FILE ASSIGN TO "CUSTSCRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVM-CUST-ID
               FILE STATUS IS WS-SVM-FILE-STATUS.

      * Legal holds - a held account must not be assessed a fee;
      * optional, missing means no holds
           SELECT HOLD-FILE ASSIGN TO "CUSTHOLD"
               RECORD KEY IS DSP-CUST-ID
               FILE STATUS IS WS-DSP-FILE-STATUS.

      * Open short-pay deduction items - netted out of the fee base
      * the same way a dispute is; optional
           SELECT DEDUCTION-FILE ASSIGN TO "CUSTDEDN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

      * Collector payment promises - an account with an open promise
      * not yet due is skipped, so a customer who negotiated by
      * phone is not fee'd the same week; optional, a shop with no
       FD  DISPUTE-FILE.
           COPY DISPUTE-RECORD.

       FD  DEDUCTION-FILE.
           COPY DEDUCTION-RECORD.

       FD  DECEASED-FILE.
           COPY DECEASED-RECORD.

       FD  SERVICEMEMBER-FILE.
           COPY SERVICEMEMBER-RECORD.

       FD  HOLD-FILE.
           COPY HOLD-RECORD.

       01  WS-DSP-OPENED-FLAG      PIC X VALUE 'N'.
           88  DISPUTE-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-DED-FILE-STATUS      PIC XX.
           88  DED-FILE-OK         VALUE '00'.
           88  DED-FILE-MISSING    VALUE '35'.
       01  WS-DED-OPENED-FLAG      PIC X VALUE 'N'.
           88  DEDUCTION-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-DED-WALK-FLAG        PIC X VALUE 'N'.
           88  DEDUCTION-WALK-DONE VALUE 'Y'.

      * The balance a fee is actually computed on - CUST-BALANCE
      * less any open disputed amount, floored at zero
       01  WS-FEE-BASE             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-DECEASED-FLAG        PIC X VALUE 'N'.
           88  ACCOUNT-IS-DECEASED VALUE 'Y'.

       01  WS-SVM-FILE-STATUS      PIC XX.
           88  SVM-FILE-OK         VALUE '00'.
           88  SVM-FILE-MISSING    VALUE '35'.
       01  WS-SVM-OPENED-FLAG      PIC X VALUE 'N'.
           88  SERVICEMEMBER-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-SVM-PROTECTED-FLAG   PIC X VALUE 'N'.
           88  SERVICEMEMBER-PROTECTED VALUE 'Y'.
      * 6% a year, charged one month at a time
       01  WS-SCRA-CAP-PCT         PIC 9V9(4) VALUE 0.0050.
       01  WS-SCRA-WAIVED          PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-HLD-FILE-STATUS      PIC XX.
           88  HLD-FILE-OK         VALUE '00'.
           88  HLD-FILE-MISSING    VALUE '35'.
           05  WS-PROMISE-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-PLAN-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-DECEASED-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-SCRA-CAPPED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-SCRA-TOTAL-WAIVED PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-HOLD-HELD-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-FEES       PIC S9(9)V99 COMP-3 VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'ACCRUAL'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-ACCRUAL-PARM-AREA.
           05  LS-ACR-RETURN-CODE      PIC S9(4) COMP.
               END-IF
           END-IF

      * Optional deduction file - missing means no short-pay claims
      * to net out of the fee base
           OPEN INPUT DEDUCTION-FILE
           IF DED-FILE-OK
               SET DEDUCTION-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DED-FILE-MISSING
                   DISPLAY 'ERROR OPENING DEDUCTION FILE: '
                       WS-DED-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-ACR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional deceased file - missing means nobody to protect
           OPEN INPUT DECEASED-FILE
           IF DEC-FILE-OK
               END-IF
           END-IF

      * Optional servicemember file - opened for update, since the
      * waived part of a capped fee is recorded on the row
           OPEN I-O SERVICEMEMBER-FILE
           IF SVM-FILE-OK
               SET SERVICEMEMBER-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT SVM-FILE-MISSING
                   DISPLAY 'ERROR OPENING SERVICEMEMBER FILE: '
                       WS-SVM-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-ACR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Optional legal-hold file - missing means no holds to honor
           OPEN INPUT HOLD-FILE
           IF HLD-FILE-OK
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-ACR-RATE-30-59-PCT NOT = ZERO
               MOVE LS-ACR-RATE-30-59-PCT TO WS-RATE-30-59-PCT
           END-IF
           END-IF
           IF LS-ACR-RATE-90-PLUS-PCT NOT = ZERO
               MOVE LS-ACR-RATE-90-PLUS-PCT TO WS-RATE-90-PLUS-PCT
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS.

       2000-PROCESS-FILE SECTION.
       2100-READ-RECORD.
                       MOVE ZERO TO WS-RATE-APPLIED
               END-EVALUATE
               IF WS-RATE-APPLIED > ZERO
                   PERFORM 2146-CHECK-SERVICEMEMBER
                   IF SERVICEMEMBER-PROTECTED
                           AND WS-RATE-APPLIED > WS-SCRA-CAP-PCT
                       PERFORM 2147-CAP-SERVICEMEMBER-RATE
                   END-IF
                   PERFORM 2250-APPLY-FEE
               END-IF
           END-IF
               END-READ
           END-IF.

       2146-CHECK-SERVICEMEMBER.
      * Protected while on active duty, from the duty start through
      * the recorded end date (none recorded means open-ended)
           MOVE 'N' TO WS-SVM-PROTECTED-FLAG
           IF SERVICEMEMBER-FILE-WAS-OPENED
               MOVE CUST-ID TO SVM-CUST-ID
               READ SERVICEMEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SVM-ACTIVE-DUTY
                               AND SVM-DUTY-START-DATE <=
                                   WS-TODAY-DATE-NUM
                               AND (SVM-DUTY-END-DATE = ZERO
                                   OR SVM-DUTY-END-DATE >=
                                       WS-TODAY-DATE-NUM)
                           SET SERVICEMEMBER-PROTECTED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2147-CAP-SERVICEMEMBER-RATE.
      * What the bucket rate would have charged above the cap is
      * never charged - it goes on the row's waived trail for the
      * compliance report the day service ends
           COMPUTE WS-SCRA-WAIVED ROUNDED =
               WS-FEE-BASE * WS-RATE-APPLIED
               - WS-FEE-BASE * WS-SCRA-CAP-PCT
           MOVE WS-SCRA-CAP-PCT TO WS-RATE-APPLIED
           ADD WS-SCRA-WAIVED TO SVM-CHARGES-WAIVED
           REWRITE SERVICEMEMBER-RECORD
               INVALID KEY
                   DISPLAY 'SERVICEMEMBER REWRITE FAILED, CUST-ID '
                       CUST-ID ' STATUS=' WS-SVM-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-SCRA-CAPPED-COUNT
                   ADD WS-SCRA-WAIVED TO WS-SCRA-TOTAL-WAIVED
           END-REWRITE.

       2155-CHECK-PLAN.
      * An active plan holds fee action for as long as it is
      * current - every installment either satisfied or not yet
                           END-IF
                       END-IF
               END-READ
           END-IF
      * An open short-pay claim is not fee'd either - one row per
      * deducted invoice, so walk the customer's rows
           IF DEDUCTION-FILE-WAS-OPENED AND WS-FEE-BASE > ZERO
               MOVE 'N' TO WS-DED-WALK-FLAG
               MOVE CUST-ID TO DED-CUST-ID
               MOVE ZERO TO DED-INVOICE-NO
               START DEDUCTION-FILE
                   KEY IS NOT LESS THAN DED-KEY
                   INVALID KEY
                       SET DEDUCTION-WALK-DONE TO TRUE
               END-START
               PERFORM 2165-NET-ONE-DEDUCTION
                   UNTIL DEDUCTION-WALK-DONE
           END-IF.

       2165-NET-ONE-DEDUCTION.
           READ DEDUCTION-FILE NEXT RECORD
               AT END
                   SET DEDUCTION-WALK-DONE TO TRUE
               NOT AT END
                   IF DED-CUST-ID NOT = CUST-ID
                       SET DEDUCTION-WALK-DONE TO TRUE
                   ELSE
                       IF DED-OPEN
                           SUBTRACT DED-AMOUNT FROM WS-FEE-BASE
                           IF WS-FEE-BASE < ZERO
                               MOVE ZERO TO WS-FEE-BASE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2150-CHECK-PROMISE.
      * A promise holds fee action while it is open and its promised
      * date has not yet passed; a broken or kept promise holds
           IF DISPUTE-FILE-WAS-OPENED
               CLOSE DISPUTE-FILE
           END-IF
           IF DEDUCTION-FILE-WAS-OPENED
               CLOSE DEDUCTION-FILE
           END-IF
           CLOSE HOLD-SUPPRESSION-LOG
           MOVE 'SAVE' TO WS-JHS-FUNCTION
           CALL 'SAMPLE-PROGRAM-JRNLHASH'
           IF DECEASED-FILE-WAS-OPENED
               CLOSE DECEASED-FILE
           END-IF
           IF SERVICEMEMBER-FILE-WAS-OPENED
               CLOSE SERVICEMEMBER-FILE
           END-IF
      * Give CUSTDATA back - the reservation outlives us only if
      * we crash, and INSPECT/BREAK exist for exactly that
           MOVE 'RELEASE' TO WS-RSV-FUNCTION
           DISPLAY 'Fees Held By Legal Hold: ' WS-HOLD-HELD-COUNT
           DISPLAY 'Skipped (Deceased): '
               WS-DECEASED-SKIPPED-COUNT
           DISPLAY 'Capped Under SCRA Protection: '
               WS-SCRA-CAPPED-COUNT
           DISPLAY 'Fees Waived Above SCRA Cap: '
               WS-SCRA-TOTAL-WAIVED
           DISPLAY 'Total Fees Assessed: ' WS-TOTAL-FEES.

       3999-EXIT.
               MOVE 'ACCRUAL COMPLETE' TO LS-ACR-MESSAGE
           END-IF
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'RATE-30-59-PCT' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-RATE-30-59-PCT
           END-IF
           MOVE 'RATE-60-89-PCT' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-RATE-60-89-PCT
           END-IF
           MOVE 'RATE-90-PLUS-PCT' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-RATE-90-PLUS-PCT
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
           DISPLAY 'ACCRUAL RUN PARAMETERS:'
           DISPLAY '  RATE-30-59-PCT  : ' WS-RATE-30-59-PCT
           DISPLAY '  RATE-60-89-PCT  : ' WS-RATE-60-89-PCT
           DISPLAY '  RATE-90-PLUS-PCT: ' WS-RATE-90-PLUS-PCT.
