       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-MINDUE.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Missed-minimum check. The statement extract sets each
      * account's minimum payment and payment due date when its
      * cycle closes (CUSTAMTD); this job runs nightly and, for
      * every cycle whose due date has now passed, totals what the
      * account actually paid between the statement date and the
      * due date and decides the cycle:
      *   - met    - paid at least the minimum; consecutive misses
      *              go back to zero
      *   - missed - paid less; the shortfall carries onto the next
      *              statement as past due, the consecutive-miss
      *              count goes up by one, and the account goes on
      *              tonight's missed-minimum list (CUSTMISD)
      * Payments are the posted payment rows on CUSTPREG, less any
      * NSF reversals posted in the same window. The re-aging
      * engine ages a missed account from its oldest unmet due
      * date, and the dunning run escalates by consecutive misses,
      * both off the rows this job decides. A cycle the work table
      * cannot hold tonight stays open and is decided tomorrow.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Each cycle's minimum due and due date, from the statement
      * extract
           SELECT AMOUNT-DUE-FILE ASSIGN TO "CUSTAMTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADU-KEY
               FILE STATUS IS WS-ADU-FILE-STATUS.

      * Posted payments and reversals
           SELECT POSTING-REGISTER-FILE ASSIGN TO "CUSTPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.

      * Tonight's missed-minimum list for the collectors
           SELECT MISSED-MINIMUM-FILE ASSIGN TO "CUSTMISD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMOUNT-DUE-FILE.
           COPY AMOUNT-DUE-RECORD.

      * Same layout the posting run writes
       FD  POSTING-REGISTER-FILE.
       01  POSTING-REGISTER-RECORD.
           05  PREG-POST-DATE      PIC 9(8).
           05  PREG-POST-TIME      PIC 9(6).
           05  PREG-CUST-ID        PIC 9(9).
           05  PREG-TRANS-TYPE     PIC X.
           05  PREG-AMOUNT         PIC S9(7)V99.
           05  PREG-TRANS-DATE     PIC 9(8).
           05  PREG-SOURCE-CODE    PIC X(8).
           05  PREG-DISPOSITION    PIC X(8).
               88  PREG-POSTED     VALUE 'POSTED'.
           05  PREG-REJECT-REASON  PIC X(40).
           05  PREG-REMIT-PARENT-ID PIC 9(9).
           05  PREG-REMIT-TOTAL    PIC S9(7)V99.

       FD  MISSED-MINIMUM-FILE.
       01  MISSED-MINIMUM-RECORD.
           05  MSD-CUST-ID         PIC 9(9).
           05  MSD-STMT-DATE       PIC 9(8).
           05  MSD-DUE-DATE        PIC 9(8).
           05  MSD-MINIMUM-DUE     PIC S9(7)V99.
           05  MSD-PAID-AMOUNT     PIC S9(7)V99.
           05  MSD-SHORTFALL       PIC S9(7)V99.
           05  MSD-CONSEC-MISSED   PIC 9(2).
           05  MSD-RUN-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-ADU-FILE-STATUS      PIC XX.
           88  ADU-FILE-OK         VALUE '00'.
           88  ADU-FILE-AT-END     VALUE '10'.
           88  ADU-FILE-MISSING    VALUE '35'.

       01  WS-PREG-FILE-STATUS     PIC XX.
           88  PREG-FILE-OK        VALUE '00'.
           88  PREG-FILE-AT-END    VALUE '10'.

       01  WS-MSD-FILE-STATUS      PIC XX.
           88  MSD-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-ADU-OPENED-FLAG  PIC X VALUE 'N'.
               88  AMOUNT-DUE-WAS-OPENED VALUE 'Y'.

       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.

      * The cycles falling due for decision tonight, in key order -
      * capped the lockbox-buffer way; a cycle past the cap stays
      * open and is decided on the next run
       01  WS-DUE-MAX              PIC 9(4) VALUE 5000.
       01  WS-DUE-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-DUE-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 5000 TIMES.
               10  WS-DUE-CUST-ID      PIC 9(9).
               10  WS-DUE-STMT-DATE    PIC 9(8).
               10  WS-DUE-DUE-DATE     PIC 9(8).
               10  WS-DUE-MINIMUM      PIC S9(7)V99 COMP-3.
               10  WS-DUE-PAID         PIC S9(7)V99 COMP-3.
      * Misses in a row on the cycles before this one
               10  WS-DUE-PRIOR-CONSEC PIC 9(2).
               10  WS-DUE-NEW-CONSEC   PIC 9(2).

      * The register window worth looking at: after the earliest
      * statement date through the latest due date in the table
       01  WS-WINDOW-LOW-DATE      PIC 9(8) VALUE 99999999.
       01  WS-WINDOW-HIGH-DATE     PIC 9(8) VALUE ZERO.

      * The row before the one in hand on the key walk
       01  WS-PREV-CUST-ID         PIC 9(9) VALUE ZERO.
       01  WS-PREV-CONSEC          PIC 9(2) VALUE ZERO.

       01  WS-PAYMENT-AMOUNT       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-BASE-CONSEC          PIC 9(2) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ROWS-SCANNED     PIC 9(8) VALUE ZERO.
           05  WS-CYCLES-DUE       PIC 9(6) VALUE ZERO.
           05  WS-CYCLES-DEFERRED  PIC 9(6) VALUE ZERO.
           05  WS-REGISTER-ROWS-USED PIC 9(8) VALUE ZERO.
           05  WS-CYCLES-MET       PIC 9(6) VALUE ZERO.
           05  WS-CYCLES-MISSED    PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-MINDUE-PARM-AREA.
           05  LS-MND-RETURN-CODE  PIC S9(4) COMP.
           05  LS-MND-MESSAGE      PIC X(50).

       PROCEDURE DIVISION USING LS-MINDUE-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           IF AMOUNT-DUE-WAS-OPENED
               PERFORM 2000-LOAD-CYCLES-DUE
                   UNTIL ADU-FILE-AT-END
               IF WS-DUE-COUNT > ZERO
                   PERFORM 2200-SCAN-POSTING-REGISTER
                       UNTIL PREG-FILE-AT-END
                   PERFORM 2400-DECIDE-CYCLES
               END-IF
           END-IF
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM

      * No amount-due file means no statement has closed a cycle
      * yet - nothing to decide, and not an error
           OPEN I-O AMOUNT-DUE-FILE
           IF ADU-FILE-OK
               SET AMOUNT-DUE-WAS-OPENED TO TRUE
           ELSE
               IF NOT ADU-FILE-MISSING
                   DISPLAY 'ERROR OPENING AMOUNT DUE FILE: '
                       WS-ADU-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-MND-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * No register means nothing was paid - every cycle falling
      * due tonight is decided as missed
           OPEN INPUT POSTING-REGISTER-FILE
           IF NOT PREG-FILE-OK
               DISPLAY 'NO POSTING REGISTER - NO PAYMENTS COUNTED'
               SET PREG-FILE-AT-END TO TRUE
           END-IF

           OPEN OUTPUT MISSED-MINIMUM-FILE
           IF NOT MSD-FILE-OK
               DISPLAY 'ERROR OPENING MISSED MINIMUM FILE: '
                   WS-MSD-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-MND-RETURN-CODE
               GOBACK
           END-IF.

       2000-LOAD-CYCLES-DUE SECTION.
       2100-READ-AMOUNT-DUE.
      * An open cycle whose due date is behind us is decided
      * tonight; the misses in a row before it come from the row
      * before it on the key walk
           READ AMOUNT-DUE-FILE NEXT RECORD
               AT END
                   SET ADU-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-SCANNED
                   IF ADU-CUST-ID NOT = WS-PREV-CUST-ID
                       MOVE ZERO TO WS-PREV-CONSEC
                   END-IF
                   IF ADU-OPEN
                           AND ADU-DUE-DATE < WS-TODAY-DATE-NUM
                       PERFORM 2150-LOAD-ONE-CYCLE
                   END-IF
                   MOVE ADU-CUST-ID TO WS-PREV-CUST-ID
                   IF ADU-MISSED
                       MOVE ADU-CONSEC-MISSED TO WS-PREV-CONSEC
                   ELSE
                       MOVE ZERO TO WS-PREV-CONSEC
                   END-IF
           END-READ

      * 2150 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2150-LOAD-ONE-CYCLE.
           ADD 1 TO WS-CYCLES-DUE
           IF WS-DUE-COUNT < WS-DUE-MAX
               ADD 1 TO WS-DUE-COUNT
               MOVE ADU-CUST-ID TO WS-DUE-CUST-ID (WS-DUE-COUNT)
               MOVE ADU-STMT-DATE TO WS-DUE-STMT-DATE (WS-DUE-COUNT)
               MOVE ADU-DUE-DATE TO WS-DUE-DUE-DATE (WS-DUE-COUNT)
               MOVE ADU-MINIMUM-DUE TO WS-DUE-MINIMUM (WS-DUE-COUNT)
               MOVE ZERO TO WS-DUE-PAID (WS-DUE-COUNT)
               MOVE WS-PREV-CONSEC
                   TO WS-DUE-PRIOR-CONSEC (WS-DUE-COUNT)
               MOVE ZERO TO WS-DUE-NEW-CONSEC (WS-DUE-COUNT)
               IF ADU-STMT-DATE < WS-WINDOW-LOW-DATE
                   MOVE ADU-STMT-DATE TO WS-WINDOW-LOW-DATE
               END-IF
               IF ADU-DUE-DATE > WS-WINDOW-HIGH-DATE
                   MOVE ADU-DUE-DATE TO WS-WINDOW-HIGH-DATE
               END-IF
           ELSE
               ADD 1 TO WS-CYCLES-DEFERRED
           END-IF.

       2200-SCAN-POSTING-REGISTER SECTION.
       2210-READ-REGISTER.
      * A posted payment counts toward every cycle of its account
      * whose window it falls in - after the statement date,
      * through the due date; a posted NSF reversal takes it back
           READ POSTING-REGISTER-FILE
               AT END
                   SET PREG-FILE-AT-END TO TRUE
               NOT AT END
                   IF PREG-POSTED
                           AND PREG-POST-DATE > WS-WINDOW-LOW-DATE
                           AND PREG-POST-DATE NOT > WS-WINDOW-HIGH-DATE
                       EVALUATE PREG-TRANS-TYPE
                           WHEN 'P'
                               MOVE PREG-AMOUNT TO WS-PAYMENT-AMOUNT
                               PERFORM 2220-APPLY-PAYMENT
                           WHEN 'R'
                               COMPUTE WS-PAYMENT-AMOUNT =
                                   ZERO - PREG-AMOUNT
                               PERFORM 2220-APPLY-PAYMENT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ

      * 2220 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2220-APPLY-PAYMENT.
           ADD 1 TO WS-REGISTER-ROWS-USED
           PERFORM 2230-APPLY-TO-ONE-CYCLE
               VARYING WS-DUE-SUB FROM 1 BY 1
               UNTIL WS-DUE-SUB > WS-DUE-COUNT.

       2230-APPLY-TO-ONE-CYCLE.
           IF WS-DUE-CUST-ID (WS-DUE-SUB) = PREG-CUST-ID
                   AND PREG-POST-DATE > WS-DUE-STMT-DATE (WS-DUE-SUB)
                   AND PREG-POST-DATE NOT >
                       WS-DUE-DUE-DATE (WS-DUE-SUB)
               ADD WS-PAYMENT-AMOUNT TO WS-DUE-PAID (WS-DUE-SUB)
           END-IF.

       2400-DECIDE-CYCLES SECTION.
       2410-DECIDE-ALL.
           PERFORM 2420-DECIDE-ONE-CYCLE
               VARYING WS-DUE-SUB FROM 1 BY 1
               UNTIL WS-DUE-SUB > WS-DUE-COUNT

      * 2420 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2420-DECIDE-ONE-CYCLE.
      * Two cycles of one account can fall due the same night (a
      * missed run); the earlier one is decided first in key order
      * and the later one counts on from its result
           MOVE WS-DUE-PRIOR-CONSEC (WS-DUE-SUB) TO WS-BASE-CONSEC
           IF WS-DUE-SUB > 1
               IF WS-DUE-CUST-ID (WS-DUE-SUB - 1) =
                       WS-DUE-CUST-ID (WS-DUE-SUB)
                   MOVE WS-DUE-NEW-CONSEC (WS-DUE-SUB - 1)
                       TO WS-BASE-CONSEC
               END-IF
           END-IF
           MOVE WS-DUE-CUST-ID (WS-DUE-SUB) TO ADU-CUST-ID
           MOVE WS-DUE-STMT-DATE (WS-DUE-SUB) TO ADU-STMT-DATE
           READ AMOUNT-DUE-FILE
               INVALID KEY
                   DISPLAY 'AMOUNT DUE ROW VANISHED FOR CUST-ID: '
                       ADU-CUST-ID
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   PERFORM 2430-MARK-CYCLE
           END-READ.

       2430-MARK-CYCLE.
           MOVE WS-DUE-PAID (WS-DUE-SUB) TO ADU-PAID-AMOUNT
           MOVE WS-TODAY-DATE-NUM TO ADU-CHECK-DATE
           IF ADU-PAID-AMOUNT NOT < ADU-MINIMUM-DUE
               SET ADU-MET TO TRUE
               MOVE ZERO TO ADU-CONSEC-MISSED
               ADD 1 TO WS-CYCLES-MET
           ELSE
               SET ADU-MISSED TO TRUE
               IF WS-BASE-CONSEC < 99
                   COMPUTE ADU-CONSEC-MISSED = WS-BASE-CONSEC + 1
               ELSE
                   MOVE 99 TO ADU-CONSEC-MISSED
               END-IF
               ADD 1 TO WS-CYCLES-MISSED
           END-IF
           MOVE ADU-CONSEC-MISSED TO WS-DUE-NEW-CONSEC (WS-DUE-SUB)
           REWRITE AMOUNT-DUE-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR AMOUNT DUE: '
                       ADU-CUST-ID ' STATUS=' WS-ADU-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
           END-REWRITE
           IF ADU-MISSED
               MOVE ADU-CUST-ID TO MSD-CUST-ID
               MOVE ADU-STMT-DATE TO MSD-STMT-DATE
               MOVE ADU-DUE-DATE TO MSD-DUE-DATE
               MOVE ADU-MINIMUM-DUE TO MSD-MINIMUM-DUE
               MOVE ADU-PAID-AMOUNT TO MSD-PAID-AMOUNT
               COMPUTE MSD-SHORTFALL =
                   ADU-MINIMUM-DUE - ADU-PAID-AMOUNT
               MOVE ADU-CONSEC-MISSED TO MSD-CONSEC-MISSED
               MOVE WS-TODAY-DATE-NUM TO MSD-RUN-DATE
               WRITE MISSED-MINIMUM-RECORD
           END-IF.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           IF AMOUNT-DUE-WAS-OPENED
               CLOSE AMOUNT-DUE-FILE
           END-IF
           CLOSE POSTING-REGISTER-FILE
           CLOSE MISSED-MINIMUM-FILE
           IF WS-CYCLES-DEFERRED > ZERO
               DISPLAY 'CYCLES PAST WORK TABLE LIMIT - DECIDED ON '
                   'THE NEXT RUN: ' WS-CYCLES-DEFERRED
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Missed-Minimum Check Summary:'
           DISPLAY 'Amount-Due Rows Scanned: ' WS-ROWS-SCANNED
           DISPLAY 'Cycles Falling Due: ' WS-CYCLES-DUE
           DISPLAY 'Cycles Deferred To Next Run: ' WS-CYCLES-DEFERRED
           DISPLAY 'Register Rows Used: ' WS-REGISTER-ROWS-USED
           DISPLAY 'Minimums Met: ' WS-CYCLES-MET
           DISPLAY 'Minimums Missed: ' WS-CYCLES-MISSED.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-MND-RETURN-CODE
               MOVE 'MISSED-MINIMUM CHECK COMPLETED WITH ERRORS'
                   TO LS-MND-MESSAGE
           ELSE
               MOVE 0 TO LS-MND-RETURN-CODE
               MOVE 'MISSED-MINIMUM CHECK COMPLETE' TO LS-MND-MESSAGE
           END-IF
           EXIT SECTION.
