      * land). Before rebuilding, yesterday's forecast row for today
      * is proven against the payments actually posted on tonight's
      * register - the actual-versus-forecast tie-back at the top of
      * the report. Every promise, plan and autopay file is
      * optional; whatever is missing simply contributes nothing.
      * The accounts behind the autopay debits come from the night's
      * customer snapshot (SAMPLE-PROGRAM-CUSTSNAP) rather than
      * CUSTDATA - the enrollments and the snapshot are both in
      * customer order, so the snapshot is walked forward beside the
      * enrollments instead of being read by key. A snapshot
      * SAMPLE-PROGRAM-SNAPCHK will not prove stops the run before
      * anything is forecast.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The night's customer snapshot (SAMPLE-PROGRAM-CUSTSNAP),
      * read in place of CUSTDATA once SAMPLE-PROGRAM-SNAPCHK has
      * proven it
           SELECT CUSTOMER-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO "CUSTPROM"

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SNAPSHOT-FILE.
           COPY CUSTOMER-SNAPSHOT-RECORD.

       FD  PROMISE-FILE.
           COPY PROMISE-RECORD.
           05  PREG-DISPOSITION    PIC X(8).
               88  PREG-POSTED     VALUE 'POSTED'.
           05  PREG-REJECT-REASON  PIC X(40).
           05  PREG-REMIT-PARENT-ID PIC 9(9).
           05  PREG-REMIT-TOTAL    PIC S9(7)V99.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * The master the snapshot must have been cut from
       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

      * Each snapshot row's customer image lands here, so every
      * CUST- name reads exactly as it did off the master
           COPY CUSTOMER-RECORD.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-PRM-FILE-STATUS      PIC XX.
           88  PRM-FILE-OK         VALUE '00'.
               88  DATE-IS-NONBUS  VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG  PIC X VALUE 'N'.
               88  AUTOPAY-CUST-FOUND VALUE 'Y'.
           05  WS-SNAPSHOT-DONE-FLAG PIC X VALUE 'N'.
               88  SNAPSHOT-ROWS-DONE VALUE 'Y'.
           05  WS-EXPECTED-FOUND-FLAG PIC X VALUE 'N'.
               88  EXPECTED-TODAY-FOUND VALUE 'Y'.

           05  WS-DEBITS-FORECAST  PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-FORECAST   PIC S9(9)V99 COMP-3 VALUE ZERO.

      * Snapshot proof, run before the first row is read
       01  WS-SNAPCHK-PARM-AREA.
           05  WS-SCK-RETURN-CODE  PIC S9(4) COMP.
           05  WS-SCK-MESSAGE      PIC X(50).
           05  WS-SCK-SOURCE-FILE-NAME PIC X(40).
           05  WS-SCK-MAX-AGE-HOURS PIC 9(3).
           05  WS-SCK-SNAPSHOT-DATE PIC 9(8).
           05  WS-SCK-SNAPSHOT-TIME PIC 9(6).
           05  WS-SCK-RECORD-COUNT PIC 9(8).

       LINKAGE SECTION.
       01  LS-FORECAST-PARM-AREA.
           05  LS-FCS-RETURN-CODE  PIC S9(4) COMP.
           IF LS-FCS-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-FCS-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
      * The snapshot is proven before a row of it is read - a short,
      * stale or unproven snapshot stops the run here
           MOVE WS-CUSTOMER-FILE-NAME TO WS-SCK-SOURCE-FILE-NAME
           MOVE ZERO TO WS-SCK-MAX-AGE-HOURS
           CALL 'SAMPLE-PROGRAM-SNAPCHK' USING WS-SNAPCHK-PARM-AREA
           IF WS-SCK-RETURN-CODE NOT = ZERO
               DISPLAY 'CUSTOMER SNAPSHOT REFUSED: ' WS-SCK-MESSAGE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-FCS-RETURN-CODE
               MOVE WS-SCK-MESSAGE TO LS-FCS-MESSAGE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-SNAPSHOT-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                   WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-FCS-RETURN-CODE
               GOBACK
           END-IF
      * First row in hand for the walk beside the enrollments
           PERFORM 2730-READ-SNAPSHOT-ROW

           OPEN INPUT PROMISE-FILE
           IF PRM-FILE-OK
               AT END
                   SET PREG-FILE-AT-END TO TRUE
               NOT AT END
      * A misapplied-payment transfer moves money already banked,
      * and a backout's re-applied payment is no new money either
                   IF PREG-TRANS-TYPE = 'P' AND PREG-POSTED
                           AND PREG-SOURCE-CODE NOT = 'MISAPPLY'
                           AND PREG-SOURCE-CODE NOT = 'BACKOUT '
                       ADD PREG-AMOUNT TO WS-ACTUAL-TODAY
                   END-IF
           END-READ.
                   END-IF
           END-READ

      * 2720 and 2730 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them a second
      * time
           EXIT SECTION.

       2720-BUCKET-ONE-DEBIT.
      * The scheduled debit only forecasts for an active account
      * owing money, the same rule the origination job applies -
      * and the amount is the balance capped at the authorization.
      * The snapshot is walked forward to the enrolled account; an
      * enrollment with no customer row behind it forecasts nothing
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           PERFORM 2730-READ-SNAPSHOT-ROW
               UNTIL SNAPSHOT-ROWS-DONE
               OR CUST-ID NOT < APY-CUST-ID
           IF NOT SNAPSHOT-ROWS-DONE AND CUST-ID = APY-CUST-ID
               SET AUTOPAY-CUST-FOUND TO TRUE
           END-IF
           IF AUTOPAY-CUST-FOUND AND ACTIVE-CUSTOMER
                   AND CUST-BALANCE > ZERO
               MOVE CUST-BALANCE TO WS-DUE-AMOUNT
               IF APY-CAP-AMOUNT > ZERO
                       AND WS-DUE-AMOUNT > APY-CAP-AMOUNT
                   MOVE APY-CAP-AMOUNT TO WS-DUE-AMOUNT
               END-IF
               MOVE WS-TODAY-DATE-NUM TO WS-DEBIT-DATE
               MOVE APY-DEBIT-DAY TO WS-DEBIT-DAY
               IF WS-DEBIT-DATE <= WS-TODAY-DATE-NUM
                   IF WS-DEBIT-MONTH = 12
                       MOVE 1 TO WS-DEBIT-MONTH
                       ADD 1 TO WS-DEBIT-YEAR
                   ELSE
                       ADD 1 TO WS-DEBIT-MONTH
                   END-IF
               END-IF
               MOVE WS-DEBIT-DATE TO WS-DUE-DATE
               PERFORM 2900-BUCKET-EXPECTED-CASH
               IF WS-HZN-SLOT > ZERO
                   ADD 1 TO WS-DEBITS-FORECAST
               END-IF
           END-IF.

       2730-READ-SNAPSHOT-ROW.
      * The trailer closes the detail rows - it is never a customer
           READ CUSTOMER-SNAPSHOT-FILE
               AT END
                   SET SNAPSHOT-ROWS-DONE TO TRUE
               NOT AT END
                   IF SNP-TRAILER
                       SET SNAPSHOT-ROWS-DONE TO TRUE
                   ELSE
                       MOVE SNP-CUSTOMER-IMAGE TO CUSTOMER-RECORD
                   END-IF
           END-READ.

       2900-BUCKET-EXPECTED-CASH.
      * First horizon day on or after the due date takes the money -
      * a due date on a weekend rolls forward, one past the horizon
           WRITE FORECAST-REPORT-LINE.

       3100-CLOSE-FILES.
           CLOSE CUSTOMER-SNAPSHOT-FILE
           IF PROMISE-FILE-WAS-OPENED
               CLOSE PROMISE-FILE
           END-IF
