      * through E, rewritten nightly, consumed by the worklist's
      * priority blend and the customer-360 inquiry. High-water
      * marks on the row keep a rerun from double-counting anything.
      * The customers are walked off the night's customer snapshot
      * (SAMPLE-PROGRAM-CUSTSNAP) rather than CUSTDATA; a snapshot
      * SAMPLE-PROGRAM-SNAPCHK will not prove stops the run before
      * a single grade is touched. The grades written here reach the
      * snapshot's readers when the next one is cut.
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

           SELECT RISK-GRADE-FILE ASSIGN TO "CUSTRISK"

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SNAPSHOT-FILE.
           COPY CUSTOMER-SNAPSHOT-RECORD.

       FD  RISK-GRADE-FILE.
           COPY RISK-GRADE-RECORD.
           05  PREG-DISPOSITION    PIC X(8).
               88  PREG-POSTED     VALUE 'POSTED'.
           05  PREG-REJECT-REASON  PIC X(40).
           05  PREG-REMIT-PARENT-ID PIC 9(9).
           05  PREG-REMIT-TOTAL    PIC S9(7)V99.

       FD  PROMISE-FILE.
           COPY PROMISE-RECORD.
       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * The master the snapshot must have been cut from
       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

      * Each snapshot row's customer image lands here, so every
      * CUST- name reads exactly as it did off the master
           COPY CUSTOMER-RECORD.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-AT-END         VALUE '10'.
               10  WS-GRADE-D-COUNT PIC 9(6) VALUE ZERO.
               10  WS-GRADE-E-COUNT PIC 9(6) VALUE ZERO.

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
       01  LS-RISKGRADE-PARM-AREA.
           05  LS-RGR-RETURN-CODE  PIC S9(4) COMP.
           IF LS-RGR-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-RGR-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
      * The snapshot is proven before a row of it is read - a short,
      * stale or unproven snapshot stops the run here
           MOVE WS-CUSTOMER-FILE-NAME TO WS-SCK-SOURCE-FILE-NAME
           MOVE ZERO TO WS-SCK-MAX-AGE-HOURS
           CALL 'SAMPLE-PROGRAM-SNAPCHK' USING WS-SNAPCHK-PARM-AREA
           IF WS-SCK-RETURN-CODE NOT = ZERO
               DISPLAY 'CUSTOMER SNAPSHOT REFUSED: ' WS-SCK-MESSAGE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RGR-RETURN-CODE
               MOVE WS-SCK-MESSAGE TO LS-RGR-MESSAGE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-SNAPSHOT-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                   WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RGR-RETURN-CODE
               GOBACK
               AT END
                   SET PREG-FILE-AT-END TO TRUE
               NOT AT END
      * A misapplied-payment transfer's reversal leg is no bounce,
      * and neither is a bad posting run's backout
                   IF PREG-TRANS-TYPE = 'R' AND PREG-POSTED
                           AND PREG-SOURCE-CODE NOT = 'MISAPPLY'
                           AND PREG-SOURCE-CODE NOT = 'BACKOUT '
                       MOVE PREG-POST-DATE TO WS-REGISTER-DATE
                       PERFORM 1320-BUMP-REVERSAL-SLOT
                   END-IF

       2000-GRADE-ACCOUNTS SECTION.
       2100-READ-RECORD.
           PERFORM 2110-READ-SNAPSHOT-ROW
           IF NOT END-OF-FILE
               ADD 1 TO WS-SCANNED-COUNT
               PERFORM 2200-GRADE-ONE-ACCOUNT
           END-IF

      * 2110, 2200 and what it PERFORMs already ran above - exit
      * the section here instead of falling into them a second
      * time, for every customer, every pass
           EXIT SECTION.

       2110-READ-SNAPSHOT-ROW.
      * The trailer closes the detail rows - it is never a customer
           READ CUSTOMER-SNAPSHOT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF SNP-TRAILER
                       SET END-OF-FILE TO TRUE
                   ELSE
                       MOVE SNP-CUSTOMER-IMAGE TO CUSTOMER-RECORD
                   END-IF
           END-READ.

       2200-GRADE-ONE-ACCOUNT.
           PERFORM 2210-READ-OR-SEED-RISK-ROW

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-SNAPSHOT-FILE
           CLOSE RISK-GRADE-FILE
           IF PROMISE-FILE-WAS-OPENED
               CLOSE PROMISE-FILE
