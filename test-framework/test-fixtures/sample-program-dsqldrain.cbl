      * count from the carry-forward, which is what finally lets
      * the poison age trip; a carried row the main run no longer
      * queues has evidently healed and drops off.
      * The same job applies the corrective updates the weekly
      * CUSTDATA / CUSTOMER_TABLE reconciliation (SAMPLE-PROGRAM-
      * DBRECON) proposes on DB-REPAIR-FILE - but only after review:
      * while any row is still pending, nothing on the file is
      * applied. Approved rows are applied, rejected rows skipped,
      * and the repairs committed; a file applied and committed
      * without a failure is emptied so it can never be applied
      * twice, and one with failures, or whose commit failed, stays
      * for the next run, where the repairs already made come back
      * as harmless no-ops. A file older than the repair age limit is
      * stale - the master has moved on since - and is left alone
      * until the reconciliation is rerun.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSN-FILE-STATUS.

      * The reconciliation's reviewed corrective updates; optional
           SELECT DB-REPAIR-FILE ASSIGN TO "CUSTDBRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFERRED-SQL-FILE.
           05  PSN-PARKED-DATE     PIC 9(8).
           05  PSN-LAST-SQLCODE    PIC S9(9) SIGN LEADING SEPARATE.

       FD  DB-REPAIR-FILE.
           COPY DB-REPAIR-RECORD.

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-PSN-FILE-STATUS      PIC XX.
           88  PSN-FILE-OK         VALUE '00'.

       01  WS-DBRP-FILE-STATUS     PIC XX.
           88  DBRP-FILE-OK        VALUE '00'.
           88  DBRP-FILE-AT-END    VALUE '10'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-QUEUE-ABSENT-FLAG PIC X VALUE 'N'.
               88  DEFERRED-QUEUE-ABSENT VALUE 'Y'.
           05  WS-COMMIT-FAILED-FLAG PIC X VALUE 'N'.
               88  SQL-COMMIT-FAILED VALUE 'Y'.

      * SQLCODE is populated by the DB2 precompiler runtime after
      * each EXEC SQL statement, declared the way SAMPLE-PROGRAM
      * is parked as poison instead of requeued again
       01  WS-POISON-AGE-DAYS      PIC 9(3) VALUE 005.

      * A repair file proposed more than this many days ago is stale
       01  WS-REPAIR-AGE-DAYS      PIC 9(3) VALUE 007.
       01  WS-REPAIR-FILE-AGE      PIC S9(5) COMP.
       01  WS-REPAIR-RECON-DATE    PIC 9(8) VALUE ZERO.

       01  WS-DATE-MATH.
           05  WS-TODAY-DATE-NUM   PIC 9(8).
           05  WS-TODAY-DAYS       PIC 9(8) COMP.
           05  WS-ROWS-REQUEUED    PIC 9(6) VALUE ZERO.
           05  WS-ROWS-POISONED    PIC 9(6) VALUE ZERO.
           05  WS-ROWS-HEALED      PIC 9(6) VALUE ZERO.
           05  WS-REPAIRS-PENDING  PIC 9(6) VALUE ZERO.
           05  WS-REPAIRS-APPLIED  PIC 9(6) VALUE ZERO.
           05  WS-REPAIRS-REJECTED PIC 9(6) VALUE ZERO.
           05  WS-REPAIRS-FAILED   PIC 9(6) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'DSQLDRAN'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-DRAIN-PARM-AREA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DRAIN-QUEUE
               UNTIL DSQL-FILE-AT-END
           PERFORM 2600-APPLY-DB-REPAIRS
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN INPUT DEFERRED-SQL-FILE
      * No queue tonight leaves the carry-forward and poison files
      * exactly as they were - only the repair file is worked
           IF NOT DSQL-FILE-OK
               DISPLAY 'NO DEFERRED SQL QUEUE - NOTHING TO DRAIN'
               SET DEFERRED-QUEUE-ABSENT TO TRUE
               SET DSQL-FILE-AT-END TO TRUE
               GO TO 1200-INIT-VARIABLES
           END-IF

      * Read the prior drain's carry-forward before the requeue
           END-READ.

       1200-INIT-VARIABLES.
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-DRN-POISON-AGE-DAYS NOT = ZERO
               MOVE LS-DRN-POISON-AGE-DAYS TO WS-POISON-AGE-DAYS
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           WRITE REQUEUE-SQL-RECORD
           ADD 1 TO WS-ROWS-REQUEUED.

       2600-APPLY-DB-REPAIRS SECTION.
       2610-CHECK-REVIEW.
           OPEN INPUT DB-REPAIR-FILE
           IF NOT DBRP-FILE-OK
               EXIT SECTION
           END-IF
           PERFORM 2620-TALLY-ONE-REPAIR
               UNTIL DBRP-FILE-AT-END
           CLOSE DB-REPAIR-FILE
           IF WS-REPAIRS-PENDING > ZERO
               DISPLAY 'DB REPAIR FILE AWAITING REVIEW - '
                   WS-REPAIRS-PENDING ' ROW(S) PENDING - NOTHING '
                   'APPLIED'
               EXIT SECTION
           END-IF
           IF WS-REPAIR-RECON-DATE > ZERO
               COMPUTE WS-REPAIR-FILE-AGE = WS-TODAY-DAYS
                   - FUNCTION INTEGER-OF-DATE (WS-REPAIR-RECON-DATE)
               IF WS-REPAIR-FILE-AGE > WS-REPAIR-AGE-DAYS
                   DISPLAY 'DB REPAIR FILE FROM ' WS-REPAIR-RECON-DATE
                       ' IS STALE - RERUN THE RECONCILIATION'
                   SET ERROR-OCCURRED TO TRUE
                   EXIT SECTION
               END-IF
           END-IF
           MOVE ZERO TO WS-REPAIRS-REJECTED
           OPEN INPUT DB-REPAIR-FILE
           PERFORM 2630-APPLY-ONE-REPAIR
               UNTIL DBRP-FILE-AT-END
           CLOSE DB-REPAIR-FILE
      * The repairs are committed before the repair file is emptied,
      * never after - a failed commit rolls them back and leaves the
      * file in place, and the rerun finds any row that did land
      * already applied
           EXEC SQL
               COMMIT WORK
           END-EXEC
           MOVE SQLCODE TO WS-SQL-RETURN-CODE
           IF WS-SQL-RETURN-CODE NOT = ZERO
               DISPLAY 'DB REPAIR COMMIT FAILED - SQLCODE '
                   WS-SQL-RETURN-CODE ' - DB REPAIR FILE KEPT'
               SET SQL-COMMIT-FAILED TO TRUE
               SET ERROR-OCCURRED TO TRUE
           ELSE
               IF WS-REPAIRS-FAILED = ZERO
                   OPEN OUTPUT DB-REPAIR-FILE
                   CLOSE DB-REPAIR-FILE
               ELSE
                   DISPLAY 'DB REPAIR FILE KEPT - ' WS-REPAIRS-FAILED
                       ' REPAIR(S) FAILED'
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           END-IF

      * 2620 through 2650 already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       2620-TALLY-ONE-REPAIR.
           READ DB-REPAIR-FILE
               AT END
                   SET DBRP-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE DBRP-RECON-DATE TO WS-REPAIR-RECON-DATE
                   IF NOT DBRP-APPROVED AND NOT DBRP-REJECTED
                       ADD 1 TO WS-REPAIRS-PENDING
                   END-IF
           END-READ.

       2630-APPLY-ONE-REPAIR.
           READ DB-REPAIR-FILE
               AT END
                   SET DBRP-FILE-AT-END TO TRUE
               NOT AT END
                   IF DBRP-APPROVED
                       PERFORM 2640-ISSUE-REPAIR-SQL
                   ELSE
                       ADD 1 TO WS-REPAIRS-REJECTED
                   END-IF
           END-READ.

       2640-ISSUE-REPAIR-SQL.
      * A row already inserted, or already gone, is what a rerun
      * after a partial failure expects to find - not a failure
           EVALUATE TRUE
               WHEN DBRP-INSERT
                   EXEC SQL
                       INSERT INTO CUSTOMER_TABLE
                              (CUSTOMER_ID, CUSTOMER_NAME, BALANCE,
                               STATUS, LAST_ACCESSED)
                       VALUES (:DBRP-CUST-ID, :DBRP-CUST-NAME,
                               :DBRP-BALANCE, :DBRP-STATUS,
                               CURRENT_TIMESTAMP)
                   END-EXEC
                   MOVE SQLCODE TO WS-SQL-RETURN-CODE
                   IF WS-SQL-RETURN-CODE = -803
                       MOVE ZERO TO WS-SQL-RETURN-CODE
                   END-IF
               WHEN DBRP-UPDATE
                   EXEC SQL
                       UPDATE CUSTOMER_TABLE
                          SET CUSTOMER_NAME = :DBRP-CUST-NAME,
                              BALANCE = :DBRP-BALANCE,
                              STATUS = :DBRP-STATUS,
                              LAST_ACCESSED = CURRENT_TIMESTAMP
                        WHERE CUSTOMER_ID = :DBRP-CUST-ID
                   END-EXEC
                   MOVE SQLCODE TO WS-SQL-RETURN-CODE
               WHEN DBRP-DELETE
                   EXEC SQL
                       DELETE FROM CUSTOMER_TABLE
                        WHERE CUSTOMER_ID = :DBRP-CUST-ID
                   END-EXEC
                   MOVE SQLCODE TO WS-SQL-RETURN-CODE
                   IF WS-SQL-RETURN-CODE = 100
                       MOVE ZERO TO WS-SQL-RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO WS-SQL-RETURN-CODE
           END-EVALUATE
           IF WS-SQL-RETURN-CODE = ZERO
               ADD 1 TO WS-REPAIRS-APPLIED
           ELSE
               ADD 1 TO WS-REPAIRS-FAILED
               DISPLAY 'DB REPAIR FAILED - ' DBRP-ACTION ' CUST-ID '
                   DBRP-CUST-ID ' SQLCODE ' WS-SQL-RETURN-CODE
           END-IF.

       3000-FINALIZE SECTION.
       3040-COUNT-HEALED-ROWS.
      * A carried row the main run no longer queues stopped failing
      * follows
           EXEC SQL
               COMMIT WORK
           END-EXEC
           MOVE SQLCODE TO WS-SQL-RETURN-CODE
           IF WS-SQL-RETURN-CODE NOT = ZERO
      * Tonight's queue file is never emptied by this job, so
      * rerunning the drain against it puts the updates back
               DISPLAY 'FINAL COMMIT FAILED - SQLCODE '
                   WS-SQL-RETURN-CODE ' - UPDATES DRAINED THIS RUN '
                   'ROLLED BACK - RERUN THE DRAIN'
               SET SQL-COMMIT-FAILED TO TRUE
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       3100-CLOSE-FILES.
           IF NOT DEFERRED-QUEUE-ABSENT
               CLOSE DEFERRED-SQL-FILE
               CLOSE REQUEUE-SQL-FILE
               CLOSE POISON-SQL-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Deferred SQL Drain Summary:'
           DISPLAY 'Rows Requeued: ' WS-ROWS-REQUEUED
           DISPLAY 'Rows Parked As Poison: ' WS-ROWS-POISONED
           DISPLAY 'Carried Rows Healed: ' WS-ROWS-HEALED
           DISPLAY 'Poison Age Threshold (Days): ' WS-POISON-AGE-DAYS
           DISPLAY 'DB Repairs Applied: ' WS-REPAIRS-APPLIED
           DISPLAY 'DB Repairs Rejected By Review: ' WS-REPAIRS-REJECTED
           DISPLAY 'DB Repairs Failed: ' WS-REPAIRS-FAILED
           DISPLAY 'DB Repairs Awaiting Review: ' WS-REPAIRS-PENDING.

       3999-EXIT.
           EVALUATE TRUE
               WHEN SQL-COMMIT-FAILED
                   MOVE 8 TO LS-DRN-RETURN-CODE
                   MOVE 'DRAIN FAILED - COMMIT NOT TAKEN'
                       TO LS-DRN-MESSAGE
               WHEN WS-ROWS-POISONED > ZERO
                   MOVE 4 TO LS-DRN-RETURN-CODE
                   MOVE 'DRAIN COMPLETED - POISON ROWS PARKED'
                       TO LS-DRN-MESSAGE
               WHEN ERROR-OCCURRED
                   MOVE 4 TO LS-DRN-RETURN-CODE
                   MOVE 'DRAIN COMPLETED - DB REPAIRS NOT ALL APPLIED'
                       TO LS-DRN-MESSAGE
               WHEN DEFERRED-QUEUE-ABSENT
                   MOVE 0 TO LS-DRN-RETURN-CODE
                   MOVE 'DEFERRED SQL QUEUE EMPTY OR ABSENT'
                       TO LS-DRN-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-DRN-RETURN-CODE
                   MOVE 'DRAIN COMPLETE' TO LS-DRN-MESSAGE
           END-EVALUATE
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'POISON-AGE-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-POISON-AGE-DAYS
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
           DISPLAY 'DSQLDRAN RUN PARAMETERS:'
           DISPLAY '  POISON-AGE-DAYS: ' WS-POISON-AGE-DAYS.
