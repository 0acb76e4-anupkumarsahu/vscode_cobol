       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-DBRECON.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Weekly full reconciliation of CUSTDATA against the
      * CUSTOMER_TABLE database. SAMPLE-PROGRAM's 2265-UPDATE-
      * CUSTOMER-TABLE pushes changes to the table and a failed
      * update goes to the deferred queue, but MAINT, POST and the
      * utilities update CUSTDATA without touching the table at
      * all, and nothing ever proved the two agree. This job reads
      * both sides in CUST-ID order - the indexed master front to
      * back, the table through a cursor ordered on CUSTOMER_ID -
      * and match-merges them:
      *   - a master row with no table row is MISSING IN TABLE
      *   - a table row with no master row is MISSING ON FILE
      *   - a matched pair whose name, balance or status differ is
      *     MISMATCHED, each differing field itemized
      *   - everything else AGREED
      * Every discrepancy is itemized on the report and gets one
      * corrective row on the repair file (DB-REPAIR-RECORD), written
      * pending review; SAMPLE-PROGRAM-DSQLDRAIN applies it once a
      * reviewer has worked through it. The counts go on a verdict
      * row the morning balancing page reads. A cursor that fails
      * part way through would make the rest of the master look
      * missing from the table, so a failed fetch empties the repair
      * file and ends the run RC 8 rather than propose repairs from
      * half a table.
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

      * Discrepancies, itemized to the field
           SELECT DB-RECON-REPORT-FILE ASSIGN TO "CUSTDBRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      * Proposed corrective updates, pending review
           SELECT DB-REPAIR-FILE ASSIGN TO "CUSTDBRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBRP-FILE-STATUS.

      * One verdict row the morning page reads
           SELECT DB-RECON-VERDICT-FILE ASSIGN TO "CUSTDBRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  DB-RECON-REPORT-FILE.
       01  DB-RECON-REPORT-LINE    PIC X(100).

       FD  DB-REPAIR-FILE.
           COPY DB-REPAIR-RECORD.

       FD  DB-RECON-VERDICT-FILE.
       01  DB-RECON-VERDICT-RECORD.
           05  DBV-RECON-DATE      PIC 9(8).
           05  DBV-VERDICT         PIC X(8).
               88  DBV-AGREED      VALUE 'AGREED'.
               88  DBV-BROKEN      VALUE 'BROKEN'.
               88  DBV-FAILED      VALUE 'FAILED'.
           05  DBV-FILE-ROWS       PIC 9(9).
           05  DBV-TABLE-ROWS      PIC 9(9).
           05  DBV-AGREED-COUNT    PIC 9(9).
           05  DBV-MISMATCHED-COUNT PIC 9(9).
           05  DBV-MISSING-IN-TABLE PIC 9(9).
           05  DBV-MISSING-ON-FILE PIC 9(9).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.
       01  WS-DBRP-FILE-STATUS     PIC XX.
           88  DBRP-FILE-OK        VALUE '00'.
       01  WS-VRD-FILE-STATUS      PIC XX.
           88  VRD-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-FETCH-FAILED-FLAG PIC X VALUE 'N'.
               88  TABLE-FETCH-FAILED VALUE 'Y'.
           05  WS-CURSOR-OPEN-FLAG PIC X VALUE 'N'.
               88  CURSOR-IS-OPEN  VALUE 'Y'.

      * SQLCODE is populated by the DB2 precompiler runtime after
      * each EXEC SQL statement, declared the way SAMPLE-PROGRAM
      * declares it
       01  SQLCODE                 PIC S9(9) COMP VALUE ZERO.
       01  WS-SQL-RETURN-CODE      PIC S9(9) COMP VALUE ZERO.

      * The current row from each side. A side that has run out
      * carries a key above any CUST-ID, so the merge drains the
      * other side without a special case
       01  WS-MERGE-KEYS.
           05  WS-FILE-KEY         PIC 9(10) VALUE ZERO.
           05  WS-TABLE-KEY        PIC 9(10) VALUE ZERO.
           05  WS-END-KEY          PIC 9(10) VALUE 9999999999.

      * Host variables for the cursor's fetch
       01  WS-DB-ROW.
           05  WS-DB-CUST-ID       PIC 9(9).
           05  WS-DB-NAME          PIC X(30).
           05  WS-DB-BALANCE       PIC S9(7)V99 COMP-3.
           05  WS-DB-STATUS        PIC X.

       01  WS-DIFF-FLAGS.
           05  WS-NAME-DIFF        PIC X.
           05  WS-BALANCE-DIFF     PIC X.
           05  WS-STATUS-DIFF      PIC X.

       01  WS-FILE-AMOUNT-DISPLAY  PIC -(7)9.99.
       01  WS-TABLE-AMOUNT-DISPLAY PIC -(7)9.99.

       01  WS-COUNTERS.
           05  WS-FILE-ROWS        PIC 9(9) VALUE ZERO.
           05  WS-TABLE-ROWS       PIC 9(9) VALUE ZERO.
           05  WS-AGREED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-MISMATCHED-COUNT PIC 9(9) VALUE ZERO.
           05  WS-MISSING-IN-TABLE PIC 9(9) VALUE ZERO.
           05  WS-MISSING-ON-FILE  PIC 9(9) VALUE ZERO.
           05  WS-REPAIRS-WRITTEN  PIC 9(9) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-DBRECON-PARM-AREA.
           05  LS-DBR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-DBR-MESSAGE      PIC X(50).
           05  LS-DBR-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-DBRECON-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECONCILE
               UNTIL (WS-FILE-KEY = WS-END-KEY
                   AND WS-TABLE-KEY = WS-END-KEY)
                   OR TABLE-FETCH-FAILED
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-DBR-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-DBR-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DBR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DB-RECON-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING DB RECON REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DBR-RETURN-CODE
               GOBACK
           END-IF

      * This week's proposals replace last week's - whatever was
      * not applied by now is proposed again below if it still
      * stands
           OPEN OUTPUT DB-REPAIR-FILE
           IF NOT DBRP-FILE-OK
               DISPLAY 'ERROR OPENING DB REPAIR FILE: '
                   WS-DBRP-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DBR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DB-RECON-VERDICT-FILE
           IF NOT VRD-FILE-OK
               DISPLAY 'ERROR OPENING DB RECON VERDICT: '
                   WS-VRD-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DBR-RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
               DECLARE CUSTRECON CURSOR FOR
                   SELECT CUSTOMER_ID, CUSTOMER_NAME, BALANCE, STATUS
                     FROM CUSTOMER_TABLE
                    ORDER BY CUSTOMER_ID
           END-EXEC
           EXEC SQL
               OPEN CUSTRECON
           END-EXEC
           MOVE SQLCODE TO WS-SQL-RETURN-CODE
           IF WS-SQL-RETURN-CODE NOT = ZERO
               DISPLAY 'ERROR OPENING CUSTOMER_TABLE CURSOR - SQLCODE '
                   WS-SQL-RETURN-CODE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DBR-RETURN-CODE
               GOBACK
           END-IF
           SET CURSOR-IS-OPEN TO TRUE.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE SPACES TO DB-RECON-REPORT-LINE
           STRING 'CUSTDATA VS CUSTOMER_TABLE RECONCILIATION - '
               DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO DB-RECON-REPORT-LINE
           WRITE DB-RECON-REPORT-LINE
      * Prime both sides of the merge
           PERFORM 2100-READ-NEXT-FILE-ROW
           PERFORM 2200-FETCH-NEXT-TABLE-ROW.

       2000-RECONCILE SECTION.
       2010-COMPARE-KEYS.
           EVALUATE TRUE
               WHEN WS-FILE-KEY = WS-TABLE-KEY
                   PERFORM 2300-COMPARE-FIELDS
                   PERFORM 2100-READ-NEXT-FILE-ROW
                   PERFORM 2200-FETCH-NEXT-TABLE-ROW
               WHEN WS-FILE-KEY < WS-TABLE-KEY
                   PERFORM 2400-MISSING-IN-TABLE
                   PERFORM 2100-READ-NEXT-FILE-ROW
               WHEN OTHER
                   PERFORM 2500-MISSING-ON-FILE
                   PERFORM 2200-FETCH-NEXT-TABLE-ROW
           END-EVALUATE

      * The paragraphs below already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time, for every key, every pass
           EXIT SECTION.

       2100-READ-NEXT-FILE-ROW.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE WS-END-KEY TO WS-FILE-KEY
               NOT AT END
                   ADD 1 TO WS-FILE-ROWS
                   MOVE CUST-ID TO WS-FILE-KEY
           END-READ.

       2200-FETCH-NEXT-TABLE-ROW.
           EXEC SQL
               FETCH CUSTRECON
                INTO :WS-DB-CUST-ID, :WS-DB-NAME, :WS-DB-BALANCE,
                     :WS-DB-STATUS
           END-EXEC
           MOVE SQLCODE TO WS-SQL-RETURN-CODE
           EVALUATE WS-SQL-RETURN-CODE
               WHEN ZERO
                   ADD 1 TO WS-TABLE-ROWS
                   MOVE WS-DB-CUST-ID TO WS-TABLE-KEY
               WHEN 100
                   MOVE WS-END-KEY TO WS-TABLE-KEY
               WHEN OTHER
                   DISPLAY 'CUSTOMER_TABLE FETCH FAILED - SQLCODE '
                       WS-SQL-RETURN-CODE ' AFTER CUSTOMER_ID '
                       WS-DB-CUST-ID
                   SET TABLE-FETCH-FAILED TO TRUE
                   SET ERROR-OCCURRED TO TRUE
                   MOVE WS-END-KEY TO WS-TABLE-KEY
           END-EVALUATE.

       2300-COMPARE-FIELDS.
           MOVE 'N' TO WS-NAME-DIFF
           MOVE 'N' TO WS-BALANCE-DIFF
           MOVE 'N' TO WS-STATUS-DIFF
           IF CUST-NAME NOT = WS-DB-NAME
               MOVE 'Y' TO WS-NAME-DIFF
           END-IF
           IF CUST-BALANCE NOT = WS-DB-BALANCE
               MOVE 'Y' TO WS-BALANCE-DIFF
           END-IF
           IF CUST-STATUS NOT = WS-DB-STATUS
               MOVE 'Y' TO WS-STATUS-DIFF
           END-IF
           IF WS-DIFF-FLAGS = 'NNN'
               ADD 1 TO WS-AGREED-COUNT
           ELSE
               ADD 1 TO WS-MISMATCHED-COUNT
               PERFORM 2310-REPORT-MISMATCH
               PERFORM 2600-WRITE-REPAIR-FROM-FILE
               SET DBRP-UPDATE TO TRUE
               MOVE WS-NAME-DIFF TO DBRP-NAME-DIFFERS
               MOVE WS-BALANCE-DIFF TO DBRP-BALANCE-DIFFERS
               MOVE WS-STATUS-DIFF TO DBRP-STATUS-DIFFERS
               PERFORM 2700-PUT-REPAIR
           END-IF.

       2310-REPORT-MISMATCH.
           IF WS-NAME-DIFF = 'Y'
               MOVE SPACES TO DB-RECON-REPORT-LINE
               STRING 'MISMATCH ' DELIMITED BY SIZE
                   CUST-ID DELIMITED BY SIZE
                   ' NAME    FILE ' DELIMITED BY SIZE
                   CUST-NAME DELIMITED BY SIZE
                   ' TABLE ' DELIMITED BY SIZE
                   WS-DB-NAME DELIMITED BY SIZE
                   INTO DB-RECON-REPORT-LINE
               WRITE DB-RECON-REPORT-LINE
           END-IF
           IF WS-BALANCE-DIFF = 'Y'
               MOVE CUST-BALANCE TO WS-FILE-AMOUNT-DISPLAY
               MOVE WS-DB-BALANCE TO WS-TABLE-AMOUNT-DISPLAY
               MOVE SPACES TO DB-RECON-REPORT-LINE
               STRING 'MISMATCH ' DELIMITED BY SIZE
                   CUST-ID DELIMITED BY SIZE
                   ' BALANCE FILE ' DELIMITED BY SIZE
                   WS-FILE-AMOUNT-DISPLAY DELIMITED BY SIZE
                   ' TABLE ' DELIMITED BY SIZE
                   WS-TABLE-AMOUNT-DISPLAY DELIMITED BY SIZE
                   INTO DB-RECON-REPORT-LINE
               WRITE DB-RECON-REPORT-LINE
           END-IF
           IF WS-STATUS-DIFF = 'Y'
               MOVE SPACES TO DB-RECON-REPORT-LINE
               STRING 'MISMATCH ' DELIMITED BY SIZE
                   CUST-ID DELIMITED BY SIZE
                   ' STATUS  FILE ' DELIMITED BY SIZE
                   CUST-STATUS DELIMITED BY SIZE
                   ' TABLE ' DELIMITED BY SIZE
                   WS-DB-STATUS DELIMITED BY SIZE
                   INTO DB-RECON-REPORT-LINE
               WRITE DB-RECON-REPORT-LINE
           END-IF.

       2400-MISSING-IN-TABLE.
           ADD 1 TO WS-MISSING-IN-TABLE
           MOVE CUST-BALANCE TO WS-FILE-AMOUNT-DISPLAY
           MOVE SPACES TO DB-RECON-REPORT-LINE
           STRING 'MISSING IN TABLE ' DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FILE-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-STATUS DELIMITED BY SIZE
               INTO DB-RECON-REPORT-LINE
           WRITE DB-RECON-REPORT-LINE
           PERFORM 2600-WRITE-REPAIR-FROM-FILE
           SET DBRP-INSERT TO TRUE
           PERFORM 2700-PUT-REPAIR.

       2500-MISSING-ON-FILE.
           ADD 1 TO WS-MISSING-ON-FILE
           MOVE WS-DB-BALANCE TO WS-TABLE-AMOUNT-DISPLAY
           MOVE SPACES TO DB-RECON-REPORT-LINE
           STRING 'MISSING ON FILE  ' DELIMITED BY SIZE
               WS-DB-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DB-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TABLE-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DB-STATUS DELIMITED BY SIZE
               INTO DB-RECON-REPORT-LINE
           WRITE DB-RECON-REPORT-LINE
      * The table's own values ride on a DELETE, so the reviewer
      * sees what would go
           MOVE SPACES TO DB-REPAIR-RECORD
           MOVE WS-DB-CUST-ID TO DBRP-CUST-ID
           MOVE WS-DB-NAME TO DBRP-CUST-NAME
           MOVE WS-DB-BALANCE TO DBRP-BALANCE
           MOVE WS-DB-STATUS TO DBRP-STATUS
           SET DBRP-DELETE TO TRUE
           PERFORM 2700-PUT-REPAIR.

       2600-WRITE-REPAIR-FROM-FILE.
      * The master's values - the table is brought into line with
      * the system of record
           MOVE SPACES TO DB-REPAIR-RECORD
           MOVE CUST-ID TO DBRP-CUST-ID
           MOVE CUST-NAME TO DBRP-CUST-NAME
           MOVE CUST-BALANCE TO DBRP-BALANCE
           MOVE CUST-STATUS TO DBRP-STATUS.

       2700-PUT-REPAIR.
           SET DBRP-PENDING TO TRUE
           MOVE STD-CURRENT-DATE TO DBRP-RECON-DATE
           WRITE DB-REPAIR-RECORD
           ADD 1 TO WS-REPAIRS-WRITTEN.

       3000-FINALIZE SECTION.
       3050-CLOSE-CURSOR.
           IF CURSOR-IS-OPEN
               EXEC SQL
                   CLOSE CUSTRECON
               END-EXEC
           END-IF.

       3100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE DB-REPAIR-FILE
      * Repairs proposed from half a table would delete nothing but
      * insert the whole rest of the book - none of them stand
           IF TABLE-FETCH-FAILED
               OPEN OUTPUT DB-REPAIR-FILE
               CLOSE DB-REPAIR-FILE
               MOVE SPACES TO DB-RECON-REPORT-LINE
               STRING 'RECONCILIATION INCOMPLETE - TABLE FETCH '
                   'FAILED - NO REPAIRS PROPOSED' DELIMITED BY SIZE
                   INTO DB-RECON-REPORT-LINE
               WRITE DB-RECON-REPORT-LINE
           END-IF
           PERFORM 3300-WRITE-VERDICT
           CLOSE DB-RECON-REPORT-FILE
           CLOSE DB-RECON-VERDICT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'CUSTDATA / CUSTOMER_TABLE Reconciliation Summary:'
           DISPLAY 'Master Rows Read: ' WS-FILE-ROWS
           DISPLAY 'Table Rows Fetched: ' WS-TABLE-ROWS
           DISPLAY 'Agreed: ' WS-AGREED-COUNT
           DISPLAY 'Mismatched: ' WS-MISMATCHED-COUNT
           DISPLAY 'Missing In Table: ' WS-MISSING-IN-TABLE
           DISPLAY 'Missing On File: ' WS-MISSING-ON-FILE
           DISPLAY 'Repairs Proposed: ' WS-REPAIRS-WRITTEN.

       3999-EXIT.
           EVALUATE TRUE
               WHEN TABLE-FETCH-FAILED
                   MOVE 8 TO LS-DBR-RETURN-CODE
                   MOVE 'DB RECONCILIATION FAILED - TABLE FETCH ERROR'
                       TO LS-DBR-MESSAGE
               WHEN WS-REPAIRS-WRITTEN > ZERO
                   MOVE 4 TO LS-DBR-RETURN-CODE
                   MOVE 'DB RECONCILIATION BROKEN - REPAIRS PROPOSED'
                       TO LS-DBR-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-DBR-RETURN-CODE
                   MOVE 'DB RECONCILIATION AGREED' TO LS-DBR-MESSAGE
           END-EVALUATE

      * 3300 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       3300-WRITE-VERDICT.
           MOVE STD-CURRENT-DATE TO DBV-RECON-DATE
           EVALUATE TRUE
               WHEN TABLE-FETCH-FAILED
                   SET DBV-FAILED TO TRUE
               WHEN WS-REPAIRS-WRITTEN > ZERO
                   SET DBV-BROKEN TO TRUE
               WHEN OTHER
                   SET DBV-AGREED TO TRUE
           END-EVALUATE
           MOVE WS-FILE-ROWS TO DBV-FILE-ROWS
           MOVE WS-TABLE-ROWS TO DBV-TABLE-ROWS
           MOVE WS-AGREED-COUNT TO DBV-AGREED-COUNT
           MOVE WS-MISMATCHED-COUNT TO DBV-MISMATCHED-COUNT
           MOVE WS-MISSING-IN-TABLE TO DBV-MISSING-IN-TABLE
           MOVE WS-MISSING-ON-FILE TO DBV-MISSING-ON-FILE
           WRITE DB-RECON-VERDICT-RECORD.
