       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-CAPPLAN.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Monthly file growth and capacity projection. Until now a file
      * nearly full, or a window running long, showed itself only
      * when a job failed on it. This job reads the capacity plan -
      * one row per file in the system and per in-program table,
      * each with the size it was allocated (records, or table
      * entries) and how its current count is taken - and for every
      * row reports:
      *   - the current count and the share of the limit it uses
      *   - growth per day over the trailing window (90 days by
      *     default)
      *   - the projected date the count reaches the limit
      *   - the count projected for the end of the quarter
      *   - the main pass's projected elapsed time on that date, the
      *     SLA baseline's seconds per customer record scaled to the
      *     customer count projected for it
      * and closes with the list of files to reorganize or
      * reallocate, and tables to widen, before quarter end.
      * Counts are taken the way the plan row says:
      *   L - read the named line sequential file and count lines
      *   C - customer master records, counted in one pass of it
      *   S - distinct customer states, from the same pass (the
      *       escheat and sales-tax state tables fill from these)
      *   G - the count operations entered on the plan row - from
      *       the platform file catalog for a file this job cannot
      *       open, or the depth asked of a table such as the top-N
      *       leaderboard
      * The customer master's growth comes from RUN-HISTORY-FILE's
      * nightly totals; every other row's growth comes from this
      * job's own census history, which each run extends by one row
      * per plan entry. A reorganized file is due for reorg before
      * quarter end when it has grown past the reorg growth
      * tolerance since its last reload, or its last reorg will be
      * older than the reorg interval by quarter end.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The capacity plan, maintained by operations - one row per
      * file or in-program table
           SELECT CAPACITY-PLAN-FILE ASSIGN TO "CUSTCAPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPP-FILE-STATUS.

      * Probe handle for each line sequential file counted
           SELECT PROBE-FILE ASSIGN TO WS-PROBE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRB-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "CUSTRHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHIST-FILE-STATUS.

      * Rolling per-program elapsed-time baseline (SLATRACK)
           SELECT SLA-BASELINE-FILE ASSIGN TO "CUSTSLAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLA-PROGRAM-NAME
               FILE STATUS IS WS-SLA-FILE-STATUS.

      * One statistics row per reorg (REORG)
           SELECT REORG-HISTORY-FILE ASSIGN TO "CUSTREOH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REH-FILE-STATUS.

      * This job's census - one count per plan entry per run,
      * appended month over month
           SELECT CAPACITY-HISTORY-FILE ASSIGN TO "CUSTCAPH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPH-FILE-STATUS.

           SELECT CAPACITY-REPORT-FILE ASSIGN TO "CUSTCAPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPACITY-PLAN-FILE.
       01  CAPACITY-PLAN-RECORD.
           05  CPP-ENTRY-TYPE      PIC X.
               88  CPP-FILE-ENTRY  VALUE 'F'.
               88  CPP-TABLE-ENTRY VALUE 'T'.
           05  CPP-ENTRY-NAME      PIC X(24).
           05  CPP-COUNT-METHOD    PIC X.
               88  CPP-COUNT-LINES VALUE 'L'.
               88  CPP-COUNT-CUSTOMERS VALUE 'C'.
               88  CPP-COUNT-STATES VALUE 'S'.
               88  CPP-COUNT-GIVEN VALUE 'G'.
      * The file read for method L; for a table, the file it is
      * loaded from
           05  CPP-COUNT-FILE-NAME PIC X(40).
      * Allocated records for a file, entries for a table
           05  CPP-LIMIT           PIC 9(9).
           05  CPP-GIVEN-COUNT     PIC 9(9).
      * Y = the file is unloaded and reloaded by REORG
           05  CPP-REORG-FLAG      PIC X.
               88  CPP-REORGANIZED VALUE 'Y'.

       FD  PROBE-FILE.
       01  PROBE-LINE              PIC X(250).

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

      * Same layout the main run writes
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05  RHIST-RUN-DATE      PIC 9(8).
           05  RHIST-RUN-TIME      PIC 9(6).
           05  RHIST-TOTAL-RECORDS PIC 9(6).
           05  RHIST-ACTIVE-COUNT  PIC 9(6).
           05  RHIST-INACTIVE-COUNT PIC 9(6).
           05  RHIST-TOTAL-BALANCE PIC S9(9)V99.
           05  RHIST-AVG-BALANCE   PIC S9(7)V99.
           05  RHIST-STD-VERSION   PIC X(10).
           05  RHIST-COMPANY-ID    PIC X(4).
           05  RHIST-RUN-STATUS    PIC X.
           05  RHIST-RUN-MODE      PIC X.
           05  RHIST-CHAIN-HEAD    PIC 9(12).

       FD  SLA-BASELINE-FILE.
       01  SLA-BASELINE-RECORD.
           05  SLA-PROGRAM-NAME    PIC X(24).
           05  SLA-RUN-COUNT       PIC 9(5).
           05  SLA-TOTAL-SECONDS   PIC 9(9).
           05  SLA-AVG-SECONDS     PIC 9(7).

       FD  REORG-HISTORY-FILE.
       01  REORG-HISTORY-RECORD.
           05  REH-REORG-DATE      PIC 9(8).
           05  REH-REORG-TIME      PIC 9(6).
           05  REH-RECORDS-UNLOADED PIC 9(8).
           05  REH-RECORDS-RELOADED PIC 9(8).
           05  REH-ELAPSED-SECONDS PIC 9(6).

       FD  CAPACITY-HISTORY-FILE.
       01  CAPACITY-HISTORY-RECORD.
           05  CPH-RUN-DATE        PIC 9(8).
           05  CPH-ENTRY-NAME      PIC X(24).
           05  CPH-RECORD-COUNT    PIC 9(9).

       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.
       01  WS-PROBE-FILE-NAME      PIC X(40) VALUE SPACES.
      * The program whose SLA baseline stands for the main pass
       01  WS-MAIN-PASS-PROGRAM    PIC X(24) VALUE 'SAMPLE-PROGRAM'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  END-OF-FILE         VALUE '10'.
       01  WS-CPP-FILE-STATUS      PIC XX.
           88  CPP-FILE-OK         VALUE '00'.
           88  CPP-FILE-AT-END     VALUE '10'.
       01  WS-PRB-FILE-STATUS      PIC XX.
           88  PRB-FILE-OK         VALUE '00'.
           88  PRB-FILE-AT-END     VALUE '10'.
       01  WS-RHIST-FILE-STATUS    PIC XX.
           88  RHIST-FILE-OK       VALUE '00'.
           88  RHIST-FILE-AT-END   VALUE '10'.
       01  WS-SLA-FILE-STATUS      PIC XX.
           88  SLA-FILE-OK         VALUE '00'.
           88  SLA-NOT-FOUND       VALUE '23'.
       01  WS-REH-FILE-STATUS      PIC XX.
           88  REH-FILE-OK         VALUE '00'.
           88  REH-FILE-AT-END     VALUE '10'.
       01  WS-CPH-FILE-STATUS      PIC XX.
           88  CPH-FILE-OK         VALUE '00'.
           88  CPH-FILE-AT-END     VALUE '10'.
       01  WS-CPR-FILE-STATUS      PIC XX.
           88  CPR-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-MASTER-FLAG      PIC X VALUE 'N'.
               88  MASTER-WAS-COUNTED VALUE 'Y'.
           05  WS-BASELINE-FLAG    PIC X VALUE 'N'.
               88  MAIN-PASS-BASELINE-FOUND VALUE 'Y'.
           05  WS-ENTRY-FOUND-FLAG PIC X VALUE 'N'.
               88  WS-ENTRY-FOUND  VALUE 'Y'.
           05  WS-STATE-FOUND-FLAG PIC X VALUE 'N'.
               88  WS-STATE-FOUND  VALUE 'Y'.

      * Thresholds - house defaults, replaced by the parameter
      * master's values in force today
      * Trailing window growth is measured over
       01  WS-WINDOW-DAYS          PIC 9(3) VALUE 090.
      * Share of the limit, projected for quarter end, that puts a
      * file on the reallocation list
       01  WS-WARN-PCT             PIC 9(3) VALUE 085.
      * Growth since the last reload that makes a reorg due
       01  WS-REORG-GROW-PCT       PIC 9(3) VALUE 010.
      * Longest a reorganized file may go between reorgs
       01  WS-REORG-MAX-DAYS       PIC 9(3) VALUE 095.

      * The plan, held for the run - each entry collects its count,
      * its growth baseline and its projection
       01  WS-PLAN-MAX             PIC 9(3) COMP VALUE 200.
       01  WS-PLAN-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-CPT-SUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-PLAN-TABLE.
           05  WS-CPT-ENTRY OCCURS 200 TIMES.
               10  WS-CPT-TYPE         PIC X.
               10  WS-CPT-NAME         PIC X(24).
               10  WS-CPT-METHOD       PIC X.
               10  WS-CPT-COUNT-FILE   PIC X(40).
               10  WS-CPT-LIMIT        PIC 9(9).
               10  WS-CPT-GIVEN-COUNT  PIC 9(9).
               10  WS-CPT-REORG-FLAG   PIC X.
               10  WS-CPT-RECORDS      PIC 9(9).
               10  WS-CPT-COUNTED-FLAG PIC X.
                   88  WS-CPT-COUNTED  VALUE 'Y'.
               10  WS-CPT-BASE-DATE    PIC 9(8).
               10  WS-CPT-BASE-COUNT   PIC 9(9).
               10  WS-CPT-ACTION       PIC X(24).

      * Distinct customer states seen on the master
       01  WS-STATE-MAX            PIC 9(3) COMP VALUE 200.
       01  WS-STATE-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  WS-STATE-SUB            PIC 9(3) COMP VALUE ZERO.
       01  WS-STATE-TABLE.
           05  WS-SEEN-STATE       PIC X(2) OCCURS 200 TIMES.

       01  WS-DATES.
           05  WS-TODAY-DATE-NUM   PIC 9(8) VALUE ZERO.
           05  WS-TODAY-DAYS       PIC 9(8) COMP VALUE ZERO.
           05  WS-WINDOW-START-DATE PIC 9(8) VALUE ZERO.
           05  WS-QTR-NUMBER       PIC 9 VALUE ZERO.
           05  WS-QTR-END-MONTH    PIC 99 VALUE ZERO.
           05  WS-NEXT-MONTH-DATE  PIC 9(8) VALUE ZERO.
           05  WS-QTR-END-DATE     PIC 9(8) VALUE ZERO.
           05  WS-QTR-END-DAYS     PIC 9(8) COMP VALUE ZERO.
           05  WS-DAYS-TO-QTR-END  PIC 9(5) COMP VALUE ZERO.

      * Customer master size and growth from the nightly run rows
       01  WS-CUSTOMER-GROWTH.
           05  WS-MASTER-RECORDS   PIC 9(9) VALUE ZERO.
           05  WS-RHS-BASE-DATE    PIC 9(8) VALUE ZERO.
           05  WS-RHS-BASE-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-RHS-LATEST-DATE  PIC 9(8) VALUE ZERO.
           05  WS-RHS-LATEST-COUNT PIC 9(9) VALUE ZERO.
           05  WS-CUST-DAILY-GROWTH PIC S9(7)V9(4) VALUE ZERO.

      * Main pass elapsed per customer record
       01  WS-MAIN-PASS.
           05  WS-MAIN-AVG-SECONDS PIC 9(7) VALUE ZERO.
           05  WS-SEC-PER-RECORD   PIC 9(3)V9(6) VALUE ZERO.
           05  WS-PROJ-CUSTOMERS   PIC 9(9) VALUE ZERO.
           05  WS-PROJ-SECONDS     PIC 9(9) VALUE ZERO.

      * The last reorg on file
       01  WS-LAST-REORG.
           05  WS-LAST-REORG-DATE  PIC 9(8) VALUE ZERO.
           05  WS-LAST-REORG-RELOADED PIC 9(8) VALUE ZERO.
           05  WS-LAST-REORG-SECONDS PIC 9(6) VALUE ZERO.
           05  WS-REORG-AGE-DAYS   PIC 9(7) COMP VALUE ZERO.
           05  WS-REORG-GROW-LIMIT PIC 9(9) VALUE ZERO.

      * One entry's projection
       01  WS-PROJECTION.
           05  WS-SPAN-DAYS        PIC 9(7) COMP VALUE ZERO.
           05  WS-DAILY-GROWTH     PIC S9(7)V9(4) VALUE ZERO.
           05  WS-HEADROOM         PIC 9(9) VALUE ZERO.
           05  WS-DAYS-TO-FULL     PIC 9(9) VALUE ZERO.
           05  WS-FULL-DATE        PIC 9(8) VALUE ZERO.
           05  WS-QTR-END-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-USED-PCT         PIC 9(5) VALUE ZERO.
           05  WS-WARN-LEVEL       PIC 9(11) VALUE ZERO.
           05  WS-QTR-END-LEVEL    PIC 9(11) VALUE ZERO.
      * A limit more than a century off is no date at all
           05  WS-FAR-DAYS         PIC 9(9) VALUE 36500.

      * Report lines
       01  WS-HEADING-LINE-1.
           05  FILLER              PIC X(25) VALUE 'FILE OR TABLE'.
           05  FILLER              PIC X(5) VALUE 'TYPE'.
           05  FILLER              PIC X(11) VALUE '    COUNT'.
           05  FILLER              PIC X(11) VALUE '    LIMIT'.
           05  FILLER              PIC X(6) VALUE 'USED%'.
           05  FILLER              PIC X(13) VALUE '  GROWTH/DAY'.
           05  FILLER              PIC X(10) VALUE 'FULL ON'.
           05  FILLER              PIC X(11) VALUE '  QTR END'.
           05  FILLER              PIC X(10) VALUE 'MAIN SEC'.
           05  FILLER              PIC X(30) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-NAME         PIC X(24).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-TYPE         PIC X(5).
           05  WS-DTL-COUNT        PIC Z(8)9.
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-DTL-LIMIT        PIC Z(8)9.
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-DTL-USED-PCT     PIC ZZZ9.
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-DTL-GROWTH       PIC -(7)9.99.
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-DTL-FULL-DATE    PIC X(8).
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-DTL-QTR-END      PIC Z(8)9.
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-DTL-MAIN-SEC     PIC X(8).
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-DTL-ACTION       PIC X(30).

       01  WS-DISPLAY-FIELDS.
           05  WS-SECONDS-DISPLAY  PIC Z(8)9.
           05  WS-RECORDS-DISPLAY  PIC Z(8)9.
           05  WS-RATE-DISPLAY     PIC ZZ9.999999.

       01  WS-COUNTERS.
           05  WS-ENTRIES-COUNTED  PIC 9(4) VALUE ZERO.
           05  WS-ENTRIES-MISSING  PIC 9(4) VALUE ZERO.
           05  WS-ENTRIES-FLAGGED  PIC 9(4) VALUE ZERO.
           05  WS-ENTRIES-SKIPPED  PIC 9(4) VALUE ZERO.
           05  WS-CENSUS-WRITTEN   PIC 9(4) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'CAPPLAN'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-CAPPLAN-PARM-AREA.
           05  LS-CAP-RETURN-CODE  PIC S9(4) COMP.
           05  LS-CAP-MESSAGE      PIC X(50).
      * Growth window override in days; zero means "use the house
      * default of 90"
           05  LS-CAP-WINDOW-DAYS  PIC 9(3).
      * Reallocation warning override in whole percent of the
      * limit; zero means "use the house default of 85"
           05  LS-CAP-WARN-PCT     PIC 9(3).

       PROCEDURE DIVISION USING LS-CAPPLAN-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PLAN
               UNTIL CPP-FILE-AT-END
           PERFORM 3000-COUNT-CUSTOMER-MASTER
           PERFORM 3500-COUNT-PLAN-ENTRIES
           PERFORM 4000-FIND-GROWTH-BASELINES
           PERFORM 5000-LOAD-RUN-STATISTICS
           PERFORM 6000-PROJECT-AND-REPORT
           PERFORM 7000-APPEND-CENSUS
           PERFORM 8000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-INIT-VARIABLES.
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-CAP-WINDOW-DAYS NOT = ZERO
               MOVE LS-CAP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF LS-CAP-WARN-PCT NOT = ZERO
               MOVE LS-CAP-WARN-PCT TO WS-WARN-PCT
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-DAYS - WS-WINDOW-DAYS)

      * Quarter end is the day before the first of the month after
      * the quarter's last month
           COMPUTE WS-QTR-NUMBER = (STD-MONTH + 2) / 3
           COMPUTE WS-QTR-END-MONTH = WS-QTR-NUMBER * 3
           IF WS-QTR-END-MONTH = 12
               COMPUTE WS-NEXT-MONTH-DATE =
                   (STD-YEAR + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-NEXT-MONTH-DATE =
                   STD-YEAR * 10000
                   + (WS-QTR-END-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-QTR-END-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1
           COMPUTE WS-QTR-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-QTR-END-DAYS)
           COMPUTE WS-DAYS-TO-QTR-END =
               WS-QTR-END-DAYS - WS-TODAY-DAYS.

       1200-OPEN-FILES.
           OPEN INPUT CAPACITY-PLAN-FILE
           IF NOT CPP-FILE-OK
               DISPLAY 'NO CAPACITY PLAN - NOTHING TO PROJECT: '
                   WS-CPP-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CAP-RETURN-CODE
               MOVE 'NO CAPACITY PLAN FILE' TO LS-CAP-MESSAGE
               GOBACK
           END-IF

           OPEN OUTPUT CAPACITY-REPORT-FILE
           IF NOT CPR-FILE-OK
               DISPLAY 'ERROR OPENING CAPACITY REPORT FILE: '
                   WS-CPR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CAP-RETURN-CODE
               MOVE 'CAPACITY PLAN COULD NOT REPORT' TO LS-CAP-MESSAGE
               GOBACK
           END-IF
           MOVE SPACES TO CAPACITY-REPORT-LINE
           STRING 'FILE GROWTH AND CAPACITY PROJECTION - '
               DELIMITED BY SIZE
               WS-TODAY-DATE-NUM DELIMITED BY SIZE
               ' - QUARTER ENDS ' DELIMITED BY SIZE
               WS-QTR-END-DATE DELIMITED BY SIZE
               INTO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE.

       2000-LOAD-PLAN SECTION.
       2100-READ-PLAN-ROW.
      * A blank row is a spacer; a plan longer than the table is
      * counted and reported, never silently dropped
           READ CAPACITY-PLAN-FILE
               AT END
                   SET CPP-FILE-AT-END TO TRUE
               NOT AT END
                   IF CPP-ENTRY-NAME NOT = SPACES
                       IF WS-PLAN-COUNT < WS-PLAN-MAX
                           PERFORM 2200-HOLD-PLAN-ROW
                       ELSE
                           ADD 1 TO WS-ENTRIES-SKIPPED
                           DISPLAY 'CAPACITY PLAN TABLE FULL - '
                               'ENTRY NOT PROJECTED: '
                               CPP-ENTRY-NAME
                       END-IF
                   END-IF
           END-READ

      * 2200 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       2200-HOLD-PLAN-ROW.
           ADD 1 TO WS-PLAN-COUNT
           MOVE WS-PLAN-COUNT TO WS-CPT-SUB
           MOVE CPP-ENTRY-TYPE TO WS-CPT-TYPE (WS-CPT-SUB)
           MOVE CPP-ENTRY-NAME TO WS-CPT-NAME (WS-CPT-SUB)
           MOVE CPP-COUNT-METHOD TO WS-CPT-METHOD (WS-CPT-SUB)
           MOVE CPP-COUNT-FILE-NAME TO WS-CPT-COUNT-FILE (WS-CPT-SUB)
           MOVE CPP-LIMIT TO WS-CPT-LIMIT (WS-CPT-SUB)
           MOVE CPP-GIVEN-COUNT TO WS-CPT-GIVEN-COUNT (WS-CPT-SUB)
           MOVE CPP-REORG-FLAG TO WS-CPT-REORG-FLAG (WS-CPT-SUB)
           MOVE ZERO TO WS-CPT-RECORDS (WS-CPT-SUB)
           MOVE 'N' TO WS-CPT-COUNTED-FLAG (WS-CPT-SUB)
           MOVE ZERO TO WS-CPT-BASE-DATE (WS-CPT-SUB)
           MOVE ZERO TO WS-CPT-BASE-COUNT (WS-CPT-SUB)
           MOVE SPACES TO WS-CPT-ACTION (WS-CPT-SUB).

       3000-COUNT-CUSTOMER-MASTER SECTION.
       3100-PASS-THE-MASTER.
      * One read-only pass gives both the master's record count and
      * the distinct states the state tables must hold
           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'CUSTOMER MASTER NOT READABLE - NOT COUNTED: '
                   WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               GO TO 3999-COUNT-DONE
           END-IF
           PERFORM 3200-READ-MASTER-ROW
               UNTIL END-OF-FILE
           CLOSE CUSTOMER-FILE
           SET MASTER-WAS-COUNTED TO TRUE
           GO TO 3999-COUNT-DONE.

       3200-READ-MASTER-ROW.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-RECORDS
                   IF CUST-STATE NOT = SPACES
                       PERFORM 3300-NOTE-STATE
                   END-IF
           END-READ.

       3300-NOTE-STATE.
           MOVE 'N' TO WS-STATE-FOUND-FLAG
           PERFORM 3310-MATCH-ONE-STATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT
                   OR WS-STATE-FOUND
           IF NOT WS-STATE-FOUND
                   AND WS-STATE-COUNT < WS-STATE-MAX
               ADD 1 TO WS-STATE-COUNT
               MOVE CUST-STATE TO WS-SEEN-STATE (WS-STATE-COUNT)
           END-IF.

       3310-MATCH-ONE-STATE.
           IF WS-SEEN-STATE (WS-STATE-SUB) = CUST-STATE
               SET WS-STATE-FOUND TO TRUE
           END-IF.

       3999-COUNT-DONE.
           EXIT.

       3500-COUNT-PLAN-ENTRIES SECTION.
       3510-COUNT-ALL-ENTRIES.
           PERFORM 3520-COUNT-ONE-ENTRY
               VARYING WS-CPT-SUB FROM 1 BY 1
               UNTIL WS-CPT-SUB > WS-PLAN-COUNT

      * 3520 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       3520-COUNT-ONE-ENTRY.
           EVALUATE WS-CPT-METHOD (WS-CPT-SUB)
               WHEN 'L'
                   PERFORM 3530-COUNT-FILE-LINES
               WHEN 'C'
                   IF MASTER-WAS-COUNTED
                       MOVE WS-MASTER-RECORDS
                           TO WS-CPT-RECORDS (WS-CPT-SUB)
                       SET WS-CPT-COUNTED (WS-CPT-SUB) TO TRUE
                   END-IF
               WHEN 'S'
                   IF MASTER-WAS-COUNTED
                       MOVE WS-STATE-COUNT
                           TO WS-CPT-RECORDS (WS-CPT-SUB)
                       SET WS-CPT-COUNTED (WS-CPT-SUB) TO TRUE
                   END-IF
               WHEN 'G'
                   MOVE WS-CPT-GIVEN-COUNT (WS-CPT-SUB)
                       TO WS-CPT-RECORDS (WS-CPT-SUB)
                   SET WS-CPT-COUNTED (WS-CPT-SUB) TO TRUE
               WHEN OTHER
                   DISPLAY 'UNKNOWN COUNT METHOD ON PLAN ROW: '
                       WS-CPT-NAME (WS-CPT-SUB)
           END-EVALUATE
           IF WS-CPT-COUNTED (WS-CPT-SUB)
               ADD 1 TO WS-ENTRIES-COUNTED
           ELSE
               ADD 1 TO WS-ENTRIES-MISSING
           END-IF.

       3530-COUNT-FILE-LINES.
      * A file not on hand is reported as not counted - it gets no
      * census row, so it cannot drag its own growth figure down
           MOVE WS-CPT-COUNT-FILE (WS-CPT-SUB) TO WS-PROBE-FILE-NAME
           OPEN INPUT PROBE-FILE
           IF PRB-FILE-OK
               PERFORM 3540-COUNT-ONE-LINE
                   UNTIL PRB-FILE-AT-END
               CLOSE PROBE-FILE
               SET WS-CPT-COUNTED (WS-CPT-SUB) TO TRUE
           END-IF.

       3540-COUNT-ONE-LINE.
           READ PROBE-FILE
               AT END
                   SET PRB-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-CPT-RECORDS (WS-CPT-SUB)
           END-READ.

       4000-FIND-GROWTH-BASELINES SECTION.
       4100-SCAN-CENSUS-HISTORY.
      * Each entry's baseline is its oldest census count inside the
      * growth window - rows are appended oldest first, so the
      * first one found for an entry is the one kept
           OPEN INPUT CAPACITY-HISTORY-FILE
           IF CPH-FILE-OK
               PERFORM 4150-READ-CENSUS-ROW
                   UNTIL CPH-FILE-AT-END
               CLOSE CAPACITY-HISTORY-FILE
           END-IF

      * The customer master has a count for every night on the run
      * history, a finer baseline than the monthly census
           OPEN INPUT RUN-HISTORY-FILE
           IF RHIST-FILE-OK
               PERFORM 4300-READ-RUN-HISTORY-ROW
                   UNTIL RHIST-FILE-AT-END
               CLOSE RUN-HISTORY-FILE
           END-IF
           IF WS-RHS-BASE-DATE NOT = ZERO
               PERFORM 4400-APPLY-MASTER-BASELINE
                   VARYING WS-CPT-SUB FROM 1 BY 1
                   UNTIL WS-CPT-SUB > WS-PLAN-COUNT
           END-IF
           IF WS-RHS-LATEST-DATE > WS-RHS-BASE-DATE
               COMPUTE WS-CUST-DAILY-GROWTH ROUNDED =
                   (WS-RHS-LATEST-COUNT - WS-RHS-BASE-COUNT)
                   / (FUNCTION INTEGER-OF-DATE (WS-RHS-LATEST-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-RHS-BASE-DATE))
           END-IF

      * 4150/4300/4400 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them again
           EXIT SECTION.

       4150-READ-CENSUS-ROW.
           READ CAPACITY-HISTORY-FILE
               AT END
                   SET CPH-FILE-AT-END TO TRUE
               NOT AT END
                   IF CPH-RUN-DATE >= WS-WINDOW-START-DATE
                           AND CPH-RUN-DATE < WS-TODAY-DATE-NUM
                       PERFORM 4200-FIND-CENSUS-ENTRY
                   END-IF
           END-READ.

       4200-FIND-CENSUS-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-FLAG
           PERFORM 4250-MATCH-ONE-ENTRY
               VARYING WS-CPT-SUB FROM 1 BY 1
               UNTIL WS-CPT-SUB > WS-PLAN-COUNT
                   OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      * PERFORM VARYING increments WS-CPT-SUB once more after the
      * paragraph sets WS-ENTRY-FOUND, so the matched subscript is
      * one less
               SUBTRACT 1 FROM WS-CPT-SUB
               IF WS-CPT-BASE-DATE (WS-CPT-SUB) = ZERO
                   MOVE CPH-RUN-DATE TO WS-CPT-BASE-DATE (WS-CPT-SUB)
                   MOVE CPH-RECORD-COUNT
                       TO WS-CPT-BASE-COUNT (WS-CPT-SUB)
               END-IF
           END-IF.

       4250-MATCH-ONE-ENTRY.
           IF WS-CPT-NAME (WS-CPT-SUB) = CPH-ENTRY-NAME
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       4300-READ-RUN-HISTORY-ROW.
      * Interrupted and test harness rows carry partial or synthetic
      * totals, and partial-coverage runs never saw the whole master
           READ RUN-HISTORY-FILE
               AT END
                   SET RHIST-FILE-AT-END TO TRUE
               NOT AT END
                   IF RHIST-RUN-STATUS = 'I'
                           OR RHIST-RUN-STATUS = 'T'
                           OR RHIST-RUN-MODE = 'P'
                       CONTINUE
                   ELSE
                       IF RHIST-RUN-DATE >= WS-WINDOW-START-DATE
                               AND WS-RHS-BASE-DATE = ZERO
                           MOVE RHIST-RUN-DATE TO WS-RHS-BASE-DATE
                           MOVE RHIST-TOTAL-RECORDS
                               TO WS-RHS-BASE-COUNT
                       END-IF
                       MOVE RHIST-RUN-DATE TO WS-RHS-LATEST-DATE
                       MOVE RHIST-TOTAL-RECORDS TO WS-RHS-LATEST-COUNT
                   END-IF
           END-READ.

       4400-APPLY-MASTER-BASELINE.
           IF WS-CPT-METHOD (WS-CPT-SUB) = 'C'
               MOVE WS-RHS-BASE-DATE TO WS-CPT-BASE-DATE (WS-CPT-SUB)
               MOVE WS-RHS-BASE-COUNT
                   TO WS-CPT-BASE-COUNT (WS-CPT-SUB)
           END-IF.

       5000-LOAD-RUN-STATISTICS SECTION.
       5100-READ-MAIN-PASS-BASELINE.
      * The main pass's rolling average, spread over the customer
      * count of the latest run, gives seconds per customer record
           OPEN INPUT SLA-BASELINE-FILE
           IF SLA-FILE-OK
               MOVE WS-MAIN-PASS-PROGRAM TO SLA-PROGRAM-NAME
               READ SLA-BASELINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SLA-AVG-SECONDS TO WS-MAIN-AVG-SECONDS
                       SET MAIN-PASS-BASELINE-FOUND TO TRUE
               END-READ
               CLOSE SLA-BASELINE-FILE
           END-IF
           IF WS-RHS-LATEST-COUNT = ZERO
               MOVE WS-MASTER-RECORDS TO WS-RHS-LATEST-COUNT
           END-IF
           IF MAIN-PASS-BASELINE-FOUND
                   AND WS-RHS-LATEST-COUNT > ZERO
               COMPUTE WS-SEC-PER-RECORD ROUNDED =
                   WS-MAIN-AVG-SECONDS / WS-RHS-LATEST-COUNT
           END-IF

      * The last reorg's reload count is the size the reorganized
      * file was compacted at
           OPEN INPUT REORG-HISTORY-FILE
           IF REH-FILE-OK
               PERFORM 5200-READ-REORG-ROW
                   UNTIL REH-FILE-AT-END
               CLOSE REORG-HISTORY-FILE
           END-IF

      * 5200 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       5200-READ-REORG-ROW.
           READ REORG-HISTORY-FILE
               AT END
                   SET REH-FILE-AT-END TO TRUE
               NOT AT END
                   MOVE REH-REORG-DATE TO WS-LAST-REORG-DATE
                   MOVE REH-RECORDS-RELOADED TO WS-LAST-REORG-RELOADED
                   MOVE REH-ELAPSED-SECONDS TO WS-LAST-REORG-SECONDS
           END-READ.

       6000-PROJECT-AND-REPORT SECTION.
       6100-REPORT-ENTRIES.
           MOVE SPACES TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           MOVE WS-HEADING-LINE-1 TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           PERFORM 6200-PROJECT-ONE-ENTRY
               VARYING WS-CPT-SUB FROM 1 BY 1
               UNTIL WS-CPT-SUB > WS-PLAN-COUNT
           PERFORM 6500-REPORT-MAIN-PASS
           PERFORM 6600-REPORT-ACTION-LIST

      * 6200 through 6600 already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them again
           EXIT SECTION.

       6200-PROJECT-ONE-ENTRY.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CPT-NAME (WS-CPT-SUB) TO WS-DTL-NAME
           IF WS-CPT-TYPE (WS-CPT-SUB) = 'T'
               MOVE 'TABLE' TO WS-DTL-TYPE
           ELSE
               MOVE 'FILE' TO WS-DTL-TYPE
           END-IF
           MOVE WS-CPT-LIMIT (WS-CPT-SUB) TO WS-DTL-LIMIT
           IF NOT WS-CPT-COUNTED (WS-CPT-SUB)
               MOVE ZERO TO WS-DTL-COUNT
               MOVE ZERO TO WS-DTL-USED-PCT
               MOVE ZERO TO WS-DTL-GROWTH
               MOVE ZERO TO WS-DTL-QTR-END
               MOVE 'NOT COUNTED - FILE NOT ON HAND' TO WS-DTL-ACTION
               MOVE WS-DETAIL-LINE TO CAPACITY-REPORT-LINE
               WRITE CAPACITY-REPORT-LINE
           ELSE
               PERFORM 6300-PROJECT-COUNTED-ENTRY
           END-IF.

       6300-PROJECT-COUNTED-ENTRY.
           MOVE WS-CPT-RECORDS (WS-CPT-SUB) TO WS-DTL-COUNT
           MOVE ZERO TO WS-USED-PCT
           IF WS-CPT-LIMIT (WS-CPT-SUB) > ZERO
               COMPUTE WS-USED-PCT =
                   WS-CPT-RECORDS (WS-CPT-SUB) * 100
                   / WS-CPT-LIMIT (WS-CPT-SUB)
           END-IF
           MOVE WS-USED-PCT TO WS-DTL-USED-PCT

      * Growth per day from the window baseline; no baseline yet
      * (a new entry, or the first run) projects no growth
           MOVE ZERO TO WS-DAILY-GROWTH
           IF WS-CPT-BASE-DATE (WS-CPT-SUB) NOT = ZERO
               COMPUTE WS-SPAN-DAYS = WS-TODAY-DAYS
                   - FUNCTION INTEGER-OF-DATE
                       (WS-CPT-BASE-DATE (WS-CPT-SUB))
               IF WS-SPAN-DAYS > ZERO
                   COMPUTE WS-DAILY-GROWTH ROUNDED =
                       (WS-CPT-RECORDS (WS-CPT-SUB)
                       - WS-CPT-BASE-COUNT (WS-CPT-SUB))
                       / WS-SPAN-DAYS
               END-IF
           END-IF
           MOVE WS-DAILY-GROWTH TO WS-DTL-GROWTH

      * The date the count reaches the limit at today's growth
           MOVE ZERO TO WS-FULL-DATE
           MOVE ZERO TO WS-DAYS-TO-FULL
           EVALUATE TRUE
               WHEN WS-CPT-LIMIT (WS-CPT-SUB) = ZERO
                   MOVE 'NO LIMIT' TO WS-DTL-FULL-DATE
               WHEN WS-CPT-RECORDS (WS-CPT-SUB)
                       >= WS-CPT-LIMIT (WS-CPT-SUB)
                   MOVE WS-TODAY-DATE-NUM TO WS-FULL-DATE
                   MOVE WS-FULL-DATE TO WS-DTL-FULL-DATE
               WHEN WS-DAILY-GROWTH > ZERO
                   COMPUTE WS-HEADROOM = WS-CPT-LIMIT (WS-CPT-SUB)
                       - WS-CPT-RECORDS (WS-CPT-SUB)
                   COMPUTE WS-DAYS-TO-FULL =
                       WS-HEADROOM / WS-DAILY-GROWTH
                   IF WS-DAYS-TO-FULL > WS-FAR-DAYS
                       MOVE 'BEYOND' TO WS-DTL-FULL-DATE
                   ELSE
                       COMPUTE WS-FULL-DATE =
                           FUNCTION DATE-OF-INTEGER
                               (WS-TODAY-DAYS + WS-DAYS-TO-FULL)
                       MOVE WS-FULL-DATE TO WS-DTL-FULL-DATE
                   END-IF
               WHEN OTHER
                   MOVE 'FLAT' TO WS-DTL-FULL-DATE
           END-EVALUATE

      * The count projected for the last day of the quarter
           MOVE WS-CPT-RECORDS (WS-CPT-SUB) TO WS-QTR-END-COUNT
           IF WS-DAILY-GROWTH > ZERO
               COMPUTE WS-QTR-END-COUNT =
                   WS-CPT-RECORDS (WS-CPT-SUB)
                   + WS-DAILY-GROWTH * WS-DAYS-TO-QTR-END
           END-IF
           MOVE WS-QTR-END-COUNT TO WS-DTL-QTR-END

      * The main pass on the day the limit is reached - the
      * customer count projected for that day at the master's own
      * growth, times the baseline seconds per customer record
           MOVE SPACES TO WS-DTL-MAIN-SEC
           IF WS-FULL-DATE NOT = ZERO
                   AND WS-SEC-PER-RECORD > ZERO
               MOVE WS-RHS-LATEST-COUNT TO WS-PROJ-CUSTOMERS
               IF WS-CUST-DAILY-GROWTH > ZERO
                   COMPUTE WS-PROJ-CUSTOMERS = WS-RHS-LATEST-COUNT
                       + WS-CUST-DAILY-GROWTH * WS-DAYS-TO-FULL
               END-IF
               COMPUTE WS-PROJ-SECONDS ROUNDED =
                   WS-PROJ-CUSTOMERS * WS-SEC-PER-RECORD
               MOVE WS-PROJ-SECONDS TO WS-SECONDS-DISPLAY
               MOVE WS-SECONDS-DISPLAY (2:8) TO WS-DTL-MAIN-SEC
           END-IF

           PERFORM 6400-DECIDE-ACTION
           MOVE WS-CPT-ACTION (WS-CPT-SUB) TO WS-DTL-ACTION
           MOVE WS-DETAIL-LINE TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE.

       6400-DECIDE-ACTION.
      * Reaching the limit by quarter end, or a quarter-end count
      * past the warning share of it, needs more room now; a table
      * needs its OCCURS widened, a file its allocation raised
           COMPUTE WS-WARN-LEVEL =
               WS-CPT-LIMIT (WS-CPT-SUB) * WS-WARN-PCT
           COMPUTE WS-QTR-END-LEVEL = WS-QTR-END-COUNT * 100
           IF WS-CPT-LIMIT (WS-CPT-SUB) > ZERO
               IF (WS-FULL-DATE NOT = ZERO
                       AND WS-FULL-DATE <= WS-QTR-END-DATE)
                       OR WS-QTR-END-LEVEL >= WS-WARN-LEVEL
                   IF WS-CPT-TYPE (WS-CPT-SUB) = 'T'
                       MOVE 'WIDEN TABLE' TO WS-CPT-ACTION (WS-CPT-SUB)
                   ELSE
                       MOVE 'REALLOCATE'
                           TO WS-CPT-ACTION (WS-CPT-SUB)
                   END-IF
               END-IF
           END-IF

      * A reorganized file is due when it has outgrown its last
      * reload, or its last reorg will be stale by quarter end
           IF WS-CPT-REORG-FLAG (WS-CPT-SUB) = 'Y'
               IF WS-LAST-REORG-DATE = ZERO
                   PERFORM 6450-MARK-REORG-DUE
               ELSE
                   COMPUTE WS-REORG-AGE-DAYS = WS-QTR-END-DAYS
                       - FUNCTION INTEGER-OF-DATE (WS-LAST-REORG-DATE)
                   COMPUTE WS-REORG-GROW-LIMIT =
                       WS-LAST-REORG-RELOADED
                       + WS-LAST-REORG-RELOADED * WS-REORG-GROW-PCT
                       / 100
                   IF WS-REORG-AGE-DAYS > WS-REORG-MAX-DAYS
                           OR WS-CPT-RECORDS (WS-CPT-SUB)
                               > WS-REORG-GROW-LIMIT
                       PERFORM 6450-MARK-REORG-DUE
                   END-IF
               END-IF
           END-IF
           IF WS-CPT-ACTION (WS-CPT-SUB) NOT = SPACES
               ADD 1 TO WS-ENTRIES-FLAGGED
           END-IF.

       6450-MARK-REORG-DUE.
           IF WS-CPT-ACTION (WS-CPT-SUB) = SPACES
               MOVE 'REORG' TO WS-CPT-ACTION (WS-CPT-SUB)
           ELSE
               MOVE 'REORG AND REALLOCATE'
                   TO WS-CPT-ACTION (WS-CPT-SUB)
           END-IF.

       6500-REPORT-MAIN-PASS.
           MOVE SPACES TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           IF WS-SEC-PER-RECORD = ZERO
               MOVE SPACES TO CAPACITY-REPORT-LINE
               STRING 'MAIN PASS: NO SLA BASELINE ON FILE - '
                   'ELAPSED TIME NOT PROJECTED' DELIMITED BY SIZE
                   INTO CAPACITY-REPORT-LINE
               WRITE CAPACITY-REPORT-LINE
           ELSE
               MOVE WS-MAIN-AVG-SECONDS TO WS-SECONDS-DISPLAY
               MOVE WS-RHS-LATEST-COUNT TO WS-RECORDS-DISPLAY
               MOVE WS-SEC-PER-RECORD TO WS-RATE-DISPLAY
               MOVE SPACES TO CAPACITY-REPORT-LINE
               STRING 'MAIN PASS: BASELINE ' DELIMITED BY SIZE
                   WS-SECONDS-DISPLAY DELIMITED BY SIZE
                   ' SEC AT ' DELIMITED BY SIZE
                   WS-RECORDS-DISPLAY DELIMITED BY SIZE
                   ' CUSTOMERS (' DELIMITED BY SIZE
                   WS-RATE-DISPLAY DELIMITED BY SIZE
                   ' SEC PER RECORD)' DELIMITED BY SIZE
                   INTO CAPACITY-REPORT-LINE
               WRITE CAPACITY-REPORT-LINE
               MOVE WS-RHS-LATEST-COUNT TO WS-PROJ-CUSTOMERS
               IF WS-CUST-DAILY-GROWTH > ZERO
                   COMPUTE WS-PROJ-CUSTOMERS = WS-RHS-LATEST-COUNT
                       + WS-CUST-DAILY-GROWTH * WS-DAYS-TO-QTR-END
               END-IF
               COMPUTE WS-PROJ-SECONDS ROUNDED =
                   WS-PROJ-CUSTOMERS * WS-SEC-PER-RECORD
               MOVE WS-PROJ-SECONDS TO WS-SECONDS-DISPLAY
               MOVE WS-PROJ-CUSTOMERS TO WS-RECORDS-DISPLAY
               MOVE SPACES TO CAPACITY-REPORT-LINE
               STRING 'MAIN PASS AT QUARTER END: ' DELIMITED BY SIZE
                   WS-SECONDS-DISPLAY DELIMITED BY SIZE
                   ' SEC AT ' DELIMITED BY SIZE
                   WS-RECORDS-DISPLAY DELIMITED BY SIZE
                   ' CUSTOMERS' DELIMITED BY SIZE
                   INTO CAPACITY-REPORT-LINE
               WRITE CAPACITY-REPORT-LINE
           END-IF
           IF WS-LAST-REORG-DATE NOT = ZERO
               MOVE WS-LAST-REORG-RELOADED TO WS-RECORDS-DISPLAY
               MOVE WS-LAST-REORG-SECONDS TO WS-SECONDS-DISPLAY
               MOVE SPACES TO CAPACITY-REPORT-LINE
               STRING 'LAST REORG: ' DELIMITED BY SIZE
                   WS-LAST-REORG-DATE DELIMITED BY SIZE
                   ' RELOADED ' DELIMITED BY SIZE
                   WS-RECORDS-DISPLAY DELIMITED BY SIZE
                   ' IN ' DELIMITED BY SIZE
                   WS-SECONDS-DISPLAY DELIMITED BY SIZE
                   ' SEC' DELIMITED BY SIZE
                   INTO CAPACITY-REPORT-LINE
               WRITE CAPACITY-REPORT-LINE
           END-IF.

       6600-REPORT-ACTION-LIST.
           MOVE SPACES TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           MOVE SPACES TO CAPACITY-REPORT-LINE
           STRING 'ACTION BEFORE QUARTER END ' DELIMITED BY SIZE
               WS-QTR-END-DATE DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               INTO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           IF WS-ENTRIES-FLAGGED = ZERO
               MOVE '  NONE' TO CAPACITY-REPORT-LINE
               WRITE CAPACITY-REPORT-LINE
           ELSE
               PERFORM 6650-LIST-ONE-ACTION
                   VARYING WS-CPT-SUB FROM 1 BY 1
                   UNTIL WS-CPT-SUB > WS-PLAN-COUNT
           END-IF.

       6650-LIST-ONE-ACTION.
           IF WS-CPT-ACTION (WS-CPT-SUB) NOT = SPACES
               MOVE SPACES TO CAPACITY-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                   WS-CPT-NAME (WS-CPT-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CPT-ACTION (WS-CPT-SUB) DELIMITED BY SIZE
                   INTO CAPACITY-REPORT-LINE
               WRITE CAPACITY-REPORT-LINE
               DISPLAY CAPACITY-REPORT-LINE
           END-IF.

       7000-APPEND-CENSUS SECTION.
       7100-WRITE-CENSUS-ROWS.
      * Today's counts become next month's growth baselines
           OPEN EXTEND CAPACITY-HISTORY-FILE
           IF NOT CPH-FILE-OK
               OPEN OUTPUT CAPACITY-HISTORY-FILE
           END-IF
           IF NOT CPH-FILE-OK
               DISPLAY 'ERROR OPENING CAPACITY HISTORY FILE: '
                   WS-CPH-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           ELSE
               PERFORM 7200-WRITE-ONE-CENSUS-ROW
                   VARYING WS-CPT-SUB FROM 1 BY 1
                   UNTIL WS-CPT-SUB > WS-PLAN-COUNT
               CLOSE CAPACITY-HISTORY-FILE
           END-IF

      * 7200 already ran above via the explicit PERFORM - exit the
      * section here instead of falling into it a second time
           EXIT SECTION.

       7200-WRITE-ONE-CENSUS-ROW.
           IF WS-CPT-COUNTED (WS-CPT-SUB)
               MOVE WS-TODAY-DATE-NUM TO CPH-RUN-DATE
               MOVE WS-CPT-NAME (WS-CPT-SUB) TO CPH-ENTRY-NAME
               MOVE WS-CPT-RECORDS (WS-CPT-SUB) TO CPH-RECORD-COUNT
               WRITE CAPACITY-HISTORY-RECORD
               ADD 1 TO WS-CENSUS-WRITTEN
           END-IF.

       8000-FINALIZE SECTION.
       8100-CLOSE-FILES.
           CLOSE CAPACITY-PLAN-FILE
           CLOSE CAPACITY-REPORT-FILE.

       8200-DISPLAY-SUMMARY.
           DISPLAY 'Capacity Projection Summary:'
           DISPLAY 'Plan Entries: ' WS-PLAN-COUNT
           DISPLAY 'Entries Counted: ' WS-ENTRIES-COUNTED
           DISPLAY 'Entries Not Counted: ' WS-ENTRIES-MISSING
           DISPLAY 'Entries Beyond Plan Table: ' WS-ENTRIES-SKIPPED
           DISPLAY 'Entries Needing Action: ' WS-ENTRIES-FLAGGED
           DISPLAY 'Census Rows Written: ' WS-CENSUS-WRITTEN
           DISPLAY 'Quarter End: ' WS-QTR-END-DATE.

       8999-EXIT.
           EVALUATE TRUE
               WHEN ERROR-OCCURRED
                   MOVE 4 TO LS-CAP-RETURN-CODE
                   MOVE 'CAPACITY PROJECTION COMPLETED WITH ERRORS'
                       TO LS-CAP-MESSAGE
               WHEN WS-ENTRIES-FLAGGED > ZERO
                   MOVE 4 TO LS-CAP-RETURN-CODE
                   MOVE 'CAPACITY ACTION NEEDED BEFORE QUARTER END'
                       TO LS-CAP-MESSAGE
               WHEN WS-ENTRIES-MISSING > ZERO
                       OR WS-ENTRIES-SKIPPED > ZERO
                   MOVE 4 TO LS-CAP-RETURN-CODE
                   MOVE 'CAPACITY PROJECTION INCOMPLETE - SEE REPORT'
                       TO LS-CAP-MESSAGE
               WHEN OTHER
                   MOVE 0 TO LS-CAP-RETURN-CODE
                   MOVE 'CAPACITY PROJECTION COMPLETE'
                       TO LS-CAP-MESSAGE
           END-EVALUATE
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'WINDOW-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-WINDOW-DAYS
           END-IF
           MOVE 'WARN-PCT' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-WARN-PCT
           END-IF
           MOVE 'REORG-GROW-PCT' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-REORG-GROW-PCT
           END-IF
           MOVE 'REORG-MAX-DAYS' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
           IF PARAMETER-IN-FORCE
               MOVE WS-PMG-VALUE TO WS-REORG-MAX-DAYS
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
           DISPLAY 'CAPPLAN RUN PARAMETERS:'
           DISPLAY '  WINDOW-DAYS: ' WS-WINDOW-DAYS
           DISPLAY '  WARN-PCT: ' WS-WARN-PCT
           DISPLAY '  REORG-GROW-PCT: ' WS-REORG-GROW-PCT
           DISPLAY '  REORG-MAX-DAYS: ' WS-REORG-MAX-DAYS.
