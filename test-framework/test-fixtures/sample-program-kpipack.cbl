       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-KPIPACK.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Monthly receivables KPI pack. The three figures management
      * asks for every month, built from files we already keep
      * instead of by hand:
      *   DSO  - days sales outstanding: closing AR over the
      *          month's credit sales, times the days in the month
      *   CEI  - collection effectiveness index, in percent:
      *          (opening AR + sales - closing AR) over
      *          (opening AR + sales - closing current AR)
      *   BDR  - bad-debt ratio: the month's write-offs as a
      *          percent of its credit sales
      * Sources:
      *   - BALANCE-HISTORY-FILE - each customer's closing balance
      *     and days past due for the month and the month before
      *     (opening AR is last month's close)
      *   - CONTROL-TOTAL-FILE - the nightly control total for the
      *     company; when present it is the company's closing AR,
      *     and the history sum is shown beside it as a tie
      *   - CUSTPREG - posted charges are credit sales, posted
      *     payments less NSF reversals are collections
      *   - the write-off GL memo - the month's charge-offs
      * Every figure is broken out three ways: the company, each
      * portfolio, and each account officer (customer -> officer
      * -> portfolio, the chain the portfolio rollup uses). The
      * month's row for each is saved on the KPI history file, and
      * the report prints each owner's trailing thirteen-month
      * trend of all three ratios off that file, so a book or a
      * collector that is slipping shows as a line going the wrong
      * way rather than one bad month.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Closing and opening balances per customer
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "CUSTBHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHST-KEY
               FILE STATUS IS WS-BHST-FILE-STATUS.

      * The nightly control total, one row per company per run
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CUSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      * Posted charges and payments
           SELECT POSTING-REGISTER-FILE ASSIGN TO "CUSTPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.

      * The write-off run's GL memo rows
           SELECT GL-MEMO-FILE ASSIGN TO "CUSTWOFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.

      * Officer/portfolio master and the customer assignments
           SELECT OFFICER-MASTER-FILE ASSIGN TO "CUSTOFCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFM-FILE-STATUS.

           SELECT OFFICER-ASSIGN-FILE ASSIGN TO "CUSTOFCR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFA-CUST-ID
               FILE STATUS IS WS-OFA-FILE-STATUS.

      * Month-by-month figures per owner - the trend source
           SELECT KPI-HISTORY-FILE ASSIGN TO "CUSTKPIH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KPI-KEY
               FILE STATUS IS WS-KPI-FILE-STATUS.

           SELECT KPI-REPORT-FILE ASSIGN TO "CUSTKPIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-HISTORY-FILE.
           COPY BALANCE-HISTORY-RECORD.

       FD  CONTROL-TOTAL-FILE.
           COPY CONTROL-TOTAL-RECORD.

      * Same layout the posting engine writes
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

      * Same layout the write-off run writes
       FD  GL-MEMO-FILE.
       01  GL-MEMO-RECORD.
           05  GLM-CUST-ID         PIC 9(9).
           05  GLM-WRITEOFF-AMOUNT PIC S9(7)V99.
           05  GLM-POST-DATE       PIC 9(8).
           05  GLM-GL-ACCOUNT      PIC X(10).
           05  GLM-APPROVED-BY     PIC X(8).

       FD  OFFICER-MASTER-FILE.
       01  OFFICER-MASTER-RECORD.
           05  OFM-OFFICER-ID      PIC X(8).
           05  OFM-OFFICER-NAME    PIC X(30).
           05  OFM-PORTFOLIO-ID    PIC X(4).

       FD  OFFICER-ASSIGN-FILE.
       01  OFFICER-ASSIGN-RECORD.
           05  OFA-CUST-ID         PIC 9(9).
           05  OFA-OFFICER-ID      PIC X(8).
           05  OFA-ASSIGN-DATE     PIC 9(8).

       FD  KPI-HISTORY-FILE.
           COPY KPI-HISTORY-RECORD.

       FD  KPI-REPORT-FILE.
       01  KPI-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-COMPANY-ID           PIC X(4) VALUE '0001'.

       01  WS-BHST-FILE-STATUS     PIC XX.
           88  BHST-FILE-OK        VALUE '00'.
           88  BHST-FILE-AT-END    VALUE '10'.
           88  BHST-FILE-MISSING   VALUE '35'.

       01  WS-CTL-FILE-STATUS      PIC XX.
           88  CTL-FILE-OK         VALUE '00'.
           88  CTL-FILE-AT-END     VALUE '10'.

       01  WS-PREG-FILE-STATUS     PIC XX.
           88  PREG-FILE-OK        VALUE '00'.
           88  PREG-FILE-AT-END    VALUE '10'.

       01  WS-GLM-FILE-STATUS      PIC XX.
           88  GLM-FILE-OK         VALUE '00'.
           88  GLM-FILE-AT-END     VALUE '10'.

       01  WS-OFM-FILE-STATUS      PIC XX.
           88  OFM-FILE-OK         VALUE '00'.
           88  OFM-FILE-AT-END     VALUE '10'.

       01  WS-OFA-FILE-STATUS      PIC XX.
           88  OFA-FILE-OK         VALUE '00'.
       01  WS-OFA-OPENED-FLAG      PIC X VALUE 'N'.
           88  ASSIGNMENTS-WERE-OPENED VALUE 'Y'.

       01  WS-KPI-FILE-STATUS      PIC XX.
           88  KPI-FILE-OK         VALUE '00'.
           88  KPI-NOT-FOUND       VALUE '23'.
           88  KPI-FILE-MISSING    VALUE '35'.
       01  WS-KPI-EXISTS-FLAG      PIC X VALUE 'N'.
           88  KPI-ROW-EXISTS      VALUE 'Y'.
       01  WS-KPI-WALK-FLAG        PIC X VALUE 'N'.
           88  KPI-WALK-DONE       VALUE 'Y'.

       01  WS-KPR-FILE-STATUS      PIC XX.
           88  KPR-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-OFM-FOUND-FLAG   PIC X VALUE 'N'.
               88  WS-OFM-FOUND    VALUE 'Y'.
           05  WS-ENT-FOUND-FLAG   PIC X VALUE 'N'.
               88  WS-ENT-FOUND    VALUE 'Y'.
           05  WS-CONTROL-FLAG     PIC X VALUE 'N'.
               88  CONTROL-TOTAL-FOUND VALUE 'Y'.
           05  WS-PRIOR-KPI-FLAG   PIC X VALUE 'N'.
               88  PRIOR-COMPANY-ROW-FOUND VALUE 'Y'.

      * Run period, the month before, and the trend window
       01  WS-RUN-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-RUN-PERIOD-R REDEFINES WS-RUN-PERIOD.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
       01  WS-PRIOR-PERIOD         PIC 9(6) VALUE ZERO.
       01  WS-WORK-PERIOD          PIC 9(6) VALUE ZERO.
       01  WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05  WS-WORK-YEAR        PIC 9(4).
           05  WS-WORK-MONTH       PIC 9(2).
       01  WS-ROW-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-WINDOW-START         PIC 9(6) VALUE ZERO.
       01  WS-WINDOW-MONTH-NUMBER  PIC 9(6) COMP VALUE ZERO.
       01  WS-ROW-MONTH-NUMBER     PIC 9(6) COMP VALUE ZERO.
       01  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZERO.
       01  WS-LEAP-QUOTIENT        PIC 9(4) COMP VALUE ZERO.
       01  WS-LEAP-REMAINDER       PIC 9(4) COMP VALUE ZERO.
       01  WS-MONTH-DAY-VALUES.
           05  FILLER              PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAY-COUNT  PIC 9(2) OCCURS 12 TIMES.

      * Owner of the customer in hand, resolved once per customer
       01  WS-LOOKUP-CUST-ID       PIC 9(9) VALUE ZERO.
       01  WS-RESOLVED-CUST-ID     PIC 9(9) VALUE ZERO.
       01  WS-OWN-OFFICER          PIC X(8) VALUE SPACES.
       01  WS-OWN-PORTFOLIO        PIC X(4) VALUE SPACES.

      * One figure to add for the customer in hand - the other
      * slots are zero, so the whole group adds blindly
       01  WS-KPI-AMOUNTS.
           05  WS-ADD-OPENING      PIC S9(11)V99 COMP-3.
           05  WS-ADD-CLOSING      PIC S9(11)V99 COMP-3.
           05  WS-ADD-CURRENT      PIC S9(11)V99 COMP-3.
           05  WS-ADD-SALES        PIC S9(11)V99 COMP-3.
           05  WS-ADD-COLLECTIONS  PIC S9(11)V99 COMP-3.
           05  WS-ADD-WRITEOFFS    PIC S9(11)V99 COMP-3.

      * Officer-to-portfolio map loaded from the officer master
       01  WS-OFM-MAX              PIC 9(3) COMP VALUE 100.
       01  WS-OFM-COUNT            PIC 9(3) COMP VALUE ZERO.
       01  WS-OFM-SUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-OFM-TABLE.
           05  WS-OFM-ENTRY OCCURS 100 TIMES.
               10  WS-OFM-ID           PIC X(8).
               10  WS-OFM-PORTFOLIO    PIC X(4).

      * The owners being measured - slot 1 is always the company
       01  WS-ENT-MAX              PIC 9(3) COMP VALUE 160.
       01  WS-ENT-COUNT            PIC 9(3) COMP VALUE ZERO.
       01  WS-ENT-SUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-ENT-WORK-LEVEL       PIC X VALUE SPACE.
       01  WS-ENT-WORK-ID          PIC X(8) VALUE SPACES.
       01  WS-PRINT-LEVEL          PIC X VALUE SPACE.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 160 TIMES.
               10  WS-ENT-LEVEL        PIC X.
               10  WS-ENT-ID           PIC X(8).
               10  WS-ENT-OPENING      PIC S9(11)V99 COMP-3.
               10  WS-ENT-CLOSING      PIC S9(11)V99 COMP-3.
               10  WS-ENT-CURRENT      PIC S9(11)V99 COMP-3.
               10  WS-ENT-SALES        PIC S9(11)V99 COMP-3.
               10  WS-ENT-COLLECTIONS  PIC S9(11)V99 COMP-3.
               10  WS-ENT-WRITEOFFS    PIC S9(11)V99 COMP-3.
               10  WS-ENT-DSO          PIC S9(5)V9 COMP-3.
               10  WS-ENT-CEI          PIC S9(5)V99 COMP-3.
               10  WS-ENT-BDR          PIC S9(5)V99 COMP-3.

      * The company tie: history sum against the control total
       01  WS-CONTROL-CLOSING      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-HISTORY-CLOSING      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CEI-DENOMINATOR      PIC S9(11)V99 COMP-3 VALUE ZERO.

      * Thirteen months of one owner's ratios, oldest first
       01  WS-TREND-SUB            PIC 9(2) COMP VALUE ZERO.
       01  WS-TREND-TABLE.
           05  WS-TREND-ENTRY OCCURS 13 TIMES.
               10  WS-TREND-PERIOD     PIC 9(6).
               10  WS-TREND-PRESENT    PIC X.
               10  WS-TREND-DSO        PIC S9(5)V9 COMP-3.
               10  WS-TREND-CEI        PIC S9(5)V99 COMP-3.
               10  WS-TREND-BDR        PIC S9(5)V99 COMP-3.

      * Edited fields for the report lines
       01  WS-REPORT-AMOUNTS.
           05  WS-RPT-AMOUNT       PIC -(10)9.99 OCCURS 6 TIMES.
       01  WS-RPT-DSO              PIC -(5)9.9.
       01  WS-RPT-CEI              PIC -(4)9.99.
       01  WS-RPT-BDR              PIC -(4)9.99.
       01  WS-TREND-CELL           PIC -(5)9.9.
       01  WS-TREND-BLANK          PIC X(8) VALUE '     N/A'.
       01  WS-TREND-LINE           PIC X(132) VALUE SPACES.
       01  WS-TREND-POS            PIC 9(3) COMP VALUE ZERO.
       01  WS-TREND-METRIC         PIC X VALUE SPACE.

       01  WS-COUNTERS.
           05  WS-HISTORY-ROWS-USED PIC 9(8) VALUE ZERO.
           05  WS-REGISTER-ROWS-USED PIC 9(8) VALUE ZERO.
           05  WS-WRITEOFF-ROWS-USED PIC 9(6) VALUE ZERO.
           05  WS-KPI-ROWS-SAVED   PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-KPIPACK-PARM-AREA.
           05  LS-KPI-RETURN-CODE  PIC S9(4) COMP.
           05  LS-KPI-MESSAGE      PIC X(50).
      * Company the run measures; spaces means the house '0001'
           05  LS-KPI-COMPANY-ID   PIC X(4).
      * YYYYMM to measure; zero means the current month, the usual
      * month-end run after the close
           05  LS-KPI-PERIOD-ID    PIC 9(6).

       PROCEDURE DIVISION USING LS-KPIPACK-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-BALANCE-HISTORY
               UNTIL BHST-FILE-AT-END
           PERFORM 2200-SCAN-POSTING-REGISTER
               UNTIL PREG-FILE-AT-END
           PERFORM 2400-SCAN-WRITEOFF-MEMO
               UNTIL GLM-FILE-AT-END
           PERFORM 2500-READ-CONTROL-TOTALS
               UNTIL CTL-FILE-AT-END
           PERFORM 2600-COMPUTE-AND-SAVE
           PERFORM 2800-WRITE-KPI-REPORT
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-KPI-COMPANY-ID NOT = SPACES
               MOVE LS-KPI-COMPANY-ID TO WS-COMPANY-ID
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           IF LS-KPI-PERIOD-ID NOT = ZERO
               MOVE LS-KPI-PERIOD-ID TO WS-RUN-PERIOD
           ELSE
               MOVE STD-YEAR TO WS-RUN-YEAR
               MOVE STD-MONTH TO WS-RUN-MONTH
           END-IF
           PERFORM 1300-SET-PERIODS

           OPEN INPUT BALANCE-HISTORY-FILE
           IF NOT BHST-FILE-OK
               DISPLAY 'NO BALANCE HISTORY - BALANCES WILL BE ZERO'
               SET BHST-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT POSTING-REGISTER-FILE
           IF NOT PREG-FILE-OK
               DISPLAY 'NO POSTING REGISTER - SALES AND COLLECTIONS '
                   'WILL BE ZERO'
               SET PREG-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT GL-MEMO-FILE
           IF NOT GLM-FILE-OK
               SET GLM-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT CONTROL-TOTAL-FILE
           IF NOT CTL-FILE-OK
               SET CTL-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT OFFICER-ASSIGN-FILE
           IF OFA-FILE-OK
               SET ASSIGNMENTS-WERE-OPENED TO TRUE
           END-IF

      * KPI history - created on first use like the other keyed
      * side files
           OPEN I-O KPI-HISTORY-FILE
           IF KPI-FILE-MISSING
               OPEN OUTPUT KPI-HISTORY-FILE
               CLOSE KPI-HISTORY-FILE
               OPEN I-O KPI-HISTORY-FILE
           END-IF
           IF NOT KPI-FILE-OK
               DISPLAY 'ERROR OPENING KPI HISTORY FILE: '
                   WS-KPI-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-KPI-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT KPI-REPORT-FILE
           IF NOT KPR-FILE-OK
               DISPLAY 'ERROR OPENING KPI REPORT: '
                   WS-KPR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-KPI-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-OFFICER-MASTER

      * The company is always the first owner measured
           MOVE 'C' TO WS-ENT-WORK-LEVEL
           MOVE WS-COMPANY-ID TO WS-ENT-WORK-ID
           PERFORM 2960-FIND-OR-ADD-ENTRY

      * 1200-1310 and 2960 already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       1200-LOAD-OFFICER-MASTER.
           OPEN INPUT OFFICER-MASTER-FILE
           IF OFM-FILE-OK
               PERFORM 1210-LOAD-ONE-OFFICER
                   UNTIL OFM-FILE-AT-END
               CLOSE OFFICER-MASTER-FILE
           ELSE
               DISPLAY 'NO OFFICER MASTER - PORTFOLIOS REPORT AS '
                   'UNASSIGNED'
           END-IF.

       1210-LOAD-ONE-OFFICER.
           READ OFFICER-MASTER-FILE
               AT END
                   SET OFM-FILE-AT-END TO TRUE
               NOT AT END
                   IF WS-OFM-COUNT < WS-OFM-MAX
                       ADD 1 TO WS-OFM-COUNT
                       MOVE OFM-OFFICER-ID
                           TO WS-OFM-ID (WS-OFM-COUNT)
                       MOVE OFM-PORTFOLIO-ID
                           TO WS-OFM-PORTFOLIO (WS-OFM-COUNT)
                   END-IF
           END-READ.

       1300-SET-PERIODS.
      * The month before, the days in the run month, and the
      * thirteen trend periods ending with the run month
           MOVE WS-RUN-PERIOD TO WS-WORK-PERIOD
           IF WS-WORK-MONTH = 1
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE 12 TO WS-WORK-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           MOVE WS-WORK-PERIOD TO WS-PRIOR-PERIOD
           MOVE WS-MONTH-DAY-COUNT (WS-RUN-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-RUN-MONTH = 2
               DIVIDE WS-RUN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF
           COMPUTE WS-WINDOW-START = WS-RUN-PERIOD - 100
           MOVE WS-WINDOW-START TO WS-WORK-PERIOD
           COMPUTE WS-WINDOW-MONTH-NUMBER =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH
           PERFORM 1310-SET-TREND-PERIOD
               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > 13.

       1310-SET-TREND-PERIOD.
           MOVE WS-WORK-PERIOD TO WS-TREND-PERIOD (WS-TREND-SUB)
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF.

       2000-SCAN-BALANCE-HISTORY SECTION.
       2010-READ-HISTORY-ROW.
      * The run month's row is the close; the month before's is
      * the open
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   SET BHST-FILE-AT-END TO TRUE
               NOT AT END
                   IF BHST-PERIOD-ID = WS-RUN-PERIOD
                           OR BHST-PERIOD-ID = WS-PRIOR-PERIOD
                       ADD 1 TO WS-HISTORY-ROWS-USED
                       INITIALIZE WS-KPI-AMOUNTS
                       IF BHST-PERIOD-ID = WS-RUN-PERIOD
                           MOVE BHST-MONTH-END-BALANCE
                               TO WS-ADD-CLOSING
                           IF BHST-DAYS-PAST-DUE < 30
                               MOVE BHST-MONTH-END-BALANCE
                                   TO WS-ADD-CURRENT
                           END-IF
                       ELSE
                           MOVE BHST-MONTH-END-BALANCE
                               TO WS-ADD-OPENING
                       END-IF
                       MOVE BHST-CUST-ID TO WS-LOOKUP-CUST-ID
                       PERFORM 2900-RESOLVE-OWNER
                       PERFORM 2950-APPLY-TO-OWNERS
                   END-IF
           END-READ

      * 2900/2950 and what they PERFORM already ran above - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2200-SCAN-POSTING-REGISTER SECTION.
       2210-READ-REGISTER-ROW.
      * Charges are credit sales; payments are collections, less
      * any NSF reversal of a payment in the same month
           READ POSTING-REGISTER-FILE
               AT END
                   SET PREG-FILE-AT-END TO TRUE
               NOT AT END
                   COMPUTE WS-ROW-PERIOD = PREG-POST-DATE / 100
                   IF WS-ROW-PERIOD = WS-RUN-PERIOD
                           AND PREG-POSTED
                       INITIALIZE WS-KPI-AMOUNTS
                       EVALUATE PREG-TRANS-TYPE
                           WHEN 'C'
                               MOVE PREG-AMOUNT TO WS-ADD-SALES
                           WHEN 'P'
                               MOVE PREG-AMOUNT
                                   TO WS-ADD-COLLECTIONS
                           WHEN 'R'
                               COMPUTE WS-ADD-COLLECTIONS =
                                   ZERO - PREG-AMOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       IF WS-ADD-SALES NOT = ZERO
                               OR WS-ADD-COLLECTIONS NOT = ZERO
                           ADD 1 TO WS-REGISTER-ROWS-USED
                           MOVE PREG-CUST-ID TO WS-LOOKUP-CUST-ID
                           PERFORM 2900-RESOLVE-OWNER
                           PERFORM 2950-APPLY-TO-OWNERS
                       END-IF
                   END-IF
           END-READ

      * 2900/2950 and what they PERFORM already ran above - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2400-SCAN-WRITEOFF-MEMO SECTION.
       2410-READ-MEMO-ROW.
           READ GL-MEMO-FILE
               AT END
                   SET GLM-FILE-AT-END TO TRUE
               NOT AT END
                   COMPUTE WS-ROW-PERIOD = GLM-POST-DATE / 100
                   IF WS-ROW-PERIOD = WS-RUN-PERIOD
                       ADD 1 TO WS-WRITEOFF-ROWS-USED
                       INITIALIZE WS-KPI-AMOUNTS
                       MOVE GLM-WRITEOFF-AMOUNT TO WS-ADD-WRITEOFFS
                       MOVE GLM-CUST-ID TO WS-LOOKUP-CUST-ID
                       PERFORM 2900-RESOLVE-OWNER
                       PERFORM 2950-APPLY-TO-OWNERS
                   END-IF
           END-READ

      * 2900/2950 and what they PERFORM already ran above - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2500-READ-CONTROL-TOTALS SECTION.
       2510-READ-CONTROL-ROW.
      * The latest row for this company is the closing control
           READ CONTROL-TOTAL-FILE
               AT END
                   SET CTL-FILE-AT-END TO TRUE
               NOT AT END
                   IF CTL-COMPANY-ID = WS-COMPANY-ID
                       SET CONTROL-TOTAL-FOUND TO TRUE
                       MOVE CTL-TOTAL-BALANCE TO WS-CONTROL-CLOSING
                   END-IF
           END-READ.

       2600-COMPUTE-AND-SAVE SECTION.
       2605-SET-COMPANY-BALANCES.
      * The company's closing AR is the control total when one was
      * written for it, and its opening is last month's closing as
      * this pack recorded it - the history sums stand in when
      * either is missing
           MOVE WS-ENT-CLOSING (1) TO WS-HISTORY-CLOSING
           IF CONTROL-TOTAL-FOUND
               MOVE WS-CONTROL-CLOSING TO WS-ENT-CLOSING (1)
           END-IF
           MOVE WS-COMPANY-ID TO KPI-COMPANY-ID
           MOVE 'C' TO KPI-LEVEL
           MOVE WS-COMPANY-ID TO KPI-OWNER-ID
           MOVE WS-PRIOR-PERIOD TO KPI-PERIOD-ID
           READ KPI-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRIOR-COMPANY-ROW-FOUND TO TRUE
                   MOVE KPI-CLOSING-AR TO WS-ENT-OPENING (1)
           END-READ
           PERFORM 2610-COMPUTE-ONE-OWNER
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT

      * 2610-2630 already ran above via the explicit PERFORM - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2610-COMPUTE-ONE-OWNER.
      * A month with no sales has no DSO or bad-debt ratio to
      * speak of - they stay zero rather than dividing by nothing
           MOVE ZERO TO WS-ENT-DSO (WS-ENT-SUB)
           MOVE ZERO TO WS-ENT-CEI (WS-ENT-SUB)
           MOVE ZERO TO WS-ENT-BDR (WS-ENT-SUB)
           IF WS-ENT-SALES (WS-ENT-SUB) > ZERO
               COMPUTE WS-ENT-DSO (WS-ENT-SUB) ROUNDED =
                   WS-ENT-CLOSING (WS-ENT-SUB)
                   / WS-ENT-SALES (WS-ENT-SUB) * WS-DAYS-IN-MONTH
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-ENT-DSO (WS-ENT-SUB)
               END-COMPUTE
               COMPUTE WS-ENT-BDR (WS-ENT-SUB) ROUNDED =
                   WS-ENT-WRITEOFFS (WS-ENT-SUB) * 100
                   / WS-ENT-SALES (WS-ENT-SUB)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-ENT-BDR (WS-ENT-SUB)
               END-COMPUTE
           END-IF
           COMPUTE WS-CEI-DENOMINATOR =
               WS-ENT-OPENING (WS-ENT-SUB) + WS-ENT-SALES (WS-ENT-SUB)
               - WS-ENT-CURRENT (WS-ENT-SUB)
           IF WS-CEI-DENOMINATOR > ZERO
               COMPUTE WS-ENT-CEI (WS-ENT-SUB) ROUNDED =
                   (WS-ENT-OPENING (WS-ENT-SUB)
                   + WS-ENT-SALES (WS-ENT-SUB)
                   - WS-ENT-CLOSING (WS-ENT-SUB)) * 100
                   / WS-CEI-DENOMINATOR
                   ON SIZE ERROR
                       MOVE ZERO TO WS-ENT-CEI (WS-ENT-SUB)
               END-COMPUTE
           END-IF
           PERFORM 2620-SAVE-OWNER-ROW.

       2620-SAVE-OWNER-ROW.
           MOVE 'N' TO WS-KPI-EXISTS-FLAG
           MOVE WS-COMPANY-ID TO KPI-COMPANY-ID
           MOVE WS-ENT-LEVEL (WS-ENT-SUB) TO KPI-LEVEL
           MOVE WS-ENT-ID (WS-ENT-SUB) TO KPI-OWNER-ID
           MOVE WS-RUN-PERIOD TO KPI-PERIOD-ID
           READ KPI-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KPI-ROW-EXISTS TO TRUE
           END-READ
           MOVE WS-ENT-OPENING (WS-ENT-SUB) TO KPI-OPENING-AR
           MOVE WS-ENT-CLOSING (WS-ENT-SUB) TO KPI-CLOSING-AR
           MOVE WS-ENT-CURRENT (WS-ENT-SUB) TO KPI-CURRENT-AR
           MOVE WS-ENT-SALES (WS-ENT-SUB) TO KPI-CREDIT-SALES
           MOVE WS-ENT-COLLECTIONS (WS-ENT-SUB) TO KPI-COLLECTIONS
           MOVE WS-ENT-WRITEOFFS (WS-ENT-SUB) TO KPI-WRITEOFFS
           MOVE WS-ENT-DSO (WS-ENT-SUB) TO KPI-DSO
           MOVE WS-ENT-CEI (WS-ENT-SUB) TO KPI-CEI
           MOVE WS-ENT-BDR (WS-ENT-SUB) TO KPI-BAD-DEBT-RATIO
           MOVE STD-CURRENT-DATE TO KPI-RUN-DATE
           IF KPI-ROW-EXISTS
               REWRITE KPI-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'KPI REWRITE FAILED: ' KPI-KEY
                       SET ERROR-OCCURRED TO TRUE
               END-REWRITE
           ELSE
               WRITE KPI-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'KPI WRITE FAILED: ' KPI-KEY
                       SET ERROR-OCCURRED TO TRUE
               END-WRITE
           END-IF
           ADD 1 TO WS-KPI-ROWS-SAVED.

       2800-WRITE-KPI-REPORT SECTION.
       2805-WRITE-HEADINGS.
           MOVE SPACES TO KPI-REPORT-LINE
           STRING 'RECEIVABLES KPI PACK - COMPANY ' DELIMITED BY SIZE
               WS-COMPANY-ID DELIMITED BY SIZE
               '  PERIOD ' DELIMITED BY SIZE
               WS-RUN-PERIOD DELIMITED BY SIZE
               '  RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO KPI-REPORT-LINE
           WRITE KPI-REPORT-LINE
           IF CONTROL-TOTAL-FOUND
               MOVE WS-CONTROL-CLOSING TO WS-RPT-AMOUNT (1)
               MOVE WS-HISTORY-CLOSING TO WS-RPT-AMOUNT (2)
               MOVE SPACES TO KPI-REPORT-LINE
               STRING 'CLOSING AR - CONTROL TOTAL ' DELIMITED BY SIZE
                   WS-RPT-AMOUNT (1) DELIMITED BY SIZE
                   '  BALANCE HISTORY ' DELIMITED BY SIZE
                   WS-RPT-AMOUNT (2) DELIMITED BY SIZE
                   INTO KPI-REPORT-LINE
               WRITE KPI-REPORT-LINE
           ELSE
               MOVE SPACES TO KPI-REPORT-LINE
               STRING 'NO CONTROL TOTAL FOR THIS COMPANY - '
                       DELIMITED BY SIZE
                   'CLOSING AR IS THE BALANCE HISTORY SUM'
                       DELIMITED BY SIZE
                   INTO KPI-REPORT-LINE
               WRITE KPI-REPORT-LINE
           END-IF
           MOVE 'C' TO WS-PRINT-LEVEL
           PERFORM 2810-WRITE-LEVEL
           MOVE 'P' TO WS-PRINT-LEVEL
           PERFORM 2810-WRITE-LEVEL
           MOVE 'O' TO WS-PRINT-LEVEL
           PERFORM 2810-WRITE-LEVEL

      * 2810-2860 already ran above via the explicit PERFORMs - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2810-WRITE-LEVEL.
           MOVE SPACES TO KPI-REPORT-LINE
           WRITE KPI-REPORT-LINE
           MOVE SPACES TO KPI-REPORT-LINE
           EVALUATE WS-PRINT-LEVEL
               WHEN 'C'
                   MOVE 'BY COMPANY' TO KPI-REPORT-LINE
               WHEN 'P'
                   MOVE 'BY PORTFOLIO' TO KPI-REPORT-LINE
               WHEN OTHER
                   MOVE 'BY ACCOUNT OFFICER' TO KPI-REPORT-LINE
           END-EVALUATE
           WRITE KPI-REPORT-LINE
           MOVE SPACES TO KPI-REPORT-LINE
           STRING 'OWNER   ' DELIMITED BY SIZE
               '      OPENING AR' DELIMITED BY SIZE
               '      CLOSING AR' DELIMITED BY SIZE
               '    CREDIT SALES' DELIMITED BY SIZE
               '     COLLECTIONS' DELIMITED BY SIZE
               '      WRITE-OFFS' DELIMITED BY SIZE
               '       DSO' DELIMITED BY SIZE
               '     CEI %' DELIMITED BY SIZE
               '     BDR %' DELIMITED BY SIZE
               INTO KPI-REPORT-LINE
           WRITE KPI-REPORT-LINE
           PERFORM 2820-WRITE-ONE-OWNER
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT.

       2820-WRITE-ONE-OWNER.
           IF WS-ENT-LEVEL (WS-ENT-SUB) = WS-PRINT-LEVEL
               MOVE WS-ENT-OPENING (WS-ENT-SUB) TO WS-RPT-AMOUNT (1)
               MOVE WS-ENT-CLOSING (WS-ENT-SUB) TO WS-RPT-AMOUNT (2)
               MOVE WS-ENT-SALES (WS-ENT-SUB) TO WS-RPT-AMOUNT (3)
               MOVE WS-ENT-COLLECTIONS (WS-ENT-SUB)
                   TO WS-RPT-AMOUNT (4)
               MOVE WS-ENT-WRITEOFFS (WS-ENT-SUB) TO WS-RPT-AMOUNT (5)
               MOVE WS-ENT-DSO (WS-ENT-SUB) TO WS-RPT-DSO
               MOVE WS-ENT-CEI (WS-ENT-SUB) TO WS-RPT-CEI
               MOVE WS-ENT-BDR (WS-ENT-SUB) TO WS-RPT-BDR
               MOVE SPACES TO KPI-REPORT-LINE
               STRING WS-ENT-ID (WS-ENT-SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-RPT-AMOUNT (1) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-RPT-AMOUNT (2) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-RPT-AMOUNT (3) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-RPT-AMOUNT (4) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-RPT-AMOUNT (5) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-RPT-DSO DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-RPT-CEI DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-RPT-BDR DELIMITED BY SIZE
                   INTO KPI-REPORT-LINE
               WRITE KPI-REPORT-LINE
               PERFORM 2830-LOAD-TREND
               PERFORM 2850-WRITE-TREND-LINES
           END-IF.

       2830-LOAD-TREND.
      * This owner's saved months, oldest of the thirteen first;
      * a month the pack never ran for prints as N/A
           PERFORM 2835-CLEAR-TREND-MONTH
               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > 13
           MOVE 'N' TO WS-KPI-WALK-FLAG
           MOVE WS-COMPANY-ID TO KPI-COMPANY-ID
           MOVE WS-ENT-LEVEL (WS-ENT-SUB) TO KPI-LEVEL
           MOVE WS-ENT-ID (WS-ENT-SUB) TO KPI-OWNER-ID
           MOVE WS-WINDOW-START TO KPI-PERIOD-ID
           START KPI-HISTORY-FILE KEY IS NOT LESS THAN KPI-KEY
               INVALID KEY
                   SET KPI-WALK-DONE TO TRUE
           END-START
           PERFORM 2840-READ-NEXT-TREND-ROW
               UNTIL KPI-WALK-DONE.

       2835-CLEAR-TREND-MONTH.
           MOVE 'N' TO WS-TREND-PRESENT (WS-TREND-SUB)
           MOVE ZERO TO WS-TREND-DSO (WS-TREND-SUB)
           MOVE ZERO TO WS-TREND-CEI (WS-TREND-SUB)
           MOVE ZERO TO WS-TREND-BDR (WS-TREND-SUB).

       2840-READ-NEXT-TREND-ROW.
           READ KPI-HISTORY-FILE NEXT RECORD
               AT END
                   SET KPI-WALK-DONE TO TRUE
               NOT AT END
                   IF KPI-COMPANY-ID NOT = WS-COMPANY-ID
                           OR KPI-LEVEL NOT = WS-ENT-LEVEL (WS-ENT-SUB)
                           OR KPI-OWNER-ID NOT = WS-ENT-ID (WS-ENT-SUB)
                           OR KPI-PERIOD-ID > WS-RUN-PERIOD
                       SET KPI-WALK-DONE TO TRUE
                   ELSE
                       MOVE KPI-PERIOD-ID TO WS-WORK-PERIOD
                       COMPUTE WS-ROW-MONTH-NUMBER =
                           WS-WORK-YEAR * 12 + WS-WORK-MONTH
                       COMPUTE WS-TREND-SUB = WS-ROW-MONTH-NUMBER
                           - WS-WINDOW-MONTH-NUMBER + 1
                       MOVE 'Y' TO WS-TREND-PRESENT (WS-TREND-SUB)
                       MOVE KPI-DSO TO WS-TREND-DSO (WS-TREND-SUB)
                       MOVE KPI-CEI TO WS-TREND-CEI (WS-TREND-SUB)
                       MOVE KPI-BAD-DEBT-RATIO
                           TO WS-TREND-BDR (WS-TREND-SUB)
                   END-IF
           END-READ.

       2850-WRITE-TREND-LINES.
           MOVE SPACES TO WS-TREND-LINE
           MOVE '  TREND   ' TO WS-TREND-LINE (1:10)
           MOVE 11 TO WS-TREND-POS
           PERFORM 2855-PLACE-PERIOD-CELL
               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > 13
           MOVE WS-TREND-LINE TO KPI-REPORT-LINE
           WRITE KPI-REPORT-LINE
           MOVE 'D' TO WS-TREND-METRIC
           PERFORM 2860-WRITE-ONE-TREND-LINE
           MOVE 'C' TO WS-TREND-METRIC
           PERFORM 2860-WRITE-ONE-TREND-LINE
           MOVE 'B' TO WS-TREND-METRIC
           PERFORM 2860-WRITE-ONE-TREND-LINE.

       2855-PLACE-PERIOD-CELL.
           MOVE WS-TREND-PERIOD (WS-TREND-SUB)
               TO WS-TREND-LINE (WS-TREND-POS + 2:6)
           ADD 8 TO WS-TREND-POS.

       2860-WRITE-ONE-TREND-LINE.
           MOVE SPACES TO WS-TREND-LINE
           EVALUATE WS-TREND-METRIC
               WHEN 'D'
                   MOVE '  DSO     ' TO WS-TREND-LINE (1:10)
               WHEN 'C'
                   MOVE '  CEI %   ' TO WS-TREND-LINE (1:10)
               WHEN OTHER
                   MOVE '  BDR %   ' TO WS-TREND-LINE (1:10)
           END-EVALUATE
           MOVE 11 TO WS-TREND-POS
           PERFORM 2865-PLACE-TREND-CELL
               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > 13
           MOVE WS-TREND-LINE TO KPI-REPORT-LINE
           WRITE KPI-REPORT-LINE.

       2865-PLACE-TREND-CELL.
           IF WS-TREND-PRESENT (WS-TREND-SUB) = 'Y'
               EVALUATE WS-TREND-METRIC
                   WHEN 'D'
                       MOVE WS-TREND-DSO (WS-TREND-SUB)
                           TO WS-TREND-CELL
                   WHEN 'C'
                       MOVE WS-TREND-CEI (WS-TREND-SUB)
                           TO WS-TREND-CELL
                   WHEN OTHER
                       MOVE WS-TREND-BDR (WS-TREND-SUB)
                           TO WS-TREND-CELL
               END-EVALUATE
               MOVE WS-TREND-CELL TO WS-TREND-LINE (WS-TREND-POS:8)
           ELSE
               MOVE WS-TREND-BLANK TO WS-TREND-LINE (WS-TREND-POS:8)
           END-IF
           ADD 8 TO WS-TREND-POS.

       2900-RESOLVE-OWNER SECTION.
       2905-RESOLVE.
      * Customer -> assigned officer -> officer's portfolio; any
      * break in the chain lands under UNASSIGN / '????'. Rows come
      * grouped by customer, so one lookup serves the run of them
           IF WS-LOOKUP-CUST-ID NOT = WS-RESOLVED-CUST-ID
               MOVE WS-LOOKUP-CUST-ID TO WS-RESOLVED-CUST-ID
               MOVE 'UNASSIGN' TO WS-OWN-OFFICER
               MOVE '????' TO WS-OWN-PORTFOLIO
               IF ASSIGNMENTS-WERE-OPENED
                   MOVE WS-LOOKUP-CUST-ID TO OFA-CUST-ID
                   READ OFFICER-ASSIGN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OFA-OFFICER-ID TO WS-OWN-OFFICER
                           PERFORM 2910-MAP-OFFICER-TO-PORTFOLIO
                   END-READ
               END-IF
           END-IF

      * 2910/2920 already ran above via the explicit PERFORM - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2910-MAP-OFFICER-TO-PORTFOLIO.
           MOVE 'N' TO WS-OFM-FOUND-FLAG
           PERFORM 2920-MATCH-OFFICER-ENTRY
               VARYING WS-OFM-SUB FROM 1 BY 1
               UNTIL WS-OFM-SUB > WS-OFM-COUNT
                   OR WS-OFM-FOUND
           IF WS-OFM-FOUND
      * PERFORM VARYING leaves the subscript one past the match
               SUBTRACT 1 FROM WS-OFM-SUB
               MOVE WS-OFM-PORTFOLIO (WS-OFM-SUB)
                   TO WS-OWN-PORTFOLIO
           END-IF.

       2920-MATCH-OFFICER-ENTRY.
           IF WS-OFM-ID (WS-OFM-SUB) = OFA-OFFICER-ID
               SET WS-OFM-FOUND TO TRUE
           END-IF.

       2950-APPLY-TO-OWNERS SECTION.
       2955-APPLY.
      * The same figure lands on the company, the portfolio, and
      * the officer
           MOVE 'C' TO WS-ENT-WORK-LEVEL
           MOVE WS-COMPANY-ID TO WS-ENT-WORK-ID
           PERFORM 2960-FIND-OR-ADD-ENTRY
           PERFORM 2980-ADD-AMOUNTS
           MOVE 'P' TO WS-ENT-WORK-LEVEL
           MOVE WS-OWN-PORTFOLIO TO WS-ENT-WORK-ID
           PERFORM 2960-FIND-OR-ADD-ENTRY
           PERFORM 2980-ADD-AMOUNTS
           MOVE 'O' TO WS-ENT-WORK-LEVEL
           MOVE WS-OWN-OFFICER TO WS-ENT-WORK-ID
           PERFORM 2960-FIND-OR-ADD-ENTRY
           PERFORM 2980-ADD-AMOUNTS

      * 2960-2980 already ran above via the explicit PERFORMs - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2960-FIND-OR-ADD-ENTRY.
           MOVE 'N' TO WS-ENT-FOUND-FLAG
           PERFORM 2970-MATCH-ENTRY
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT
                   OR WS-ENT-FOUND
           IF WS-ENT-FOUND
               SUBTRACT 1 FROM WS-ENT-SUB
           ELSE
               IF WS-ENT-COUNT < WS-ENT-MAX
                   ADD 1 TO WS-ENT-COUNT
                   MOVE WS-ENT-COUNT TO WS-ENT-SUB
                   INITIALIZE WS-ENT-ENTRY (WS-ENT-SUB)
                   MOVE WS-ENT-WORK-LEVEL TO WS-ENT-LEVEL (WS-ENT-SUB)
                   MOVE WS-ENT-WORK-ID TO WS-ENT-ID (WS-ENT-SUB)
               ELSE
                   DISPLAY 'KPI OWNER TABLE FULL - ' WS-ENT-WORK-ID
                       ' NOT MEASURED'
                   SET ERROR-OCCURRED TO TRUE
                   MOVE ZERO TO WS-ENT-SUB
               END-IF
           END-IF.

       2970-MATCH-ENTRY.
           IF WS-ENT-LEVEL (WS-ENT-SUB) = WS-ENT-WORK-LEVEL
                   AND WS-ENT-ID (WS-ENT-SUB) = WS-ENT-WORK-ID
               SET WS-ENT-FOUND TO TRUE
           END-IF.

       2980-ADD-AMOUNTS.
           IF WS-ENT-SUB > ZERO
               ADD WS-ADD-OPENING TO WS-ENT-OPENING (WS-ENT-SUB)
               ADD WS-ADD-CLOSING TO WS-ENT-CLOSING (WS-ENT-SUB)
               ADD WS-ADD-CURRENT TO WS-ENT-CURRENT (WS-ENT-SUB)
               ADD WS-ADD-SALES TO WS-ENT-SALES (WS-ENT-SUB)
               ADD WS-ADD-COLLECTIONS
                   TO WS-ENT-COLLECTIONS (WS-ENT-SUB)
               ADD WS-ADD-WRITEOFFS TO WS-ENT-WRITEOFFS (WS-ENT-SUB)
           END-IF.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           IF NOT BHST-FILE-MISSING
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           CLOSE POSTING-REGISTER-FILE
           CLOSE GL-MEMO-FILE
           CLOSE CONTROL-TOTAL-FILE
           IF ASSIGNMENTS-WERE-OPENED
               CLOSE OFFICER-ASSIGN-FILE
           END-IF
           CLOSE KPI-HISTORY-FILE
           CLOSE KPI-REPORT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'KPI Pack Summary:'
           DISPLAY 'Company: ' WS-COMPANY-ID
               '  Period: ' WS-RUN-PERIOD
           DISPLAY 'Balance History Rows Used: ' WS-HISTORY-ROWS-USED
           DISPLAY 'Register Rows Used: ' WS-REGISTER-ROWS-USED
           DISPLAY 'Write-Off Rows Used: ' WS-WRITEOFF-ROWS-USED
           DISPLAY 'Owners Measured: ' WS-ENT-COUNT
           DISPLAY 'KPI Rows Saved: ' WS-KPI-ROWS-SAVED
           MOVE WS-ENT-DSO (1) TO WS-RPT-DSO
           MOVE WS-ENT-CEI (1) TO WS-RPT-CEI
           MOVE WS-ENT-BDR (1) TO WS-RPT-BDR
           DISPLAY 'Company DSO: ' WS-RPT-DSO
               '  CEI %: ' WS-RPT-CEI
               '  BDR %: ' WS-RPT-BDR.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-KPI-RETURN-CODE
               MOVE 'KPI PACK COMPLETED WITH ERRORS'
                   TO LS-KPI-MESSAGE
           ELSE
               MOVE 0 TO LS-KPI-RETURN-CODE
               MOVE 'KPI PACK COMPLETE' TO LS-KPI-MESSAGE
           END-IF
           EXIT SECTION.
