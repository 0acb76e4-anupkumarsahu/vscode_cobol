       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-BADDEBT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Month-end allowance for doubtful accounts. The reserve used
      * to be a number finance picked; this job derives it from how
      * our own receivables have actually behaved:
      *   - ROLL-RATE MATRIX - every pair of consecutive closed
      *     months on BALANCE-HISTORY-FILE inside the trailing
      *     twelve is one transition. A month-end balance owed in
      *     one aging bucket is followed into the next month: still
      *     owed in some bucket, written off that month (the
      *     recovery file carries the write-off date), or gone -
      *     paid or cured. Amounts carried are capped at the
      *     starting balance, so new charges never read as roll.
      *   - LOSS RATES - a bucket's roll rate is the share of its
      *     balance that moved to a worse bucket or to write-off;
      *     90-plus rolls only to write-off, and each earlier
      *     bucket's loss rate is its roll rate times the next
      *     bucket's loss rate - the chain to charge-off.
      *   - RESERVE - today's positive balances are aged by
      *     CUST-DAYS-PAST-DUE, grouped by portfolio (customer ->
      *     officer -> portfolio, unassigned under '????'), and
      *     multiplied by their bucket's loss rate.
      * The reserve is kept per company and period on the
      * allowance file; the prior month's row is carried onto the
      * report beside this month's so the movement is visible,
      * and the true-up - the new reserve less what is already on
      * the books - goes to SAMPLE-PROGRAM-GLGEN on the hand-off
      * file. A rerun inside the month books only the difference
      * from the first run.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * Thirteen closed months per customer, read front to back -
      * key order puts each customer's months side by side
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "CUSTBHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHST-KEY
               FILE STATUS IS WS-BHST-FILE-STATUS.

      * Write-off dates - the month a balance left for charge-off
           SELECT RECOVERY-FILE ASSIGN TO "CUSTRCOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-CUST-ID
               FILE STATUS IS WS-RCV-FILE-STATUS.

      * Officer/portfolio master and the customer assignments, the
      * same chain the portfolio rollup resolves through
           SELECT OFFICER-MASTER-FILE ASSIGN TO "CUSTOFCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFM-FILE-STATUS.

           SELECT OFFICER-ASSIGN-FILE ASSIGN TO "CUSTOFCR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFA-CUST-ID
               FILE STATUS IS WS-OFA-FILE-STATUS.

      * Reserve set per company per month - next month's prior
           SELECT ALLOWANCE-RESERVE-FILE ASSIGN TO "CUSTALWH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALW-KEY
               FILE STATUS IS WS-ALW-FILE-STATUS.

      * The reserve true-up for the GL generator
           SELECT RESERVE-GL-FILE ASSIGN TO "CUSTALWG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALG-FILE-STATUS.

           SELECT RESERVE-REPORT-FILE ASSIGN TO "CUSTALWR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  BALANCE-HISTORY-FILE.
           COPY BALANCE-HISTORY-RECORD.

       FD  RECOVERY-FILE.
           COPY RECOVERY-RECORD.

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

       FD  ALLOWANCE-RESERVE-FILE.
           COPY ALLOWANCE-RESERVE-RECORD.

       FD  RESERVE-GL-FILE.
       01  RESERVE-GL-RECORD.
           05  ALG-RUN-DATE        PIC 9(8).
           05  ALG-COMPANY-ID      PIC X(4).
           05  ALG-PERIOD-ID       PIC 9(6).
           05  ALG-PRIOR-RESERVE   PIC S9(11)V99.
           05  ALG-NEW-RESERVE     PIC S9(11)V99.
      * Positive builds the allowance, negative releases it
           05  ALG-TRUE-UP-AMOUNT  PIC S9(11)V99.

       FD  RESERVE-REPORT-FILE.
       01  RESERVE-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.
       01  WS-COMPANY-ID           PIC X(4) VALUE '0001'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-AT-END         VALUE '10'.

       01  WS-BHST-FILE-STATUS     PIC XX.
           88  BHST-FILE-OK        VALUE '00'.
           88  BHST-FILE-AT-END    VALUE '10'.
           88  BHST-FILE-MISSING   VALUE '35'.

       01  WS-RCV-FILE-STATUS      PIC XX.
           88  RCV-FILE-OK         VALUE '00'.
       01  WS-RCV-OPENED-FLAG      PIC X VALUE 'N'.
           88  RECOVERY-WAS-OPENED VALUE 'Y'.

       01  WS-OFM-FILE-STATUS      PIC XX.
           88  OFM-FILE-OK         VALUE '00'.
           88  OFM-FILE-AT-END     VALUE '10'.

       01  WS-OFA-FILE-STATUS      PIC XX.
           88  OFA-FILE-OK         VALUE '00'.
       01  WS-OFA-OPENED-FLAG      PIC X VALUE 'N'.
           88  ASSIGNMENTS-WERE-OPENED VALUE 'Y'.

       01  WS-ALW-FILE-STATUS      PIC XX.
           88  ALW-FILE-OK         VALUE '00'.
           88  ALW-NOT-FOUND       VALUE '23'.
           88  ALW-FILE-MISSING    VALUE '35'.
       01  WS-ALW-EXISTS-FLAG      PIC X VALUE 'N'.
           88  PERIOD-ROW-EXISTS   VALUE 'Y'.
       01  WS-PRIOR-FOUND-FLAG     PIC X VALUE 'N'.
           88  PRIOR-ROW-FOUND     VALUE 'Y'.

       01  WS-ALG-FILE-STATUS      PIC XX.
           88  ALG-FILE-OK         VALUE '00'.

       01  WS-ALR-FILE-STATUS      PIC XX.
           88  ALR-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-OFM-FOUND-FLAG   PIC X VALUE 'N'.
               88  WS-OFM-FOUND    VALUE 'Y'.
           05  WS-PFL-FOUND-FLAG   PIC X VALUE 'N'.
               88  WS-PFL-FOUND    VALUE 'Y'.

      * Run period and the trailing window, as YYYYMM
       01  WS-RUN-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-RUN-PERIOD-R REDEFINES WS-RUN-PERIOD.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
       01  WS-PRIOR-PERIOD         PIC 9(6) VALUE ZERO.
       01  WS-WINDOW-START         PIC 9(6) VALUE ZERO.
       01  WS-WORK-PERIOD          PIC 9(6) VALUE ZERO.
       01  WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05  WS-WORK-YEAR        PIC 9(4).
           05  WS-WORK-MONTH       PIC 9(2).
       01  WS-WRITEOFF-DATE        PIC 9(8) VALUE ZERO.
       01  WS-WRITEOFF-DATE-R REDEFINES WS-WRITEOFF-DATE.
           05  WS-WRITEOFF-PERIOD  PIC 9(6).
           05  FILLER              PIC 9(2).

      * The history row before the one in hand
       01  WS-PREV-CUST-ID         PIC 9(9) VALUE ZERO.
       01  WS-PREV-PERIOD          PIC 9(6) VALUE ZERO.
       01  WS-PREV-BALANCE         PIC S9(7)V99 VALUE ZERO.
       01  WS-PREV-DAYS-PAST-DUE   PIC 9(3) VALUE ZERO.

      * Bucket 1 = current, 2 = 30-59, 3 = 60-89, 4 = 90-plus;
      * 5 on the "to" side is write-off
       01  WS-BUCKET-DAYS          PIC 9(3) VALUE ZERO.
       01  WS-BUCKET               PIC 9(1) COMP VALUE ZERO.
       01  WS-FROM-SUB             PIC 9(2) COMP VALUE ZERO.
       01  WS-TO-SUB               PIC 9(2) COMP VALUE ZERO.
       01  WS-ROLL-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-ROLLED-FORWARD       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CARRIED-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-BUCKET-NAME-VALUES.
           05  FILLER              PIC X(8) VALUE 'CURRENT '.
           05  FILLER              PIC X(8) VALUE '30-59   '.
           05  FILLER              PIC X(8) VALUE '60-89   '.
           05  FILLER              PIC X(8) VALUE '90-PLUS '.
           05  FILLER              PIC X(8) VALUE 'WRITEOFF'.
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-VALUES.
           05  WS-BUCKET-NAME      PIC X(8) OCCURS 5 TIMES.

      * The migration matrix: base is what sat in the bucket at
      * the start of a month, the to-columns what of it was still
      * owed (or charged off) a month later
       01  WS-MIGRATION-TABLE.
           05  WS-MIG-FROM OCCURS 4 TIMES.
               10  WS-MIG-BASE         PIC S9(11)V99 COMP-3.
               10  WS-MIG-TO           PIC S9(11)V99 COMP-3
                                       OCCURS 5 TIMES.
               10  WS-MIG-ROLL-RATE    PIC 9V9(6) COMP-3.
               10  WS-MIG-LOSS-RATE    PIC 9V9(6) COMP-3.

      * Officer-to-portfolio map loaded from the officer master
       01  WS-OFM-MAX              PIC 9(3) COMP VALUE 100.
       01  WS-OFM-COUNT            PIC 9(3) COMP VALUE ZERO.
       01  WS-OFM-SUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-OFM-TABLE.
           05  WS-OFM-ENTRY OCCURS 100 TIMES.
               10  WS-OFM-ID           PIC X(8).
               10  WS-OFM-PORTFOLIO    PIC X(4).

      * Aged balances and reserve per portfolio, found-or-added the
      * usual bounded way; '????' carries the unassigned
       01  WS-PFL-MAX              PIC 9(2) COMP VALUE 50.
       01  WS-PFL-COUNT            PIC 9(2) COMP VALUE ZERO.
       01  WS-PFL-SUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-PFL-WORK-ID          PIC X(4) VALUE SPACES.
       01  WS-PFL-TABLE.
           05  WS-PFL-ENTRY OCCURS 50 TIMES.
               10  WS-PFL-ID           PIC X(4).
               10  WS-PFL-ACCOUNTS     PIC 9(6).
               10  WS-PFL-AGED         PIC S9(11)V99 COMP-3
                                       OCCURS 4 TIMES.
               10  WS-PFL-RESERVE      PIC S9(11)V99 COMP-3.

       01  WS-BUCKET-RESERVE       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-AGED-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BUCKET-TOTALS.
           05  WS-AGED-BY-BUCKET   PIC S9(11)V99 COMP-3
                                   OCCURS 4 TIMES.
           05  WS-RESERVE-BY-BUCKET PIC S9(11)V99 COMP-3
                                   OCCURS 4 TIMES.
       01  WS-NEW-RESERVE          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-RESERVE        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BOOKED-RESERVE       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TRUE-UP-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MONTH-CHANGE         PIC S9(11)V99 COMP-3 VALUE ZERO.

      * Edited fields for the report lines
       01  WS-REPORT-AMOUNTS.
           05  WS-RPT-AMOUNT       PIC -(10)9.99 OCCURS 7 TIMES.
       01  WS-RATE-PERCENT         PIC 9(3)V9(4) VALUE ZERO.
       01  WS-RATE-DISPLAY         PIC ZZ9.9999.
       01  WS-RATE-DISPLAY-2       PIC ZZ9.9999.

       01  WS-COUNTERS.
           05  WS-HISTORY-ROWS-READ PIC 9(8) VALUE ZERO.
           05  WS-TRANSITIONS-USED PIC 9(8) VALUE ZERO.
           05  WS-WRITEOFFS-FOUND  PIC 9(6) VALUE ZERO.
           05  WS-CUSTOMERS-READ   PIC 9(8) VALUE ZERO.
           05  WS-CUSTOMERS-AGED   PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-BADDEBT-PARM-AREA.
           05  LS-BDR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-BDR-MESSAGE      PIC X(50).
           05  LS-BDR-CUSTOMER-FILE-NAME PIC X(40).
      * Company the run reserves for; spaces means the house '0001'
           05  LS-BDR-COMPANY-ID   PIC X(4).
      * YYYYMM the reserve is set as of; zero means the current
      * month, the usual month-end run after the close
           05  LS-BDR-PERIOD-ID    PIC 9(6).

       PROCEDURE DIVISION USING LS-BADDEBT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-ROLL-MATRIX
               UNTIL BHST-FILE-AT-END
           PERFORM 2400-DERIVE-LOSS-RATES
           PERFORM 2500-AGE-CURRENT-BALANCES
               UNTIL END-OF-FILE
           PERFORM 2700-SET-RESERVE
           PERFORM 2800-WRITE-RESERVE-REPORT
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-BDR-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-BDR-CUSTOMER-FILE-NAME
                   TO WS-CUSTOMER-FILE-NAME
           END-IF
           IF LS-BDR-COMPANY-ID NOT = SPACES
               MOVE LS-BDR-COMPANY-ID TO WS-COMPANY-ID
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           IF LS-BDR-PERIOD-ID NOT = ZERO
               MOVE LS-BDR-PERIOD-ID TO WS-RUN-PERIOD
           ELSE
               MOVE STD-YEAR TO WS-RUN-YEAR
               MOVE STD-MONTH TO WS-RUN-MONTH
           END-IF
      * Prior month for the carried reserve; the same month a year
      * back opens the twelve-transition window
           MOVE WS-RUN-PERIOD TO WS-WORK-PERIOD
           IF WS-WORK-MONTH = 1
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE 12 TO WS-WORK-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           MOVE WS-WORK-PERIOD TO WS-PRIOR-PERIOD
           COMPUTE WS-WINDOW-START = WS-RUN-PERIOD - 100
           INITIALIZE WS-MIGRATION-TABLE
           INITIALIZE WS-BUCKET-TOTALS

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                   WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BDR-RETURN-CODE
               GOBACK
           END-IF

      * Without history there is no matrix - every loss rate comes
      * out zero and the report says so rather than inventing one
           OPEN INPUT BALANCE-HISTORY-FILE
           IF NOT BHST-FILE-OK
               DISPLAY 'NO BALANCE HISTORY - LOSS RATES WILL BE ZERO'
               SET BHST-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT RECOVERY-FILE
           IF RCV-FILE-OK
               SET RECOVERY-WAS-OPENED TO TRUE
           END-IF

           OPEN INPUT OFFICER-ASSIGN-FILE
           IF OFA-FILE-OK
               SET ASSIGNMENTS-WERE-OPENED TO TRUE
           END-IF

      * Reserve history - created on first use like the other
      * keyed side files
           OPEN I-O ALLOWANCE-RESERVE-FILE
           IF ALW-FILE-MISSING
               OPEN OUTPUT ALLOWANCE-RESERVE-FILE
               CLOSE ALLOWANCE-RESERVE-FILE
               OPEN I-O ALLOWANCE-RESERVE-FILE
           END-IF
           IF NOT ALW-FILE-OK
               DISPLAY 'ERROR OPENING ALLOWANCE RESERVE FILE: '
                   WS-ALW-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BDR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RESERVE-GL-FILE
           IF NOT ALG-FILE-OK
               DISPLAY 'ERROR OPENING RESERVE GL FILE: '
                   WS-ALG-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BDR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RESERVE-REPORT-FILE
           IF NOT ALR-FILE-OK
               DISPLAY 'ERROR OPENING RESERVE REPORT: '
                   WS-ALR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-BDR-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-OFFICER-MASTER

      * 1200/1210 already ran above via the explicit PERFORM - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       1200-LOAD-OFFICER-MASTER.
           OPEN INPUT OFFICER-MASTER-FILE
           IF OFM-FILE-OK
               PERFORM 1210-LOAD-ONE-OFFICER
                   UNTIL OFM-FILE-AT-END
               CLOSE OFFICER-MASTER-FILE
           ELSE
               DISPLAY 'NO OFFICER MASTER - EVERYTHING RESERVES '
                   'AS UNASSIGNED'
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

       2000-BUILD-ROLL-MATRIX SECTION.
       2100-READ-HISTORY-ROW.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   SET BHST-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-ROWS-READ
                   PERFORM 2200-CHECK-TRANSITION
                   MOVE BHST-CUST-ID TO WS-PREV-CUST-ID
                   MOVE BHST-PERIOD-ID TO WS-PREV-PERIOD
                   MOVE BHST-MONTH-END-BALANCE TO WS-PREV-BALANCE
                   MOVE BHST-DAYS-PAST-DUE TO WS-PREV-DAYS-PAST-DUE
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-CHECK-TRANSITION.
      * Only a month that directly follows the one before it, for
      * the same customer, with money owed at the start, inside the
      * window - a gap in the history is not a one-month roll
           IF BHST-CUST-ID = WS-PREV-CUST-ID
                   AND WS-PREV-BALANCE > ZERO
               MOVE WS-PREV-PERIOD TO WS-WORK-PERIOD
               IF WS-WORK-MONTH = 12
                   ADD 1 TO WS-WORK-YEAR
                   MOVE 1 TO WS-WORK-MONTH
               ELSE
                   ADD 1 TO WS-WORK-MONTH
               END-IF
               IF BHST-PERIOD-ID = WS-WORK-PERIOD
                       AND WS-PREV-PERIOD NOT < WS-WINDOW-START
                       AND BHST-PERIOD-ID NOT > WS-RUN-PERIOD
                   PERFORM 2300-CLASSIFY-TRANSITION
               END-IF
           END-IF.

       2300-CLASSIFY-TRANSITION.
           MOVE WS-PREV-DAYS-PAST-DUE TO WS-BUCKET-DAYS
           PERFORM 2350-BUCKET-FOR-DAYS
           MOVE WS-BUCKET TO WS-FROM-SUB
           ADD WS-PREV-BALANCE TO WS-MIG-BASE (WS-FROM-SUB)
           ADD 1 TO WS-TRANSITIONS-USED
           MOVE ZERO TO WS-TO-SUB
           MOVE ZERO TO WS-ROLL-AMOUNT
           IF BHST-MONTH-END-BALANCE > ZERO
               MOVE BHST-DAYS-PAST-DUE TO WS-BUCKET-DAYS
               PERFORM 2350-BUCKET-FOR-DAYS
               MOVE WS-BUCKET TO WS-TO-SUB
               MOVE BHST-MONTH-END-BALANCE TO WS-ROLL-AMOUNT
           ELSE
               PERFORM 2360-CHECK-WRITTEN-OFF
           END-IF
      * Never more than was owed at the start - a balance that grew
      * on new charges did not roll any more of the old money
           IF WS-TO-SUB > ZERO
               IF WS-ROLL-AMOUNT > WS-PREV-BALANCE
                   MOVE WS-PREV-BALANCE TO WS-ROLL-AMOUNT
               END-IF
               ADD WS-ROLL-AMOUNT
                   TO WS-MIG-TO (WS-FROM-SUB, WS-TO-SUB)
           END-IF.

       2350-BUCKET-FOR-DAYS.
           EVALUATE TRUE
               WHEN WS-BUCKET-DAYS < 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-BUCKET-DAYS < 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-BUCKET-DAYS < 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.

       2360-CHECK-WRITTEN-OFF.
      * A balance that went to zero in the month it was written off
      * charged off; any other zero was paid or cured
           IF RECOVERY-WAS-OPENED
               MOVE BHST-CUST-ID TO RCV-CUST-ID
               READ RECOVERY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCV-WRITEOFF-DATE TO WS-WRITEOFF-DATE
                       IF WS-WRITEOFF-PERIOD = BHST-PERIOD-ID
                           MOVE 5 TO WS-TO-SUB
                           MOVE RCV-WRITEOFF-AMOUNT TO WS-ROLL-AMOUNT
                           ADD 1 TO WS-WRITEOFFS-FOUND
                       END-IF
               END-READ
           END-IF.

       2400-DERIVE-LOSS-RATES SECTION.
       2405-COMPUTE-RATES.
           PERFORM 2410-ROLL-RATE-FOR-BUCKET
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 4
      * 90-plus rolls only to write-off, so its roll rate is its
      * loss rate; each earlier bucket chains onto the next
           MOVE WS-MIG-ROLL-RATE (4) TO WS-MIG-LOSS-RATE (4)
           PERFORM 2420-CHAIN-LOSS-RATE
               VARYING WS-FROM-SUB FROM 3 BY -1
               UNTIL WS-FROM-SUB = ZERO

      * 2410-2420 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them again
           EXIT SECTION.

       2410-ROLL-RATE-FOR-BUCKET.
           MOVE ZERO TO WS-ROLLED-FORWARD
           PERFORM 2415-ADD-ROLLED-FORWARD
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 5
           IF WS-MIG-BASE (WS-FROM-SUB) > ZERO
               COMPUTE WS-MIG-ROLL-RATE (WS-FROM-SUB) ROUNDED =
                   WS-ROLLED-FORWARD / WS-MIG-BASE (WS-FROM-SUB)
           ELSE
               MOVE ZERO TO WS-MIG-ROLL-RATE (WS-FROM-SUB)
           END-IF.

       2415-ADD-ROLLED-FORWARD.
           IF WS-TO-SUB > WS-FROM-SUB
               ADD WS-MIG-TO (WS-FROM-SUB, WS-TO-SUB)
                   TO WS-ROLLED-FORWARD
           END-IF.

       2420-CHAIN-LOSS-RATE.
           COMPUTE WS-MIG-LOSS-RATE (WS-FROM-SUB) ROUNDED =
               WS-MIG-ROLL-RATE (WS-FROM-SUB)
               * WS-MIG-LOSS-RATE (WS-FROM-SUB + 1).

       2500-AGE-CURRENT-BALANCES SECTION.
       2510-READ-CUSTOMER.
      * Credit balances carry no credit risk and no reserve
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   IF CUST-BALANCE > ZERO
                       PERFORM 2520-RESOLVE-PORTFOLIO
                       PERFORM 2550-FIND-OR-ADD-PORTFOLIO
                       PERFORM 2570-FOLD-AGED-BALANCE
                   END-IF
           END-READ

      * 2520-2570 and what they PERFORM already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2520-RESOLVE-PORTFOLIO.
      * Customer -> assigned officer -> officer's portfolio; any
      * break in the chain lands in the '????' unassigned slot
           MOVE '????' TO WS-PFL-WORK-ID
           IF ASSIGNMENTS-WERE-OPENED
               MOVE CUST-ID TO OFA-CUST-ID
               READ OFFICER-ASSIGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2530-MAP-OFFICER-TO-PORTFOLIO
               END-READ
           END-IF.

       2530-MAP-OFFICER-TO-PORTFOLIO.
           MOVE 'N' TO WS-OFM-FOUND-FLAG
           PERFORM 2540-MATCH-OFFICER-ENTRY
               VARYING WS-OFM-SUB FROM 1 BY 1
               UNTIL WS-OFM-SUB > WS-OFM-COUNT
                   OR WS-OFM-FOUND
           IF WS-OFM-FOUND
      * PERFORM VARYING leaves the subscript one past the match
               SUBTRACT 1 FROM WS-OFM-SUB
               MOVE WS-OFM-PORTFOLIO (WS-OFM-SUB)
                   TO WS-PFL-WORK-ID
           END-IF.

       2540-MATCH-OFFICER-ENTRY.
           IF WS-OFM-ID (WS-OFM-SUB) = OFA-OFFICER-ID
               SET WS-OFM-FOUND TO TRUE
           END-IF.

       2550-FIND-OR-ADD-PORTFOLIO.
           MOVE 'N' TO WS-PFL-FOUND-FLAG
           PERFORM 2560-MATCH-PORTFOLIO-ENTRY
               VARYING WS-PFL-SUB FROM 1 BY 1
               UNTIL WS-PFL-SUB > WS-PFL-COUNT
                   OR WS-PFL-FOUND
           IF WS-PFL-FOUND
               SUBTRACT 1 FROM WS-PFL-SUB
           ELSE
               IF WS-PFL-COUNT < WS-PFL-MAX
                   ADD 1 TO WS-PFL-COUNT
                   MOVE WS-PFL-COUNT TO WS-PFL-SUB
                   INITIALIZE WS-PFL-ENTRY (WS-PFL-SUB)
                   MOVE WS-PFL-WORK-ID TO WS-PFL-ID (WS-PFL-SUB)
               ELSE
                   DISPLAY 'PORTFOLIO TABLE FULL - ' WS-PFL-WORK-ID
                       ' NOT RESERVED'
                   SET ERROR-OCCURRED TO TRUE
                   MOVE ZERO TO WS-PFL-SUB
               END-IF
           END-IF.

       2560-MATCH-PORTFOLIO-ENTRY.
           IF WS-PFL-ID (WS-PFL-SUB) = WS-PFL-WORK-ID
               SET WS-PFL-FOUND TO TRUE
           END-IF.

       2570-FOLD-AGED-BALANCE.
           IF WS-PFL-SUB > ZERO
               MOVE CUST-DAYS-PAST-DUE TO WS-BUCKET-DAYS
               PERFORM 2350-BUCKET-FOR-DAYS
               ADD 1 TO WS-PFL-ACCOUNTS (WS-PFL-SUB)
               ADD CUST-BALANCE
                   TO WS-PFL-AGED (WS-PFL-SUB, WS-BUCKET)
               ADD CUST-BALANCE TO WS-AGED-BY-BUCKET (WS-BUCKET)
               ADD CUST-BALANCE TO WS-AGED-TOTAL
               ADD 1 TO WS-CUSTOMERS-AGED
           END-IF.

       2700-SET-RESERVE SECTION.
       2705-APPLY-LOSS-RATES.
           PERFORM 2710-RESERVE-ONE-PORTFOLIO
               VARYING WS-PFL-SUB FROM 1 BY 1
               UNTIL WS-PFL-SUB > WS-PFL-COUNT
           PERFORM 2730-CARRY-PRIOR-RESERVE
           PERFORM 2740-SAVE-PERIOD-RESERVE
           PERFORM 2750-WRITE-GL-TRUE-UP

      * 2710-2750 already ran above via the explicit PERFORMs - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2710-RESERVE-ONE-PORTFOLIO.
           MOVE ZERO TO WS-PFL-RESERVE (WS-PFL-SUB)
           PERFORM 2720-RESERVE-ONE-BUCKET
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 4
           ADD WS-PFL-RESERVE (WS-PFL-SUB) TO WS-NEW-RESERVE.

       2720-RESERVE-ONE-BUCKET.
           COMPUTE WS-BUCKET-RESERVE ROUNDED =
               WS-PFL-AGED (WS-PFL-SUB, WS-FROM-SUB)
               * WS-MIG-LOSS-RATE (WS-FROM-SUB)
           ADD WS-BUCKET-RESERVE TO WS-PFL-RESERVE (WS-PFL-SUB)
           ADD WS-BUCKET-RESERVE TO WS-RESERVE-BY-BUCKET (WS-FROM-SUB).

       2730-CARRY-PRIOR-RESERVE.
      * What the books carry now: this period's own row if an
      * earlier run already set it, otherwise last month's
           MOVE WS-COMPANY-ID TO ALW-COMPANY-ID
           MOVE WS-PRIOR-PERIOD TO ALW-PERIOD-ID
           READ ALLOWANCE-RESERVE-FILE
               INVALID KEY
                   DISPLAY 'NO PRIOR RESERVE ON FILE FOR '
                       WS-PRIOR-PERIOD ' - FULL RESERVE BOOKED'
               NOT INVALID KEY
                   SET PRIOR-ROW-FOUND TO TRUE
                   MOVE ALW-RESERVE-AMOUNT TO WS-PRIOR-RESERVE
           END-READ
           MOVE WS-PRIOR-RESERVE TO WS-BOOKED-RESERVE
           MOVE WS-COMPANY-ID TO ALW-COMPANY-ID
           MOVE WS-RUN-PERIOD TO ALW-PERIOD-ID
           READ ALLOWANCE-RESERVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PERIOD-ROW-EXISTS TO TRUE
                   MOVE ALW-RESERVE-AMOUNT TO WS-BOOKED-RESERVE
           END-READ
           COMPUTE WS-MONTH-CHANGE = WS-NEW-RESERVE - WS-PRIOR-RESERVE
           COMPUTE WS-TRUE-UP-AMOUNT =
               WS-NEW-RESERVE - WS-BOOKED-RESERVE.

       2740-SAVE-PERIOD-RESERVE.
           MOVE WS-COMPANY-ID TO ALW-COMPANY-ID
           MOVE WS-RUN-PERIOD TO ALW-PERIOD-ID
           MOVE WS-AGED-TOTAL TO ALW-AGED-BALANCE
           MOVE WS-NEW-RESERVE TO ALW-RESERVE-AMOUNT
           PERFORM 2745-COPY-LOSS-RATE
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 4
           MOVE STD-CURRENT-DATE TO ALW-RUN-DATE
           MOVE STD-CURRENT-TIME TO ALW-RUN-TIME
           IF PERIOD-ROW-EXISTS
               REWRITE ALLOWANCE-RESERVE-RECORD
                   INVALID KEY
                       DISPLAY 'RESERVE REWRITE FAILED: '
                           WS-ALW-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
               END-REWRITE
           ELSE
               WRITE ALLOWANCE-RESERVE-RECORD
                   INVALID KEY
                       DISPLAY 'RESERVE WRITE FAILED: '
                           WS-ALW-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
               END-WRITE
           END-IF.

       2745-COPY-LOSS-RATE.
           MOVE WS-MIG-LOSS-RATE (WS-FROM-SUB)
               TO ALW-LOSS-RATE (WS-FROM-SUB).

       2750-WRITE-GL-TRUE-UP.
      * A zero true-up still writes its row - the GL run shows the
      * reserve was reviewed and left where it was
           MOVE STD-CURRENT-DATE TO ALG-RUN-DATE
           MOVE WS-COMPANY-ID TO ALG-COMPANY-ID
           MOVE WS-RUN-PERIOD TO ALG-PERIOD-ID
           MOVE WS-BOOKED-RESERVE TO ALG-PRIOR-RESERVE
           MOVE WS-NEW-RESERVE TO ALG-NEW-RESERVE
           MOVE WS-TRUE-UP-AMOUNT TO ALG-TRUE-UP-AMOUNT
           WRITE RESERVE-GL-RECORD.

       2800-WRITE-RESERVE-REPORT SECTION.
       2805-WRITE-HEADINGS.
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING 'ALLOWANCE FOR DOUBTFUL ACCOUNTS - COMPANY '
                   DELIMITED BY SIZE
               WS-COMPANY-ID DELIMITED BY SIZE
               '  PERIOD ' DELIMITED BY SIZE
               WS-RUN-PERIOD DELIMITED BY SIZE
               '  RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING 'ROLL-RATE MATRIX - MONTHS ' DELIMITED BY SIZE
               WS-WINDOW-START DELIMITED BY SIZE
               ' THROUGH ' DELIMITED BY SIZE
               WS-RUN-PERIOD DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING 'FROM      ' DELIMITED BY SIZE
               '  START BALANCE' DELIMITED BY SIZE
               '        CURRENT' DELIMITED BY SIZE
               '          30-59' DELIMITED BY SIZE
               '          60-89' DELIMITED BY SIZE
               '        90-PLUS' DELIMITED BY SIZE
               '       WRITEOFF' DELIMITED BY SIZE
               '     PAID/CURED' DELIMITED BY SIZE
               '   ROLL %' DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           PERFORM 2810-WRITE-MATRIX-ROW
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 4
           MOVE SPACES TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           PERFORM 2820-WRITE-LOSS-RATE-ROW
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 4
           MOVE SPACES TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING 'PORTFOLIO ' DELIMITED BY SIZE
               '    ACCOUNTS' DELIMITED BY SIZE
               '        CURRENT' DELIMITED BY SIZE
               '          30-59' DELIMITED BY SIZE
               '          60-89' DELIMITED BY SIZE
               '        90-PLUS' DELIMITED BY SIZE
               '        RESERVE' DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           PERFORM 2830-WRITE-PORTFOLIO-ROW
               VARYING WS-PFL-SUB FROM 1 BY 1
               UNTIL WS-PFL-SUB > WS-PFL-COUNT
           PERFORM 2840-WRITE-TOTALS

      * 2810-2840 already ran above via the explicit PERFORMs - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       2810-WRITE-MATRIX-ROW.
           MOVE WS-MIG-BASE (WS-FROM-SUB) TO WS-RPT-AMOUNT (1)
           MOVE ZERO TO WS-CARRIED-TOTAL
           PERFORM 2815-EDIT-MATRIX-CELL
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 5
           COMPUTE WS-RPT-AMOUNT (7) =
               WS-MIG-BASE (WS-FROM-SUB) - WS-CARRIED-TOTAL
           COMPUTE WS-RATE-PERCENT =
               WS-MIG-ROLL-RATE (WS-FROM-SUB) * 100
           MOVE WS-RATE-PERCENT TO WS-RATE-DISPLAY
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING WS-BUCKET-NAME (WS-FROM-SUB) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (1) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (3) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (4) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (5) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (6) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (7) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RATE-DISPLAY DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE.

       2815-EDIT-MATRIX-CELL.
           MOVE WS-MIG-TO (WS-FROM-SUB, WS-TO-SUB)
               TO WS-RPT-AMOUNT (WS-TO-SUB + 1)
           ADD WS-MIG-TO (WS-FROM-SUB, WS-TO-SUB)
               TO WS-CARRIED-TOTAL.

       2820-WRITE-LOSS-RATE-ROW.
           COMPUTE WS-RATE-PERCENT =
               WS-MIG-ROLL-RATE (WS-FROM-SUB) * 100
           MOVE WS-RATE-PERCENT TO WS-RATE-DISPLAY
           COMPUTE WS-RATE-PERCENT =
               WS-MIG-LOSS-RATE (WS-FROM-SUB) * 100
           MOVE WS-RATE-PERCENT TO WS-RATE-DISPLAY-2
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING 'LOSS RATE ' DELIMITED BY SIZE
               WS-BUCKET-NAME (WS-FROM-SUB) DELIMITED BY SIZE
               '  ROLL % ' DELIMITED BY SIZE
               WS-RATE-DISPLAY DELIMITED BY SIZE
               '  LOSS % ' DELIMITED BY SIZE
               WS-RATE-DISPLAY-2 DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE.

       2830-WRITE-PORTFOLIO-ROW.
           MOVE WS-PFL-AGED (WS-PFL-SUB, 1) TO WS-RPT-AMOUNT (1)
           MOVE WS-PFL-AGED (WS-PFL-SUB, 2) TO WS-RPT-AMOUNT (2)
           MOVE WS-PFL-AGED (WS-PFL-SUB, 3) TO WS-RPT-AMOUNT (3)
           MOVE WS-PFL-AGED (WS-PFL-SUB, 4) TO WS-RPT-AMOUNT (4)
           MOVE WS-PFL-RESERVE (WS-PFL-SUB) TO WS-RPT-AMOUNT (5)
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING WS-PFL-ID (WS-PFL-SUB) DELIMITED BY SIZE
               '            ' DELIMITED BY SIZE
               WS-PFL-ACCOUNTS (WS-PFL-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (1) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (3) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (4) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (5) DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE.

       2840-WRITE-TOTALS.
           MOVE WS-AGED-BY-BUCKET (1) TO WS-RPT-AMOUNT (1)
           MOVE WS-AGED-BY-BUCKET (2) TO WS-RPT-AMOUNT (2)
           MOVE WS-AGED-BY-BUCKET (3) TO WS-RPT-AMOUNT (3)
           MOVE WS-AGED-BY-BUCKET (4) TO WS-RPT-AMOUNT (4)
           MOVE WS-NEW-RESERVE TO WS-RPT-AMOUNT (5)
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING 'COMPANY ' DELIMITED BY SIZE
               WS-COMPANY-ID DELIMITED BY SIZE
               '          ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (1) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (3) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (4) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (5) DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           MOVE SPACES TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           MOVE WS-PRIOR-RESERVE TO WS-RPT-AMOUNT (1)
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING 'PRIOR MONTH RESERVE (' DELIMITED BY SIZE
               WS-PRIOR-PERIOD DELIMITED BY SIZE
               ')      ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (1) DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           MOVE WS-NEW-RESERVE TO WS-RPT-AMOUNT (1)
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING 'REQUIRED RESERVE (' DELIMITED BY SIZE
               WS-RUN-PERIOD DELIMITED BY SIZE
               ')         ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (1) DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           MOVE WS-MONTH-CHANGE TO WS-RPT-AMOUNT (1)
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING 'CHANGE FROM PRIOR MONTH        ' DELIMITED BY SIZE
               WS-RPT-AMOUNT (1) DELIMITED BY SIZE
               INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           MOVE WS-TRUE-UP-AMOUNT TO WS-RPT-AMOUNT (1)
           MOVE SPACES TO RESERVE-REPORT-LINE
           IF PERIOD-ROW-EXISTS
               STRING 'TRUE-UP (PERIOD ALREADY SET)   '
                       DELIMITED BY SIZE
                   WS-RPT-AMOUNT (1) DELIMITED BY SIZE
                   INTO RESERVE-REPORT-LINE
           ELSE
               STRING 'TRUE-UP TO GL                  '
                       DELIMITED BY SIZE
                   WS-RPT-AMOUNT (1) DELIMITED BY SIZE
                   INTO RESERVE-REPORT-LINE
           END-IF
           WRITE RESERVE-REPORT-LINE.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           IF NOT BHST-FILE-MISSING
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           IF RECOVERY-WAS-OPENED
               CLOSE RECOVERY-FILE
           END-IF
           IF ASSIGNMENTS-WERE-OPENED
               CLOSE OFFICER-ASSIGN-FILE
           END-IF
           CLOSE ALLOWANCE-RESERVE-FILE
           CLOSE RESERVE-GL-FILE
           CLOSE RESERVE-REPORT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Allowance Reserve Summary:'
           DISPLAY 'Company: ' WS-COMPANY-ID
               '  Period: ' WS-RUN-PERIOD
           DISPLAY 'History Rows Read: ' WS-HISTORY-ROWS-READ
           DISPLAY 'Transitions Used: ' WS-TRANSITIONS-USED
           DISPLAY 'Write-Offs In Window: ' WS-WRITEOFFS-FOUND
           DISPLAY 'Customers Read: ' WS-CUSTOMERS-READ
           DISPLAY 'Customers Aged: ' WS-CUSTOMERS-AGED
           DISPLAY 'Portfolios Reserved: ' WS-PFL-COUNT
           DISPLAY 'Aged Receivables: ' WS-AGED-TOTAL
           DISPLAY 'Prior Reserve: ' WS-PRIOR-RESERVE
           DISPLAY 'Required Reserve: ' WS-NEW-RESERVE
           DISPLAY 'True-Up To GL: ' WS-TRUE-UP-AMOUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-BDR-RETURN-CODE
               MOVE 'ALLOWANCE RESERVE COMPLETED WITH ERRORS'
                   TO LS-BDR-MESSAGE
           ELSE
               MOVE 0 TO LS-BDR-RETURN-CODE
               MOVE 'ALLOWANCE RESERVE COMPLETE' TO LS-BDR-MESSAGE
           END-IF
           EXIT SECTION.
