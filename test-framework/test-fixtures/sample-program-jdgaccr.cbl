       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-JDGACCR.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Monthly post-judgment interest accrual. Kept apart from the
      * ordinary fee run, SAMPLE-PROGRAM-ACCRUAL, on purpose: a
      * litigation hold stops every fee that run assesses, but once
      * the court has ruled, the interest the judgment carries is
      * owed at the statutory rate the judgment states. For each
      * open case on the judgment file, CUSTJDGM:
      *   - interest accrues for every whole month since the case's
      *     last accrual (a missed run catches up on the next one),
      *     simple interest on the unpaid judgment - the amount and
      *     costs, less whatever collections ran past the interest
      *     already accrued, since a payment retires interest first
      *   - court costs the litigation desk added since the last run
      *     are charged to the account once
      * Both go out as CUSTTRAN charge rows, sources JDGINT and
      * CRTCOST, on CUSTJDGT for the posting engine's next run, and
      * every case accrued gets a line on the accrual report.
      * An account in bankruptcy is under the automatic stay: its
      * cases are stepped past the month with nothing charged, and
      * the suppression is logged like every other held action.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JUDGMENT-FILE ASSIGN TO "CUSTJDGM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDG-KEY
               FILE STATUS IS WS-JDG-FILE-STATUS.

      * The account's currency, which every charge row must carry;
      * read only
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * Legal holds - only a bankruptcy stops judgment interest;
      * optional, missing means no holds
           SELECT HOLD-FILE ASSIGN TO "CUSTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CUST-ID
               FILE STATUS IS WS-HLD-FILE-STATUS.

      * Proof trail of every action a hold suppressed
           SELECT HOLD-SUPPRESSION-LOG ASSIGN TO "CUSTHLDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSL-FILE-STATUS.

      * Interest and cost charges for the posting engine's next run
           SELECT JUDGMENT-TRAN-FILE ASSIGN TO "CUSTJDGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "CUSTJDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JUDGMENT-FILE.
           COPY JUDGMENT-RECORD.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  HOLD-FILE.
           COPY HOLD-RECORD.

       FD  HOLD-SUPPRESSION-LOG.
           COPY HOLD-SUPPRESSION-RECORD.

       FD  JUDGMENT-TRAN-FILE.
           COPY CUSTTRAN-RECORD.

       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-JDG-FILE-STATUS      PIC XX.
           88  JDG-FILE-OK         VALUE '00'.
           88  JDG-FILE-MISSING    VALUE '35'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-HLD-FILE-STATUS      PIC XX.
           88  HLD-FILE-OK         VALUE '00'.
           88  HLD-FILE-MISSING    VALUE '35'.

       01  WS-HSL-FILE-STATUS      PIC XX.
           88  HSL-FILE-OK         VALUE '00'.

       01  WS-TRN-FILE-STATUS      PIC XX.
           88  TRN-FILE-OK         VALUE '00'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-SCAN-DONE-FLAG   PIC X VALUE 'N'.
               88  SCAN-DONE       VALUE 'Y'.
           05  WS-HOLD-OPEN-FLAG   PIC X VALUE 'N'.
               88  HOLD-FILE-WAS-OPENED VALUE 'Y'.
           05  WS-STAY-FLAG        PIC X VALUE 'N'.
               88  ACCOUNT-UNDER-STAY VALUE 'Y'.

      * Whole months from the last accrual to this run, figured on
      * year * 12 + month so a year boundary needs no special case
       01  WS-MONTH-WORK.
           05  WS-RUN-MONTH-INDEX  PIC 9(7).
           05  WS-LAST-MONTH-INDEX PIC 9(7).
           05  WS-MONTHS-DUE       PIC S9(5).
       01  WS-DATE-SPLIT.
           05  WS-SPLIT-YEAR       PIC 9(4).
           05  WS-SPLIT-MONTH      PIC 9(2).
           05  WS-SPLIT-DAY        PIC 9(2).

       01  WS-INTEREST-BASE        PIC S9(8)V99.
       01  WS-INTEREST-PAID        PIC S9(8)V99.
       01  WS-INTEREST-AMOUNT      PIC S9(7)V99.
       01  WS-COSTS-DUE            PIC S9(7)V99.

       01  WS-COUNTERS.
           05  WS-CASES-READ       PIC 9(6) VALUE ZERO.
           05  WS-CASES-ACCRUED    PIC 9(6) VALUE ZERO.
           05  WS-CASES-STAYED     PIC 9(6) VALUE ZERO.
           05  WS-INTEREST-ROWS    PIC 9(6) VALUE ZERO.
           05  WS-COST-ROWS        PIC 9(6) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(6) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-INTEREST-TOTAL   PIC S9(9)V99 VALUE ZERO.
           05  WS-COSTS-TOTAL      PIC S9(9)V99 VALUE ZERO.

       01  WS-AMOUNT-DISPLAY       PIC -,---,--9.99.
       01  WS-BASE-DISPLAY         PIC --,---,--9.99.
       01  WS-TOTAL-DISPLAY        PIC ---,---,--9.99.
       01  WS-MONTHS-DISPLAY       PIC ZZ9.

       LINKAGE SECTION.
       01  LS-JDGACCR-PARM-AREA.
           05  LS-JDA-RETURN-CODE  PIC S9(4) COMP.
           05  LS-JDA-MESSAGE      PIC X(50).
           05  LS-JDA-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-JDGACCR-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCRUE-JUDGMENTS
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-JDA-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-JDA-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME

      * No judgment was ever recorded - nothing accrues
           OPEN I-O JUDGMENT-FILE
           IF NOT JDG-FILE-OK
               IF JDG-FILE-MISSING
                   DISPLAY 'NO JUDGMENT FILE - NOTHING TO ACCRUE'
                   MOVE 0 TO LS-JDA-RETURN-CODE
                   MOVE 'NO JUDGMENT FILE PRESENT' TO LS-JDA-MESSAGE
               ELSE
                   DISPLAY 'ERROR OPENING JUDGMENT FILE: '
                       WS-JDG-FILE-STATUS
                   MOVE 8 TO LS-JDA-RETURN-CODE
                   MOVE 'JUDGMENT FILE NOT OPENED' TO LS-JDA-MESSAGE
               END-IF
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-JDA-RETURN-CODE
               GOBACK
           END-IF

      * Optional legal-hold file - missing means no holds to honor
           OPEN INPUT HOLD-FILE
           IF HLD-FILE-OK
               SET HOLD-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT HLD-FILE-MISSING
                   DISPLAY 'ERROR OPENING LEGAL HOLD FILE: '
                       WS-HLD-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-JDA-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Suppression log accumulates across programs, so appended -
      * created on first use like the audit files
           OPEN EXTEND HOLD-SUPPRESSION-LOG
           IF HSL-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT HOLD-SUPPRESSION-LOG
           END-IF
           IF NOT HSL-FILE-OK
               DISPLAY 'ERROR OPENING HOLD SUPPRESSION LOG: '
                   WS-HSL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-JDA-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT JUDGMENT-TRAN-FILE
           IF NOT TRN-FILE-OK
               DISPLAY 'ERROR OPENING JUDGMENT TRANSACTION FILE: '
                   WS-TRN-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-JDA-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ACCRUAL-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING JUDGMENT ACCRUAL REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-JDA-RETURN-CODE
               GOBACK
           END-IF

           MOVE STD-CURRENT-DATE TO WS-DATE-SPLIT
           COMPUTE WS-RUN-MONTH-INDEX =
               WS-SPLIT-YEAR * 12 + WS-SPLIT-MONTH.

       1200-WRITE-REPORT-HEADER.
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING 'POST-JUDGMENT INTEREST ACCRUAL - RUN '
               DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING 'CUST-ID   CASE ATTORNEY MONTHS  INTEREST BASE'
               DELIMITED BY SIZE
               '      INTEREST   COSTS CHARGED' DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE.

       2000-ACCRUE-JUDGMENTS SECTION.
       2010-WALK-CONTROL.
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO JDG-KEY
           START JUDGMENT-FILE KEY IS NOT LESS THAN JDG-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-JUDGMENT
               UNTIL SCAN-DONE

      * 2100 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2100-READ-NEXT-JUDGMENT.
           READ JUDGMENT-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CASES-READ
                   IF JDG-OPEN
                       PERFORM 2200-ACCRUE-ONE-CASE
                   END-IF
           END-READ.

       2200-ACCRUE-ONE-CASE.
           MOVE JDG-LAST-ACCRUAL-DATE TO WS-DATE-SPLIT
           COMPUTE WS-LAST-MONTH-INDEX =
               WS-SPLIT-YEAR * 12 + WS-SPLIT-MONTH
           COMPUTE WS-MONTHS-DUE =
               WS-RUN-MONTH-INDEX - WS-LAST-MONTH-INDEX
           COMPUTE WS-COSTS-DUE = JDG-COURT-COSTS - JDG-COSTS-POSTED
      * Already accrued this month, and no new costs - nothing to do
           IF WS-MONTHS-DUE > ZERO OR WS-COSTS-DUE > ZERO
               PERFORM 2210-CHECK-STAY
               IF ACCOUNT-UNDER-STAY
                   PERFORM 2250-STEP-PAST-STAY
               ELSE
                   PERFORM 2300-CHARGE-CASE
               END-IF
           END-IF.

       2210-CHECK-STAY.
           MOVE 'N' TO WS-STAY-FLAG
           IF HOLD-FILE-WAS-OPENED
               MOVE JDG-CUST-ID TO HLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-ACTIVE-HOLD AND HLD-BANKRUPTCY
                           SET ACCOUNT-UNDER-STAY TO TRUE
                       END-IF
               END-READ
           END-IF.

       2250-STEP-PAST-STAY.
      * Nothing accrues while the stay is in force, and nothing is
      * owed back for it afterward - the months are stepped past,
      * the unposted costs wait, and legal gets its proof row
           IF WS-MONTHS-DUE > ZERO
               MOVE STD-CURRENT-DATE TO JDG-LAST-ACCRUAL-DATE
               PERFORM 2900-REWRITE-JUDGMENT
           END-IF
           MOVE JDG-CUST-ID TO HSL-CUST-ID
           MOVE 'SAMPLE-PROGRAM-JDGACCR' TO HSL-PROGRAM-NAME
           MOVE 'JUDGMENT-INTEREST' TO HSL-ACTION-HELD
           ACCEPT HSL-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT HSL-LOG-TIME FROM TIME
           WRITE HOLD-SUPPRESSION-RECORD
           ADD 1 TO WS-CASES-STAYED.

       2300-CHARGE-CASE.
           MOVE JDG-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM 2800-REPORT-MISSING-ACCOUNT
               NOT INVALID KEY
                   PERFORM 2310-COMPUTE-INTEREST
                   PERFORM 2400-WRITE-CHARGES
           END-READ.

       2310-COMPUTE-INTEREST.
      * A payment retires accrued interest first, so only the part
      * of what was collected that ran past the interest comes off
      * the amount and costs the interest runs on
           MOVE ZERO TO WS-INTEREST-AMOUNT
           MOVE ZERO TO WS-INTEREST-BASE
           IF WS-MONTHS-DUE > ZERO
               COMPUTE WS-INTEREST-PAID =
                   JDG-COLLECTED - JDG-INTEREST-ACCRUED
               IF WS-INTEREST-PAID < ZERO
                   MOVE ZERO TO WS-INTEREST-PAID
               END-IF
               COMPUTE WS-INTEREST-BASE =
                   JDG-JUDGMENT-AMOUNT + JDG-COURT-COSTS
                   - WS-INTEREST-PAID
               IF WS-INTEREST-BASE < ZERO
                   MOVE ZERO TO WS-INTEREST-BASE
               END-IF
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   WS-INTEREST-BASE * JDG-INTEREST-RATE
                   * WS-MONTHS-DUE / 1200
           END-IF.

       2400-WRITE-CHARGES.
           IF WS-INTEREST-AMOUNT > ZERO
               MOVE 'JDGINT  ' TO TRN-SOURCE-CODE
               MOVE WS-INTEREST-AMOUNT TO TRN-AMOUNT
               PERFORM 2450-WRITE-CHARGE-ROW
               ADD WS-INTEREST-AMOUNT TO JDG-INTEREST-ACCRUED
               ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
               ADD 1 TO WS-INTEREST-ROWS
           END-IF
           IF WS-COSTS-DUE > ZERO
               MOVE 'CRTCOST ' TO TRN-SOURCE-CODE
               MOVE WS-COSTS-DUE TO TRN-AMOUNT
               PERFORM 2450-WRITE-CHARGE-ROW
               MOVE JDG-COURT-COSTS TO JDG-COSTS-POSTED
               ADD WS-COSTS-DUE TO WS-COSTS-TOTAL
               ADD 1 TO WS-COST-ROWS
           ELSE
               MOVE ZERO TO WS-COSTS-DUE
           END-IF
           IF WS-MONTHS-DUE > ZERO
               MOVE STD-CURRENT-DATE TO JDG-LAST-ACCRUAL-DATE
           ELSE
               MOVE ZERO TO WS-MONTHS-DUE
           END-IF
           PERFORM 2900-REWRITE-JUDGMENT
           ADD 1 TO WS-CASES-ACCRUED
           PERFORM 2500-WRITE-REPORT-LINE.

       2450-WRITE-CHARGE-ROW.
           MOVE JDG-CUST-ID TO TRN-CUST-ID
           SET TRN-CHARGE TO TRUE
           MOVE CUST-CURRENCY-CODE TO TRN-CURRENCY-CODE
           MOVE STD-CURRENT-DATE TO TRN-TRANS-DATE
           MOVE SPACES TO TRN-REMITTER-NAME
           MOVE ZERO TO TRN-INVOICE-REF
           MOVE ZERO TO TRN-REMIT-PARENT-ID
           MOVE ZERO TO TRN-REMIT-TOTAL
           WRITE CUSTOMER-TRAN-RECORD.

       2500-WRITE-REPORT-LINE.
           MOVE WS-MONTHS-DUE TO WS-MONTHS-DISPLAY
           MOVE WS-INTEREST-BASE TO WS-BASE-DISPLAY
           MOVE WS-INTEREST-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-COSTS-DUE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING JDG-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JDG-CASE-NO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               JDG-ATTORNEY-CODE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-MONTHS-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BASE-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE.

       2800-REPORT-MISSING-ACCOUNT.
      * A case with no account behind it cannot be charged - it is
      * left exactly as it was for someone to research
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING JDG-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JDG-CASE-NO DELIMITED BY SIZE
               '  EXCEPTION - NO CUSTOMER ROW, NOT ACCRUED'
               DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE.

       2900-REWRITE-JUDGMENT.
           REWRITE JUDGMENT-RECORD
               INVALID KEY
                   DISPLAY 'JUDGMENT REWRITE FAILED, CUST-ID '
                       JDG-CUST-ID ' CASE ' JDG-CASE-NO
                       ' STATUS=' WS-JDG-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
           END-REWRITE.

       3000-FINALIZE SECTION.
       3100-WRITE-REPORT-TOTALS.
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE WS-INTEREST-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING 'TOTAL JUDGMENT INTEREST  ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE WS-COSTS-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING 'TOTAL COURT COSTS CHARGED' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE.

       3200-CLOSE-FILES.
           CLOSE JUDGMENT-FILE
           CLOSE CUSTOMER-FILE
           IF HOLD-FILE-WAS-OPENED
               CLOSE HOLD-FILE
           END-IF
           CLOSE HOLD-SUPPRESSION-LOG
           CLOSE JUDGMENT-TRAN-FILE
           CLOSE ACCRUAL-REPORT-FILE.

       3300-DISPLAY-SUMMARY.
           DISPLAY 'Judgment Interest Accrual Summary:'
           DISPLAY 'Cases Read: ' WS-CASES-READ
           DISPLAY 'Cases Accrued: ' WS-CASES-ACCRUED
           DISPLAY 'Cases Stayed (Bankruptcy): ' WS-CASES-STAYED
           DISPLAY 'Interest Rows Written: ' WS-INTEREST-ROWS
           DISPLAY 'Court Cost Rows Written: ' WS-COST-ROWS
           DISPLAY 'Total Interest: ' WS-INTEREST-TOTAL
           DISPLAY 'Total Court Costs: ' WS-COSTS-TOTAL
           DISPLAY 'Exceptions: ' WS-EXCEPTION-COUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-JDA-RETURN-CODE
               MOVE 'JUDGMENT ACCRUAL COMPLETED WITH ERRORS'
                   TO LS-JDA-MESSAGE
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO LS-JDA-RETURN-CODE
                   MOVE 'JUDGMENT ACCRUAL - EXCEPTIONS TO RESEARCH'
                       TO LS-JDA-MESSAGE
               ELSE
                   MOVE 0 TO LS-JDA-RETURN-CODE
                   MOVE 'JUDGMENT ACCRUAL COMPLETE' TO LS-JDA-MESSAGE
               END-IF
           END-IF
           EXIT SECTION.
