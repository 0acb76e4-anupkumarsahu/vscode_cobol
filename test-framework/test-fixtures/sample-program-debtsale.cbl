       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-DEBTSALE.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Charged-off debt sale to a third-party buyer. A written-off
      * account sits on the recovery file, CUSTRCOV, for years
      * bringing in a few cents on the dollar; finance sells aged
      * vintages instead. The run is handed a sale id, the buyer's
      * code, the write-off vintage to sell (from and to dates), a
      * minimum unrecovered balance, and the price as a percent of
      * the balance sold. Every recovery row written off inside the
      * vintage with at least the minimum still unrecovered is
      * screened, and is left out when the account:
      *   - is already sold, or was put back by a buyer before
      *   - is in bankruptcy (an active case, or the type-B hold)
      *   - belongs to a customer reported deceased
      *   - has a dispute open
      *   - is time-barred - a debt that can no longer be sued on
      *     is not sold as though it could
      *   - is under any other active legal or compliance hold
      * Each account that passes goes on the buyer's file, CUSTSALE,
      * with its contact, balance, and history - the write-off, what
      * has been recovered since and when, and the payment and
      * delinquency dates the statute clock runs from. The sale
      * report lists every account sold or left out, and why.
      * Unless the commit flag is Y the run is a preview: the buyer's
      * file and the report are written so finance can price the
      * pool, and nothing else changes. A committed run writes the
      * account's row on the debt-sale file, CUSTSOLD - from then on
      * the posting engine forwards its payments to the buyer
      * instead of recovering them - and appends the sale proceeds
      * to the debt-sale GL memo, CUSTSLGL, for GLGEN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Charged-off accounts and what each has recovered - the pool
      * the sale is drawn from
           SELECT RECOVERY-FILE ASSIGN TO "CUSTRCOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-CUST-ID
               FILE STATUS IS WS-RCV-FILE-STATUS.

      * Name and contact for the buyer's file; read only
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * Accounts already sold or put back
           SELECT DEBT-SALE-FILE ASSIGN TO "CUSTSOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSL-CUST-ID
               FILE STATUS IS WS-DSL-FILE-STATUS.

      * Bankruptcy cases; optional
           SELECT BANKRUPTCY-FILE ASSIGN TO "CUSTBKRP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-FILE-STATUS.

      * Deceased customers; optional
           SELECT DECEASED-FILE ASSIGN TO "CUSTDCSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CUST-ID
               FILE STATUS IS WS-DEC-FILE-STATUS.

      * Disputed balances; optional
           SELECT DISPUTE-FILE ASSIGN TO "CUSTDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CUST-ID
               FILE STATUS IS WS-DSP-FILE-STATUS.

      * Statute-of-limitations tracking - the time-barred status and
      * the dates the buyer's file carries; optional
           SELECT TIME-BAR-FILE ASSIGN TO "CUSTTBAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBR-CUST-ID
               FILE STATUS IS WS-TBR-FILE-STATUS.

      * Legal and compliance holds; optional
           SELECT HOLD-FILE ASSIGN TO "CUSTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CUST-ID
               FILE STATUS IS WS-HLD-FILE-STATUS.

      * The accounts going to the buyer, buyer format
           SELECT BUYER-FILE ASSIGN TO "CUSTSALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BYR-FILE-STATUS.

      * Sale proceeds for GLGEN, appended across runs
           SELECT SALE-GL-FILE ASSIGN TO "CUSTSLGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGL-FILE-STATUS.

           SELECT SALE-REPORT-FILE ASSIGN TO "CUSTSLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-FILE.
           COPY RECOVERY-RECORD.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  DEBT-SALE-FILE.
           COPY DEBT-SALE-RECORD.

       FD  BANKRUPTCY-FILE.
           COPY BANKRUPTCY-RECORD.

       FD  DECEASED-FILE.
           COPY DECEASED-RECORD.

       FD  DISPUTE-FILE.
           COPY DISPUTE-RECORD.

       FD  TIME-BAR-FILE.
           COPY TIME-BAR-RECORD.

       FD  HOLD-FILE.
           COPY HOLD-RECORD.

       FD  BUYER-FILE.
       01  BUYER-RECORD.
           05  BYR-SALE-ID         PIC X(10).
           05  BYR-CUST-ID         PIC 9(9).
           05  BYR-CUST-NAME       PIC X(30).
           05  BYR-ADDRESS-LINE-1  PIC X(30).
           05  BYR-ADDRESS-LINE-2  PIC X(30).
           05  BYR-CITY            PIC X(20).
           05  BYR-STATE           PIC X(2).
           05  BYR-ZIP-CODE        PIC X(10).
           05  BYR-PHONE           PIC X(15).
           05  BYR-CURRENCY-CODE   PIC X(3).
      * The balance that changes hands, and how it was arrived at
           05  BYR-BALANCE-SOLD    PIC S9(7)V99.
           05  BYR-WRITEOFF-AMOUNT PIC S9(7)V99.
           05  BYR-WRITEOFF-DATE   PIC 9(8).
           05  BYR-RECOVERED-AMOUNT PIC S9(9)V99.
           05  BYR-LAST-RECOVERY-DATE PIC 9(8).
      * The statute clock's dates, zero when the account was never
      * tracked
           05  BYR-LAST-PAYMENT-DATE PIC 9(8).
           05  BYR-FIRST-DELINQ-DATE PIC 9(8).
           05  BYR-LIMIT-DATE      PIC 9(8).
           05  BYR-SALE-DATE       PIC 9(8).

       FD  SALE-GL-FILE.
           COPY DEBT-SALE-GL-RECORD.

       FD  SALE-REPORT-FILE.
       01  SALE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-RCV-FILE-STATUS      PIC XX.
           88  RCV-FILE-OK         VALUE '00'.
           88  RCV-FILE-MISSING    VALUE '35'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-DSL-FILE-STATUS      PIC XX.
           88  DSL-FILE-OK         VALUE '00'.
           88  DSL-FILE-MISSING    VALUE '35'.

       01  WS-BKR-FILE-STATUS      PIC XX.
           88  BKR-FILE-OK         VALUE '00'.
           88  BKR-FILE-MISSING    VALUE '35'.
       01  WS-BKR-OPENED-FLAG      PIC X VALUE 'N'.
           88  BANKRUPTCY-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-DEC-FILE-STATUS      PIC XX.
           88  DEC-FILE-OK         VALUE '00'.
           88  DEC-FILE-MISSING    VALUE '35'.
       01  WS-DEC-OPENED-FLAG      PIC X VALUE 'N'.
           88  DECEASED-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-DSP-FILE-STATUS      PIC XX.
           88  DSP-FILE-OK         VALUE '00'.
           88  DSP-FILE-MISSING    VALUE '35'.
       01  WS-DSP-OPENED-FLAG      PIC X VALUE 'N'.
           88  DISPUTE-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-TBR-FILE-STATUS      PIC XX.
           88  TBR-FILE-OK         VALUE '00'.
           88  TBR-FILE-MISSING    VALUE '35'.
       01  WS-TBR-OPENED-FLAG      PIC X VALUE 'N'.
           88  TIME-BAR-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-TBR-FOUND-FLAG       PIC X VALUE 'N'.
           88  TIME-BAR-ROW-FOUND  VALUE 'Y'.

       01  WS-HLD-FILE-STATUS      PIC XX.
           88  HLD-FILE-OK         VALUE '00'.
           88  HLD-FILE-MISSING    VALUE '35'.
       01  WS-HLD-OPENED-FLAG      PIC X VALUE 'N'.
           88  HOLD-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-BYR-FILE-STATUS      PIC XX.
           88  BYR-FILE-OK         VALUE '00'.

       01  WS-SGL-FILE-STATUS      PIC XX.
           88  SGL-FILE-OK         VALUE '00'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-SCAN-DONE-FLAG   PIC X VALUE 'N'.
               88  SCAN-DONE       VALUE 'Y'.
           05  WS-COMMIT-FLAG      PIC X VALUE 'N'.
               88  SALE-COMMITTED  VALUE 'Y'.

      * Why an account in the vintage was left out of the sale -
      * spaces when it goes to the buyer
       01  WS-EXCLUDE-REASON       PIC X(24) VALUE SPACES.

       01  WS-BALANCE-UNSOLD       PIC S9(7)V99 VALUE ZERO.
       01  WS-PROCEEDS             PIC S9(7)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(6) VALUE ZERO.
           05  WS-IN-VINTAGE       PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-SOLD    PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-EXCLUDED PIC 9(6) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(6) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-BALANCE-TOTAL    PIC S9(9)V99 VALUE ZERO.
           05  WS-PROCEEDS-TOTAL   PIC S9(9)V99 VALUE ZERO.

       01  WS-AMOUNT-DISPLAY       PIC -,---,--9.99.
       01  WS-PRICE-DISPLAY        PIC ZZ9.9999.
       01  WS-TOTAL-DISPLAY        PIC ---,---,--9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-DEBTSALE-PARM-AREA.
           05  LS-DSL-RETURN-CODE  PIC S9(4) COMP.
           05  LS-DSL-MESSAGE      PIC X(50).
           05  LS-DSL-CUSTOMER-FILE-NAME PIC X(40).
           05  LS-DSL-SALE-ID      PIC X(10).
           05  LS-DSL-BUYER-CODE   PIC X(8).
      * Write-off vintage to sell, inclusive
           05  LS-DSL-VINTAGE-FROM PIC 9(8).
           05  LS-DSL-VINTAGE-TO   PIC 9(8).
           05  LS-DSL-MIN-BALANCE  PIC S9(7)V99.
           05  LS-DSL-PRICE-PCT    PIC 9(3)V9(4).
      * Y = commit the sale; anything else previews it
           05  LS-DSL-COMMIT-FLAG  PIC X.

       PROCEDURE DIVISION USING LS-DEBTSALE-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-ACCOUNTS
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-DSL-SALE-ID = SPACES
                   OR LS-DSL-BUYER-CODE = SPACES
                   OR LS-DSL-PRICE-PCT = ZERO
                   OR LS-DSL-VINTAGE-TO < LS-DSL-VINTAGE-FROM
               DISPLAY 'DEBT SALE NEEDS A SALE ID, BUYER, PRICE, AND '
                   'VINTAGE RANGE'
               MOVE 8 TO LS-DSL-RETURN-CODE
               MOVE 'DEBT SALE PARAMETERS INCOMPLETE' TO LS-DSL-MESSAGE
               GOBACK
           END-IF
           IF LS-DSL-COMMIT-FLAG = 'Y'
               SET SALE-COMMITTED TO TRUE
           END-IF
           IF LS-DSL-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-DSL-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME

      * Nothing was ever written off - nothing to sell
           OPEN INPUT RECOVERY-FILE
           IF NOT RCV-FILE-OK
               IF RCV-FILE-MISSING
                   DISPLAY 'NO RECOVERY FILE - NOTHING TO SELL'
                   MOVE 0 TO LS-DSL-RETURN-CODE
                   MOVE 'NO RECOVERY FILE PRESENT' TO LS-DSL-MESSAGE
               ELSE
                   DISPLAY 'ERROR OPENING RECOVERY FILE: '
                       WS-RCV-FILE-STATUS
                   MOVE 8 TO LS-DSL-RETURN-CODE
                   MOVE 'RECOVERY FILE NOT OPENED' TO LS-DSL-MESSAGE
               END-IF
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DSL-RETURN-CODE
               GOBACK
           END-IF

      * Debt-sale file - created on the first sale like the other
      * keyed side files
           OPEN I-O DEBT-SALE-FILE
           IF DSL-FILE-MISSING
               OPEN OUTPUT DEBT-SALE-FILE
               CLOSE DEBT-SALE-FILE
               OPEN I-O DEBT-SALE-FILE
           END-IF
           IF NOT DSL-FILE-OK
               DISPLAY 'ERROR OPENING DEBT SALE FILE: '
                   WS-DSL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DSL-RETURN-CODE
               GOBACK
           END-IF

      * Optional condition files - a missing one means nobody has
      * that condition
           OPEN INPUT BANKRUPTCY-FILE
           IF BKR-FILE-OK
               SET BANKRUPTCY-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT BKR-FILE-MISSING
                   DISPLAY 'ERROR OPENING BANKRUPTCY FILE: '
                       WS-BKR-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-DSL-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT DECEASED-FILE
           IF DEC-FILE-OK
               SET DECEASED-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DEC-FILE-MISSING
                   DISPLAY 'ERROR OPENING DECEASED FILE: '
                       WS-DEC-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-DSL-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF DSP-FILE-OK
               SET DISPUTE-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT DSP-FILE-MISSING
                   DISPLAY 'ERROR OPENING DISPUTE FILE: '
                       WS-DSP-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-DSL-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT TIME-BAR-FILE
           IF TBR-FILE-OK
               SET TIME-BAR-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT TBR-FILE-MISSING
                   DISPLAY 'ERROR OPENING TIME-BAR FILE: '
                       WS-TBR-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-DSL-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT HOLD-FILE
           IF HLD-FILE-OK
               SET HOLD-FILE-WAS-OPENED TO TRUE
           ELSE
               IF NOT HLD-FILE-MISSING
                   DISPLAY 'ERROR OPENING LEGAL HOLD FILE: '
                       WS-HLD-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-DSL-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT BUYER-FILE
           IF NOT BYR-FILE-OK
               DISPLAY 'ERROR OPENING BUYER FILE: ' WS-BYR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DSL-RETURN-CODE
               GOBACK
           END-IF

      * The GL memo accumulates until GLGEN picks up its night's
      * rows, so appended - created on first use
           OPEN EXTEND SALE-GL-FILE
           IF SGL-FILE-OK
               CONTINUE
           ELSE
               OPEN OUTPUT SALE-GL-FILE
           END-IF
           IF NOT SGL-FILE-OK
               DISPLAY 'ERROR OPENING DEBT SALE GL MEMO: '
                   WS-SGL-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DSL-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SALE-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING DEBT SALE REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-DSL-RETURN-CODE
               GOBACK
           END-IF.

       1200-WRITE-REPORT-HEADER.
           MOVE LS-DSL-PRICE-PCT TO WS-PRICE-DISPLAY
           MOVE SPACES TO SALE-REPORT-LINE
           IF SALE-COMMITTED
               STRING 'CHARGED-OFF DEBT SALE ' DELIMITED BY SIZE
                   LS-DSL-SALE-ID DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   LS-DSL-BUYER-CODE DELIMITED BY SIZE
                   ' - COMMITTED ' DELIMITED BY SIZE
                   STD-CURRENT-DATE DELIMITED BY SIZE
                   INTO SALE-REPORT-LINE
           ELSE
               STRING 'CHARGED-OFF DEBT SALE ' DELIMITED BY SIZE
                   LS-DSL-SALE-ID DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   LS-DSL-BUYER-CODE DELIMITED BY SIZE
                   ' - PREVIEW ONLY ' DELIMITED BY SIZE
                   STD-CURRENT-DATE DELIMITED BY SIZE
                   INTO SALE-REPORT-LINE
           END-IF
           WRITE SALE-REPORT-LINE
           MOVE SPACES TO SALE-REPORT-LINE
           STRING 'VINTAGE ' DELIMITED BY SIZE
               LS-DSL-VINTAGE-FROM DELIMITED BY SIZE
               ' THRU ' DELIMITED BY SIZE
               LS-DSL-VINTAGE-TO DELIMITED BY SIZE
               '   PRICE PCT ' DELIMITED BY SIZE
               WS-PRICE-DISPLAY DELIMITED BY SIZE
               INTO SALE-REPORT-LINE
           WRITE SALE-REPORT-LINE
           MOVE SPACES TO SALE-REPORT-LINE
           WRITE SALE-REPORT-LINE
           MOVE SPACES TO SALE-REPORT-LINE
           STRING 'CUST-ID   WRITE-OFF   BALANCE UNSOLD'
               DELIMITED BY SIZE
               '      PROCEEDS  DISPOSITION' DELIMITED BY SIZE
               INTO SALE-REPORT-LINE
           WRITE SALE-REPORT-LINE.

       2000-SELECT-ACCOUNTS SECTION.
       2010-WALK-CONTROL.
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO RCV-CUST-ID
           START RECOVERY-FILE KEY IS NOT LESS THAN RCV-CUST-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-RECOVERY
               UNTIL SCAN-DONE

      * 2100 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2100-READ-NEXT-RECOVERY.
           READ RECOVERY-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   COMPUTE WS-BALANCE-UNSOLD =
                       RCV-WRITEOFF-AMOUNT - RCV-RECOVERED-AMOUNT
                   IF RCV-WRITEOFF-DATE >= LS-DSL-VINTAGE-FROM
                           AND RCV-WRITEOFF-DATE <= LS-DSL-VINTAGE-TO
                           AND WS-BALANCE-UNSOLD > ZERO
                           AND WS-BALANCE-UNSOLD >= LS-DSL-MIN-BALANCE
                       ADD 1 TO WS-IN-VINTAGE
                       PERFORM 2200-SCREEN-ACCOUNT
                       IF WS-EXCLUDE-REASON = SPACES
                           PERFORM 2400-SELL-ACCOUNT
                       ELSE
                           PERFORM 2500-REPORT-EXCLUSION
                       END-IF
                   END-IF
           END-READ.

       2200-SCREEN-ACCOUNT.
      * The first condition found is the one the report names
           MOVE SPACES TO WS-EXCLUDE-REASON
           MOVE 'N' TO WS-TBR-FOUND-FLAG
           MOVE RCV-CUST-ID TO DSL-CUST-ID
           READ DEBT-SALE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DSL-SOLD
                       MOVE 'ALREADY SOLD' TO WS-EXCLUDE-REASON
                   ELSE
                       MOVE 'PUT BACK BY A BUYER' TO WS-EXCLUDE-REASON
                   END-IF
           END-READ
           IF WS-EXCLUDE-REASON = SPACES
                   AND BANKRUPTCY-FILE-WAS-OPENED
               MOVE RCV-CUST-ID TO BKR-CUST-ID
               READ BANKRUPTCY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BKR-ACTIVE-CASE
                           MOVE 'BANKRUPTCY' TO WS-EXCLUDE-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-EXCLUDE-REASON = SPACES
                   AND DECEASED-FILE-WAS-OPENED
               MOVE RCV-CUST-ID TO DEC-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEC-ACTIVE-CASE
                           MOVE 'DECEASED' TO WS-EXCLUDE-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-EXCLUDE-REASON = SPACES
                   AND DISPUTE-FILE-WAS-OPENED
               MOVE RCV-CUST-ID TO DSP-CUST-ID
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN-DISPUTE
                           MOVE 'DISPUTE OPEN' TO WS-EXCLUDE-REASON
                       END-IF
               END-READ
           END-IF
           IF TIME-BAR-FILE-WAS-OPENED
               MOVE RCV-CUST-ID TO TBR-CUST-ID
               READ TIME-BAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TIME-BAR-ROW-FOUND TO TRUE
                       IF TBR-TIME-BARRED
                               AND WS-EXCLUDE-REASON = SPACES
                           MOVE 'TIME-BARRED' TO WS-EXCLUDE-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-EXCLUDE-REASON = SPACES
                   AND HOLD-FILE-WAS-OPENED
               MOVE RCV-CUST-ID TO HLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-ACTIVE-HOLD
                           EVALUATE TRUE
                               WHEN HLD-BANKRUPTCY
                                   MOVE 'BANKRUPTCY HOLD'
                                       TO WS-EXCLUDE-REASON
                               WHEN HLD-LITIGATION
                                   MOVE 'LITIGATION HOLD'
                                       TO WS-EXCLUDE-REASON
                               WHEN HLD-COMPLIANCE
                                   MOVE 'COMPLIANCE HOLD'
                                       TO WS-EXCLUDE-REASON
                               WHEN OTHER
                                   MOVE 'LEGAL HOLD'
                                       TO WS-EXCLUDE-REASON
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF
      * An account with no customer row behind it cannot be sold -
      * the buyer needs someone to collect from
           IF WS-EXCLUDE-REASON = SPACES
               MOVE RCV-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'NO CUSTOMER ROW' TO WS-EXCLUDE-REASON
                       ADD 1 TO WS-EXCEPTION-COUNT
               END-READ
           END-IF.

       2400-SELL-ACCOUNT.
           MOVE ZERO TO WS-PROCEEDS
           COMPUTE WS-PROCEEDS ROUNDED =
               WS-BALANCE-UNSOLD * LS-DSL-PRICE-PCT / 100
           PERFORM 2410-WRITE-BUYER-ROW
           IF SALE-COMMITTED
               PERFORM 2420-RECORD-SALE
               PERFORM 2430-WRITE-GL-MEMO
           END-IF
           ADD 1 TO WS-ACCOUNTS-SOLD
           ADD WS-BALANCE-UNSOLD TO WS-BALANCE-TOTAL
           ADD WS-PROCEEDS TO WS-PROCEEDS-TOTAL
           MOVE WS-BALANCE-UNSOLD TO WS-AMOUNT-DISPLAY
           MOVE WS-PROCEEDS TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SALE-REPORT-LINE
           STRING RCV-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RCV-WRITEOFF-DATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               '  SOLD' DELIMITED BY SIZE
               INTO SALE-REPORT-LINE
           WRITE SALE-REPORT-LINE.

       2410-WRITE-BUYER-ROW.
           MOVE LS-DSL-SALE-ID TO BYR-SALE-ID
           MOVE RCV-CUST-ID TO BYR-CUST-ID
           MOVE CUST-NAME TO BYR-CUST-NAME
           MOVE CUST-ADDRESS-LINE-1 TO BYR-ADDRESS-LINE-1
           MOVE CUST-ADDRESS-LINE-2 TO BYR-ADDRESS-LINE-2
           MOVE CUST-CITY TO BYR-CITY
           MOVE CUST-STATE TO BYR-STATE
           MOVE CUST-ZIP-CODE TO BYR-ZIP-CODE
           MOVE CUST-PHONE TO BYR-PHONE
           MOVE CUST-CURRENCY-CODE TO BYR-CURRENCY-CODE
           MOVE WS-BALANCE-UNSOLD TO BYR-BALANCE-SOLD
           MOVE RCV-WRITEOFF-AMOUNT TO BYR-WRITEOFF-AMOUNT
           MOVE RCV-WRITEOFF-DATE TO BYR-WRITEOFF-DATE
           MOVE RCV-RECOVERED-AMOUNT TO BYR-RECOVERED-AMOUNT
           MOVE RCV-LAST-RECOVERY-DATE TO BYR-LAST-RECOVERY-DATE
           IF TIME-BAR-ROW-FOUND
               MOVE TBR-LAST-PAYMENT-DATE TO BYR-LAST-PAYMENT-DATE
               MOVE TBR-FIRST-DELINQ-DATE TO BYR-FIRST-DELINQ-DATE
               MOVE TBR-LIMIT-DATE TO BYR-LIMIT-DATE
           ELSE
               MOVE ZERO TO BYR-LAST-PAYMENT-DATE
               MOVE ZERO TO BYR-FIRST-DELINQ-DATE
               MOVE ZERO TO BYR-LIMIT-DATE
           END-IF
           MOVE STD-CURRENT-DATE TO BYR-SALE-DATE
           WRITE BUYER-RECORD.

       2420-RECORD-SALE.
           MOVE RCV-CUST-ID TO DSL-CUST-ID
           MOVE LS-DSL-SALE-ID TO DSL-SALE-ID
           MOVE LS-DSL-BUYER-CODE TO DSL-BUYER-CODE
           MOVE STD-CURRENT-DATE TO DSL-SALE-DATE
           MOVE RCV-WRITEOFF-DATE TO DSL-WRITEOFF-DATE
           MOVE WS-BALANCE-UNSOLD TO DSL-BALANCE-SOLD
           MOVE LS-DSL-PRICE-PCT TO DSL-PRICE-PCT
           MOVE WS-PROCEEDS TO DSL-PROCEEDS
           SET DSL-SOLD TO TRUE
           MOVE ZERO TO DSL-PUTBACK-DATE
           MOVE SPACES TO DSL-PUTBACK-REASON
           MOVE ZERO TO DSL-FORWARDED-AMOUNT
           MOVE ZERO TO DSL-LAST-FORWARD-DATE
           WRITE DEBT-SALE-RECORD
               INVALID KEY
                   DISPLAY 'DEBT SALE WRITE FAILED, CUST-ID '
                       DSL-CUST-ID ' STATUS=' WS-DSL-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
           END-WRITE.

       2430-WRITE-GL-MEMO.
           MOVE STD-CURRENT-DATE TO SGL-RUN-DATE
           MOVE RCV-CUST-ID TO SGL-CUST-ID
           MOVE LS-DSL-SALE-ID TO SGL-SALE-ID
           MOVE LS-DSL-BUYER-CODE TO SGL-BUYER-CODE
           SET SGL-SALE-PROCEEDS TO TRUE
           MOVE WS-PROCEEDS TO SGL-AMOUNT
           WRITE DEBT-SALE-GL-RECORD.

       2500-REPORT-EXCLUSION.
           ADD 1 TO WS-ACCOUNTS-EXCLUDED
           MOVE WS-BALANCE-UNSOLD TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SALE-REPORT-LINE
           STRING RCV-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RCV-WRITEOFF-DATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               '                 EXCLUDED - ' DELIMITED BY SIZE
               WS-EXCLUDE-REASON DELIMITED BY SIZE
               INTO SALE-REPORT-LINE
           WRITE SALE-REPORT-LINE.

       3000-FINALIZE SECTION.
       3100-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SALE-REPORT-LINE
           WRITE SALE-REPORT-LINE
           MOVE WS-ACCOUNTS-SOLD TO WS-COUNT-DISPLAY
           MOVE SPACES TO SALE-REPORT-LINE
           STRING 'ACCOUNTS SOLD      ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO SALE-REPORT-LINE
           WRITE SALE-REPORT-LINE
           MOVE WS-ACCOUNTS-EXCLUDED TO WS-COUNT-DISPLAY
           MOVE SPACES TO SALE-REPORT-LINE
           STRING 'ACCOUNTS EXCLUDED  ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO SALE-REPORT-LINE
           WRITE SALE-REPORT-LINE
           MOVE WS-BALANCE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SALE-REPORT-LINE
           STRING 'TOTAL BALANCE SOLD ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO SALE-REPORT-LINE
           WRITE SALE-REPORT-LINE
           MOVE WS-PROCEEDS-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SALE-REPORT-LINE
           STRING 'TOTAL PROCEEDS     ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO SALE-REPORT-LINE
           WRITE SALE-REPORT-LINE.

       3200-CLOSE-FILES.
           CLOSE RECOVERY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE DEBT-SALE-FILE
           IF BANKRUPTCY-FILE-WAS-OPENED
               CLOSE BANKRUPTCY-FILE
           END-IF
           IF DECEASED-FILE-WAS-OPENED
               CLOSE DECEASED-FILE
           END-IF
           IF DISPUTE-FILE-WAS-OPENED
               CLOSE DISPUTE-FILE
           END-IF
           IF TIME-BAR-FILE-WAS-OPENED
               CLOSE TIME-BAR-FILE
           END-IF
           IF HOLD-FILE-WAS-OPENED
               CLOSE HOLD-FILE
           END-IF
           CLOSE BUYER-FILE
           CLOSE SALE-GL-FILE
           CLOSE SALE-REPORT-FILE.

       3300-DISPLAY-SUMMARY.
           DISPLAY 'Debt Sale Summary:'
           IF SALE-COMMITTED
               DISPLAY 'Sale ' LS-DSL-SALE-ID ' Committed'
           ELSE
               DISPLAY 'Sale ' LS-DSL-SALE-ID ' Previewed Only'
           END-IF
           DISPLAY 'Recovery Rows Read: ' WS-ROWS-READ
           DISPLAY 'Accounts In Vintage: ' WS-IN-VINTAGE
           DISPLAY 'Accounts Sold: ' WS-ACCOUNTS-SOLD
           DISPLAY 'Accounts Excluded: ' WS-ACCOUNTS-EXCLUDED
           DISPLAY 'Balance Sold: ' WS-BALANCE-TOTAL
           DISPLAY 'Proceeds: ' WS-PROCEEDS-TOTAL
           DISPLAY 'Exceptions: ' WS-EXCEPTION-COUNT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-DSL-RETURN-CODE
               MOVE 'DEBT SALE COMPLETED WITH ERRORS' TO LS-DSL-MESSAGE
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO LS-DSL-RETURN-CODE
                   MOVE 'DEBT SALE - EXCEPTIONS TO RESEARCH'
                       TO LS-DSL-MESSAGE
               ELSE
                   MOVE 0 TO LS-DSL-RETURN-CODE
                   MOVE 'DEBT SALE COMPLETE' TO LS-DSL-MESSAGE
               END-IF
           END-IF
           EXIT SECTION.
