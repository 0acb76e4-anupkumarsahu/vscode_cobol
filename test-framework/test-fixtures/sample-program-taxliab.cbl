       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-TAXLIAB.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Monthly sales-tax liability report by state. The billing run
      * cuts each recurring charge's tax as its own SALESTAX charge,
      * so the tax owed to each state is whatever SALESTAX charges
      * the posting engine actually posted in the month - this job
      * reads the posting register for the reporting period and
      * totals, per CUST-STATE:
      *   - gross recurring charges billed (source BILLING)
      *   - the part of those billed to accounts holding an
      *     exemption certificate
      *   - taxable sales, gross less exempt
      *   - sales tax charged (source SALESTAX)
      * The grand total of the tax column is the period's SALESTAX
      * total on the posting register to the cent, and the run
      * checks that before it ends, so every state remittance is
      * supported by register rows. Tax rows the register shows
      * rejected or suspended were never billed and are counted,
      * not reported. The state comes from the customer master; an
      * account no longer on it lands in a '??' line so the totals
      * still tie.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-REGISTER-FILE ASSIGN TO "CUSTPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

      * Exemption certificates; optional, missing means no account
      * is exempt
           SELECT TAX-EXEMPT-FILE ASSIGN TO "CUSTTAXE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXE-CUST-ID
               FILE STATUS IS WS-TXE-FILE-STATUS.

      * The liability report, one line per state
           SELECT TAX-LIABILITY-REPORT ASSIGN TO "CUSTTAXL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  TAX-EXEMPT-FILE.
           COPY TAX-EXEMPT-RECORD.

       FD  TAX-LIABILITY-REPORT.
       01  TAX-LIABILITY-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-PREG-FILE-STATUS     PIC XX.
           88  PREG-FILE-OK        VALUE '00'.
           88  PREG-FILE-AT-END    VALUE '10'.
       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-TXE-FILE-STATUS      PIC XX.
           88  TXE-FILE-OK         VALUE '00'.
       01  WS-TXE-OPENED-FLAG      PIC X VALUE 'N'.
           88  EXEMPT-FILE-WAS-OPENED VALUE 'Y'.
       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-STATE-FOUND-FLAG PIC X VALUE 'N'.
               88  STATE-ENTRY-FOUND VALUE 'Y'.

      * The reporting period (YYYYMM) - the parm, or the month just
      * ended when the parm is zero
       01  WS-REPORT-PERIOD        PIC 9(6) VALUE ZERO.
       01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
           05  WS-REPORT-YEAR      PIC 9(4).
           05  WS-REPORT-MONTH     PIC 9(2).
       01  WS-ROW-PERIOD           PIC 9(6) VALUE ZERO.

      * The row in hand's state and whether its account is exempt
       01  WS-ROW-STATE            PIC X(2) VALUE SPACES.
       01  WS-ROW-EXEMPT-FLAG      PIC X VALUE 'N'.
           88  ROW-ACCOUNT-EXEMPT  VALUE 'Y'.

      * One entry per state seen, in first-seen order
       01  WS-STATE-MAX            PIC 9(3) VALUE 80.
       01  WS-STATE-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  WS-STATE-SUB            PIC 9(3) COMP VALUE ZERO.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 80 TIMES.
               10  WS-ST-STATE         PIC X(2).
               10  WS-ST-GROSS         PIC S9(9)V99 COMP-3.
               10  WS-ST-EXEMPT        PIC S9(9)V99 COMP-3.
               10  WS-ST-TAX           PIC S9(9)V99 COMP-3.
               10  WS-ST-TAX-ROWS      PIC 9(6).

       01  WS-TAXABLE-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GROSS-DISPLAY        PIC -(9)9.99.
       01  WS-EXEMPT-DISPLAY       PIC -(9)9.99.
       01  WS-TAXABLE-DISPLAY      PIC -(9)9.99.
       01  WS-TAX-DISPLAY          PIC -(9)9.99.
       01  WS-ROWS-DISPLAY         PIC ZZZZZ9.

       01  WS-COUNTERS.
           05  WS-REGISTER-ROWS    PIC 9(6) VALUE ZERO.
           05  WS-PERIOD-ROWS      PIC 9(6) VALUE ZERO.
           05  WS-TAX-ROWS-POSTED  PIC 9(6) VALUE ZERO.
           05  WS-TAX-ROWS-UNPOSTED PIC 9(6) VALUE ZERO.
           05  WS-STATES-OVERFLOW  PIC 9(6) VALUE ZERO.
           05  WS-REGISTER-TAX     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-REPORTED-TAX     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-GROSS      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-EXEMPT     PIC S9(9)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-TAXLIAB-PARM-AREA.
           05  LS-TXL-RETURN-CODE  PIC S9(4) COMP.
           05  LS-TXL-MESSAGE      PIC X(50).
           05  LS-TXL-CUSTOMER-FILE-NAME PIC X(40).
      * YYYYMM to report; zero means the month just ended
           05  LS-TXL-PERIOD-ID    PIC 9(6).

       PROCEDURE DIVISION USING LS-TAXLIAB-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-REGISTER
               UNTIL PREG-FILE-AT-END
           PERFORM 2500-WRITE-REPORT
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-TXL-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-TXL-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           IF LS-TXL-PERIOD-ID NOT = ZERO
               MOVE LS-TXL-PERIOD-ID TO WS-REPORT-PERIOD
           ELSE
               MOVE STD-YEAR TO WS-REPORT-YEAR
               MOVE STD-MONTH TO WS-REPORT-MONTH
               IF WS-REPORT-MONTH = 01
                   MOVE 12 TO WS-REPORT-MONTH
                   SUBTRACT 1 FROM WS-REPORT-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MONTH
               END-IF
           END-IF

           OPEN INPUT POSTING-REGISTER-FILE
           IF NOT PREG-FILE-OK
               DISPLAY 'NO POSTING REGISTER - NOTHING TO REPORT'
               SET PREG-FILE-AT-END TO TRUE
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-TXL-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TAX-EXEMPT-FILE
           IF TXE-FILE-OK
               SET EXEMPT-FILE-WAS-OPENED TO TRUE
           END-IF

           OPEN OUTPUT TAX-LIABILITY-REPORT
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING TAX LIABILITY REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-TXL-RETURN-CODE
               GOBACK
           END-IF.

       2000-READ-REGISTER SECTION.
       2100-READ-REGISTER-ROW.
           READ POSTING-REGISTER-FILE
               AT END
                   SET PREG-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGISTER-ROWS
                   COMPUTE WS-ROW-PERIOD = PREG-POST-DATE / 100
                   IF WS-ROW-PERIOD = WS-REPORT-PERIOD
                           AND PREG-TRANS-TYPE = 'C'
                       PERFORM 2200-TAKE-CHARGE-ROW
                   END-IF
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-TAKE-CHARGE-ROW.
      * Only recurring charges and their tax count; a tax row that
      * did not post was never billed and owes nothing
           EVALUATE TRUE
               WHEN PREG-SOURCE-CODE = 'SALESTAX' AND PREG-POSTED
                   ADD 1 TO WS-PERIOD-ROWS
                   ADD 1 TO WS-TAX-ROWS-POSTED
                   ADD PREG-AMOUNT TO WS-REGISTER-TAX
                   PERFORM 2300-FIND-STATE-ENTRY
                   IF STATE-ENTRY-FOUND
                       ADD PREG-AMOUNT TO WS-ST-TAX (WS-STATE-SUB)
                       ADD 1 TO WS-ST-TAX-ROWS (WS-STATE-SUB)
                   END-IF
               WHEN PREG-SOURCE-CODE = 'SALESTAX'
                   ADD 1 TO WS-TAX-ROWS-UNPOSTED
               WHEN PREG-SOURCE-CODE = 'BILLING ' AND PREG-POSTED
                   ADD 1 TO WS-PERIOD-ROWS
                   PERFORM 2300-FIND-STATE-ENTRY
                   IF STATE-ENTRY-FOUND
                       ADD PREG-AMOUNT TO WS-ST-GROSS (WS-STATE-SUB)
                       IF ROW-ACCOUNT-EXEMPT
                           ADD PREG-AMOUNT
                               TO WS-ST-EXEMPT (WS-STATE-SUB)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-FIND-STATE-ENTRY.
      * The account's state and exemption, then its table entry -
      * added on first sight
           MOVE '??' TO WS-ROW-STATE
           MOVE 'N' TO WS-ROW-EXEMPT-FLAG
           MOVE PREG-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-STATE NOT = SPACES
                       MOVE CUST-STATE TO WS-ROW-STATE
                   END-IF
           END-READ
           IF EXEMPT-FILE-WAS-OPENED
               MOVE PREG-CUST-ID TO TXE-CUST-ID
               READ TAX-EXEMPT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TXE-EXEMPT
                           SET ROW-ACCOUNT-EXEMPT TO TRUE
                       END-IF
               END-READ
           END-IF
           MOVE 'N' TO WS-STATE-FOUND-FLAG
           PERFORM 2310-MATCH-ONE-STATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT
                   OR STATE-ENTRY-FOUND
           IF STATE-ENTRY-FOUND
      * PERFORM VARYING leaves the subscript one past the match
               SUBTRACT 1 FROM WS-STATE-SUB
           ELSE
               IF WS-STATE-COUNT < WS-STATE-MAX
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-STATE-SUB
                   MOVE WS-ROW-STATE TO WS-ST-STATE (WS-STATE-SUB)
                   MOVE ZERO TO WS-ST-GROSS (WS-STATE-SUB)
                   MOVE ZERO TO WS-ST-EXEMPT (WS-STATE-SUB)
                   MOVE ZERO TO WS-ST-TAX (WS-STATE-SUB)
                   MOVE ZERO TO WS-ST-TAX-ROWS (WS-STATE-SUB)
                   SET STATE-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-STATES-OVERFLOW
                   SET ERROR-OCCURRED TO TRUE
               END-IF
           END-IF.

       2310-MATCH-ONE-STATE.
           IF WS-ST-STATE (WS-STATE-SUB) = WS-ROW-STATE
               SET STATE-ENTRY-FOUND TO TRUE
           END-IF.

       2500-WRITE-REPORT SECTION.
       2510-WRITE-HEADINGS.
           MOVE SPACES TO TAX-LIABILITY-LINE
           STRING 'SALES TAX LIABILITY BY STATE - PERIOD '
                   DELIMITED BY SIZE
               WS-REPORT-PERIOD DELIMITED BY SIZE
               '   RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO TAX-LIABILITY-LINE
           WRITE TAX-LIABILITY-LINE
           MOVE SPACES TO TAX-LIABILITY-LINE
           WRITE TAX-LIABILITY-LINE
           MOVE SPACES TO TAX-LIABILITY-LINE
           STRING 'ST      GROSS CHARGES    EXEMPT CHARGES'
                   DELIMITED BY SIZE
               '     TAXABLE SALES     TAX CHARGED  TAX ROWS'
                   DELIMITED BY SIZE
               INTO TAX-LIABILITY-LINE
           WRITE TAX-LIABILITY-LINE
           PERFORM 2520-WRITE-ONE-STATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT
           PERFORM 2530-WRITE-TOTALS

      * 2520 and 2530 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them again
           EXIT SECTION.

       2520-WRITE-ONE-STATE.
           COMPUTE WS-TAXABLE-AMOUNT =
               WS-ST-GROSS (WS-STATE-SUB) - WS-ST-EXEMPT (WS-STATE-SUB)
           ADD WS-ST-GROSS (WS-STATE-SUB) TO WS-TOTAL-GROSS
           ADD WS-ST-EXEMPT (WS-STATE-SUB) TO WS-TOTAL-EXEMPT
           ADD WS-ST-TAX (WS-STATE-SUB) TO WS-REPORTED-TAX
           MOVE WS-ST-GROSS (WS-STATE-SUB) TO WS-GROSS-DISPLAY
           MOVE WS-ST-EXEMPT (WS-STATE-SUB) TO WS-EXEMPT-DISPLAY
           MOVE WS-TAXABLE-AMOUNT TO WS-TAXABLE-DISPLAY
           MOVE WS-ST-TAX (WS-STATE-SUB) TO WS-TAX-DISPLAY
           MOVE WS-ST-TAX-ROWS (WS-STATE-SUB) TO WS-ROWS-DISPLAY
           MOVE SPACES TO TAX-LIABILITY-LINE
           STRING WS-ST-STATE (WS-STATE-SUB) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-GROSS-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-EXEMPT-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TAXABLE-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TAX-DISPLAY DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-ROWS-DISPLAY DELIMITED BY SIZE
               INTO TAX-LIABILITY-LINE
           WRITE TAX-LIABILITY-LINE.

       2530-WRITE-TOTALS.
      * The tax column must equal the register's posted SALESTAX
      * total for the period - a difference means a state line is
      * missing (table full) and the report cannot support a filing
           COMPUTE WS-TAXABLE-AMOUNT = WS-TOTAL-GROSS - WS-TOTAL-EXEMPT
           MOVE WS-TOTAL-GROSS TO WS-GROSS-DISPLAY
           MOVE WS-TOTAL-EXEMPT TO WS-EXEMPT-DISPLAY
           MOVE WS-TAXABLE-AMOUNT TO WS-TAXABLE-DISPLAY
           MOVE WS-REPORTED-TAX TO WS-TAX-DISPLAY
           MOVE WS-TAX-ROWS-POSTED TO WS-ROWS-DISPLAY
           MOVE SPACES TO TAX-LIABILITY-LINE
           WRITE TAX-LIABILITY-LINE
           MOVE SPACES TO TAX-LIABILITY-LINE
           STRING '**' DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-GROSS-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-EXEMPT-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TAXABLE-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TAX-DISPLAY DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-ROWS-DISPLAY DELIMITED BY SIZE
               INTO TAX-LIABILITY-LINE
           WRITE TAX-LIABILITY-LINE
           MOVE WS-REGISTER-TAX TO WS-TAX-DISPLAY
           MOVE SPACES TO TAX-LIABILITY-LINE
           IF WS-REPORTED-TAX = WS-REGISTER-TAX
               STRING 'TIES TO POSTING REGISTER SALESTAX TOTAL '
                       DELIMITED BY SIZE
                   WS-TAX-DISPLAY DELIMITED BY SIZE
                   INTO TAX-LIABILITY-LINE
           ELSE
               STRING '*** DOES NOT TIE - POSTING REGISTER SALESTAX '
                       DELIMITED BY SIZE
                   'TOTAL ' DELIMITED BY SIZE
                   WS-TAX-DISPLAY DELIMITED BY SIZE
                   INTO TAX-LIABILITY-LINE
               SET ERROR-OCCURRED TO TRUE
           END-IF
           WRITE TAX-LIABILITY-LINE.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           CLOSE POSTING-REGISTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE TAX-LIABILITY-REPORT
           IF EXEMPT-FILE-WAS-OPENED
               CLOSE TAX-EXEMPT-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Sales Tax Liability Summary:'
           DISPLAY 'Reporting Period: ' WS-REPORT-PERIOD
           DISPLAY 'Register Rows Read: ' WS-REGISTER-ROWS
           DISPLAY 'Period Charge Rows Reported: ' WS-PERIOD-ROWS
           DISPLAY 'States Reported: ' WS-STATE-COUNT
           DISPLAY 'Tax Rows Posted: ' WS-TAX-ROWS-POSTED
           DISPLAY 'Tax Rows Not Posted: ' WS-TAX-ROWS-UNPOSTED
           DISPLAY 'Register Sales Tax: ' WS-REGISTER-TAX
           DISPLAY 'Reported Sales Tax: ' WS-REPORTED-TAX
           DISPLAY 'Rows Past State Table Limit: ' WS-STATES-OVERFLOW.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-TXL-RETURN-CODE
               MOVE 'TAX LIABILITY REPORT COMPLETED WITH ERRORS'
                   TO LS-TXL-MESSAGE
           ELSE
               MOVE 0 TO LS-TXL-RETURN-CODE
               MOVE 'TAX LIABILITY REPORT COMPLETE' TO LS-TXL-MESSAGE
           END-IF
           EXIT SECTION.
