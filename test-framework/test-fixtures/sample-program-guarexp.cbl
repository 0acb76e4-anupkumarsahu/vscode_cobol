       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-GUAREXP.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Guarantor exposure report. A guarantor or co-obligor who is
      * also a customer in their own right (GRT-GUARANTOR-CUST-ID
      * set on the guarantor row) owes us on two fronts - their own
      * account, and every account they have signed for - and no
      * single account shows the total. This report sorts the active
      * signer rows by the signer's own CUST-ID and, for each such
      * customer, lists every account they stand behind with what
      * they could be held to on it:
      *   - a full guarantor (G) or co-obligor (C) is exposed to the
      *     account's whole balance
      *   - a limited guarantor (L) to the balance up to the limit
      * then totals that contingent exposure, adds the customer's
      * own balance, and shows the combined figure. An account in
      * credit exposes nobody.
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

      * Guarantors and co-obligors, maintained on the MAINT screen
           SELECT GUARANTOR-FILE ASSIGN TO "CUSTGUAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRT-KEY
               FILE STATUS IS WS-GRT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

      * Exposure report, one block per guarantor who is a customer
           SELECT EXPOSURE-REPORT-FILE ASSIGN TO "CUSTGEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  GUARANTOR-FILE.
           COPY GUARANTOR-RECORD.

      * One row per active guarantee given by a customer, carrying
      * the guaranteed account's figures so the output procedure
      * only goes back to CUSTOMER-FILE for the guarantor's own row
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-GUARANTOR-CUST-ID PIC 9(9).
           05  SRT-CUST-ID         PIC 9(9).
           05  SRT-CUST-NAME       PIC X(30).
           05  SRT-LIABILITY-TYPE  PIC X.
           05  SRT-GUARANTEE-LIMIT PIC S9(7)V99.
           05  SRT-BALANCE         PIC S9(7)V99.
           05  SRT-EXPOSURE        PIC S9(7)V99.

       FD  EXPOSURE-REPORT-FILE.
       01  EXPOSURE-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-GRT-FILE-STATUS      PIC XX.
           88  GRT-FILE-OK         VALUE '00'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-GROUP-OPEN-FLAG  PIC X VALUE 'N'.
               88  GROUP-IS-OPEN   VALUE 'Y'.

      * The guarantor whose block is being written
       01  WS-GROUP-AREA.
           05  WS-GROUP-GUARANTOR-ID PIC 9(9) VALUE ZERO.
           05  WS-GROUP-NAME       PIC X(30) VALUE SPACES.
           05  WS-GROUP-OWN-BALANCE PIC S9(7)V99 VALUE ZERO.
           05  WS-GROUP-ACCOUNTS   PIC 9(4) VALUE ZERO.
           05  WS-GROUP-EXPOSURE   PIC S9(9)V99 VALUE ZERO.
           05  WS-GROUP-COMBINED   PIC S9(9)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-ID-DISPLAY       PIC 9(9).
           05  WS-LIMIT-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-BALANCE-DISPLAY  PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EXPOSURE-DISPLAY PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-COUNT-DISPLAY    PIC ZZZ9.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(6) VALUE ZERO.
           05  WS-ROWS-SORTED      PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-MISSING PIC 9(6) VALUE ZERO.
           05  WS-GUARANTORS-REPORTED PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-EXPOSURE   PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-COMBINED   PIC S9(11)V99 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-GUAREXP-PARM-AREA.
           05  LS-GEX-RETURN-CODE  PIC S9(4) COMP.
           05  LS-GEX-MESSAGE      PIC X(50).
           05  LS-GEX-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-GUAREXP-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-GUARANTOR-CUST-ID SRT-CUST-ID
               INPUT PROCEDURE IS 2000-BUILD-SORT-FILE
               OUTPUT PROCEDURE IS 3000-WRITE-EXPOSURE
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-GEX-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-GEX-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           OPEN INPUT GUARANTOR-FILE
           IF NOT GRT-FILE-OK
               DISPLAY 'NO GUARANTOR FILE - NOTHING TO REPORT'
               MOVE 0 TO LS-GEX-RETURN-CODE
               MOVE 'NO GUARANTOR FILE PRESENT' TO LS-GEX-MESSAGE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-GEX-RETURN-CODE
               MOVE 'CUSTOMER FILE NOT OPENED' TO LS-GEX-MESSAGE
               CLOSE GUARANTOR-FILE
               GOBACK
           END-IF

           OPEN OUTPUT EXPOSURE-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING EXPOSURE REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-GEX-RETURN-CODE
               MOVE 'EXPOSURE REPORT NOT OPENED' TO LS-GEX-MESSAGE
               CLOSE GUARANTOR-FILE
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING 'GUARANTOR EXPOSURE - RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE.

       2000-BUILD-SORT-FILE SECTION.
       2010-BUILD-SORT-FILE-CONTROL.
           PERFORM 2100-READ-GUARANTOR
               UNTIL END-OF-FILE

      * 2100 and what it PERFORMs already ran above via the explicit
      * PERFORM - exit the section here instead of falling into them
      * a second time
           EXIT SECTION.

       2100-READ-GUARANTOR.
           READ GUARANTOR-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF GRT-ACTIVE
                           AND GRT-GUARANTOR-CUST-ID NOT = ZERO
                       PERFORM 2200-READ-GUARANTEED-ACCOUNT
                   END-IF
           END-READ.

       2200-READ-GUARANTEED-ACCOUNT.
           MOVE GRT-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-MISSING
               NOT INVALID KEY
                   PERFORM 2300-RELEASE-GUARANTEE
           END-READ.

       2300-RELEASE-GUARANTEE.
      * What the signer could be held to on this account today
           MOVE GRT-GUARANTOR-CUST-ID TO SRT-GUARANTOR-CUST-ID
           MOVE CUST-ID TO SRT-CUST-ID
           MOVE CUST-NAME TO SRT-CUST-NAME
           MOVE GRT-LIABILITY-TYPE TO SRT-LIABILITY-TYPE
           MOVE GRT-GUARANTEE-LIMIT TO SRT-GUARANTEE-LIMIT
           MOVE CUST-BALANCE TO SRT-BALANCE
           EVALUATE TRUE
               WHEN CUST-BALANCE NOT > ZERO
                   MOVE ZERO TO SRT-EXPOSURE
               WHEN GRT-LIMITED-GUARANTOR
                       AND CUST-BALANCE > GRT-GUARANTEE-LIMIT
                   MOVE GRT-GUARANTEE-LIMIT TO SRT-EXPOSURE
               WHEN OTHER
                   MOVE CUST-BALANCE TO SRT-EXPOSURE
           END-EVALUATE
           ADD 1 TO WS-ROWS-SORTED
           RELEASE SORT-RECORD.

       3000-WRITE-EXPOSURE SECTION.
       3010-WRITE-CONTROL.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 3100-RETURN-GUARANTEE
               UNTIL END-OF-FILE
           IF GROUP-IS-OPEN
               PERFORM 3400-CLOSE-GROUP
           END-IF
           PERFORM 3500-WRITE-GRAND-TOTALS

      * 3100 through 3500 already ran above via the explicit PERFORM
      * - exit the section here instead of falling into them a
      * second time
           EXIT SECTION.

       3100-RETURN-GUARANTEE.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF GROUP-IS-OPEN
                       AND SRT-GUARANTOR-CUST-ID
                           NOT = WS-GROUP-GUARANTOR-ID
                       PERFORM 3400-CLOSE-GROUP
                   END-IF
                   IF NOT GROUP-IS-OPEN
                       PERFORM 3200-OPEN-GROUP
                   END-IF
                   PERFORM 3300-WRITE-GUARANTEE-LINE
           END-RETURN.

       3200-OPEN-GROUP.
      * The guarantor's own account - name and own balance; a
      * signer whose CUST-ID has since gone from the master still
      * reports, with nothing owed in their own right
           SET GROUP-IS-OPEN TO TRUE
           MOVE SRT-GUARANTOR-CUST-ID TO WS-GROUP-GUARANTOR-ID
           MOVE ZERO TO WS-GROUP-ACCOUNTS
           MOVE ZERO TO WS-GROUP-EXPOSURE
           MOVE SRT-GUARANTOR-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '(NOT ON CUSTOMER FILE)' TO WS-GROUP-NAME
                   MOVE ZERO TO WS-GROUP-OWN-BALANCE
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-GROUP-NAME
                   IF CUST-BALANCE > ZERO
                       MOVE CUST-BALANCE TO WS-GROUP-OWN-BALANCE
                   ELSE
                       MOVE ZERO TO WS-GROUP-OWN-BALANCE
                   END-IF
           END-READ
           MOVE WS-GROUP-GUARANTOR-ID TO WS-ID-DISPLAY
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING 'GUARANTOR ' DELIMITED BY SIZE
               WS-ID-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-GROUP-NAME DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING '  ACCOUNT   ACCOUNT NAME                   TYPE'
                   DELIMITED BY SIZE
               '           LIMIT         BALANCE        EXPOSURE'
                   DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE.

       3300-WRITE-GUARANTEE-LINE.
           ADD 1 TO WS-GROUP-ACCOUNTS
           ADD SRT-EXPOSURE TO WS-GROUP-EXPOSURE
           MOVE SRT-CUST-ID TO WS-ID-DISPLAY
           MOVE SRT-GUARANTEE-LIMIT TO WS-LIMIT-DISPLAY
           MOVE SRT-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SRT-EXPOSURE TO WS-EXPOSURE-DISPLAY
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           IF SRT-LIABILITY-TYPE = 'L'
               STRING '  ' DELIMITED BY SIZE
                   WS-ID-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SRT-CUST-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SRT-LIABILITY-TYPE DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-LIMIT-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BALANCE-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EXPOSURE-DISPLAY DELIMITED BY SIZE
                   INTO EXPOSURE-REPORT-LINE
           ELSE
               STRING '  ' DELIMITED BY SIZE
                   WS-ID-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SRT-CUST-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SRT-LIABILITY-TYPE DELIMITED BY SIZE
                   '              FULL ' DELIMITED BY SIZE
                   WS-BALANCE-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EXPOSURE-DISPLAY DELIMITED BY SIZE
                   INTO EXPOSURE-REPORT-LINE
           END-IF
           WRITE EXPOSURE-REPORT-LINE.

       3400-CLOSE-GROUP.
           COMPUTE WS-GROUP-COMBINED =
               WS-GROUP-EXPOSURE + WS-GROUP-OWN-BALANCE
           MOVE WS-GROUP-ACCOUNTS TO WS-COUNT-DISPLAY
           MOVE WS-GROUP-EXPOSURE TO WS-EXPOSURE-DISPLAY
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING '  ACCOUNTS GUARANTEED ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '   GUARANTEED EXPOSURE ' DELIMITED BY SIZE
               WS-EXPOSURE-DISPLAY DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE WS-GROUP-OWN-BALANCE TO WS-BALANCE-DISPLAY
           MOVE WS-GROUP-COMBINED TO WS-EXPOSURE-DISPLAY
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING '  OWN BALANCE ' DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               '   TOTAL EXPOSURE ' DELIMITED BY SIZE
               WS-EXPOSURE-DISPLAY DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           ADD 1 TO WS-GUARANTORS-REPORTED
           ADD WS-GROUP-EXPOSURE TO WS-TOTAL-EXPOSURE
           ADD WS-GROUP-COMBINED TO WS-TOTAL-COMBINED
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.

       3500-WRITE-GRAND-TOTALS.
           MOVE WS-TOTAL-EXPOSURE TO WS-EXPOSURE-DISPLAY
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING 'ALL GUARANTORS - GUARANTEED EXPOSURE '
                   DELIMITED BY SIZE
               WS-EXPOSURE-DISPLAY DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE WS-TOTAL-COMBINED TO WS-EXPOSURE-DISPLAY
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           STRING 'ALL GUARANTORS - TOTAL EXPOSURE      '
                   DELIMITED BY SIZE
               WS-EXPOSURE-DISPLAY DELIMITED BY SIZE
               INTO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE.

       4000-FINALIZE SECTION.
       4100-CLOSE-FILES.
           CLOSE GUARANTOR-FILE
           CLOSE CUSTOMER-FILE
           CLOSE EXPOSURE-REPORT-FILE.

       4200-DISPLAY-SUMMARY.
           DISPLAY 'Guarantor Exposure Summary:'
           DISPLAY 'Guarantor Rows Read: ' WS-ROWS-READ
           DISPLAY 'Guarantees By Customers: ' WS-ROWS-SORTED
           DISPLAY 'Guaranteed Accounts Not On File: '
               WS-ACCOUNTS-MISSING
           DISPLAY 'Guarantors Reported: ' WS-GUARANTORS-REPORTED
           DISPLAY 'Total Guaranteed Exposure: ' WS-TOTAL-EXPOSURE
           DISPLAY 'Total Combined Exposure: ' WS-TOTAL-COMBINED.

       4999-EXIT.
           IF WS-ACCOUNTS-MISSING > ZERO
               MOVE 4 TO LS-GEX-RETURN-CODE
               MOVE 'EXPOSURE REPORT COMPLETE - ACCOUNTS MISSING'
                   TO LS-GEX-MESSAGE
           ELSE
               MOVE 0 TO LS-GEX-RETURN-CODE
               MOVE 'EXPOSURE REPORT COMPLETE' TO LS-GEX-MESSAGE
           END-IF
           EXIT SECTION.
