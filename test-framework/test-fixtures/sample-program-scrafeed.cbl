       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SCRAFEED.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Monthly military status verification intake. Each month the
      * verification service answers, for the accounts we sent it,
      * whether the account holder is on active duty and the dates
      * of that duty. This job keeps the servicemember file in step:
      *   - a holder verified on active duty gets a protection row
      *     (or has the dates on it refreshed); a holder starting a
      *     fresh tour after an ended one starts a fresh row
      *   - a holder verified off active duty, or whose recorded
      *     end date has passed, has the protection ended
      * The day a protection ends, the compliance report lists what
      * it waived and held while it was in force - fees and interest
      * above the cap never charged, collection letters held, any
      * agency placement held, and the bureau months reported
      * without an adverse rating. Rows for accounts not on file go
      * to the same report as unmatched for a human to chase.
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

      * The verification service's monthly answer file
           SELECT VERIFICATION-FEED-FILE ASSIGN TO "CUSTSCRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVF-FILE-STATUS.

      * The protection rows every collection program consults
           SELECT SERVICEMEMBER-FILE ASSIGN TO "CUSTSCRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVM-CUST-ID
               FILE STATUS IS WS-SVM-FILE-STATUS.

      * Ended protections and what they waived, plus unmatched rows
           SELECT COMPLIANCE-REPORT-FILE ASSIGN TO "CUSTSCRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER-RECORD.

       FD  VERIFICATION-FEED-FILE.
       01  VERIFICATION-FEED-RECORD.
           05  SVF-CUST-ID         PIC 9(9).
      * Y = on active duty, N = not on active duty
           05  SVF-DUTY-STATUS     PIC X.
               88  SVF-ON-ACTIVE-DUTY VALUE 'Y'.
               88  SVF-NOT-ON-DUTY VALUE 'N'.
           05  SVF-DUTY-START-DATE PIC 9(8).
      * Zero when the service reports no end date
           05  SVF-DUTY-END-DATE   PIC 9(8).

       FD  SERVICEMEMBER-FILE.
           COPY SERVICEMEMBER-RECORD.

       FD  COMPLIANCE-REPORT-FILE.
       01  COMPLIANCE-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * Feed registration handshake - the physical file registers
      * before a single row processes, so a repeat presentation is
      * refused instead of applied twice
       01  WS-FEEDCTL-PARM-AREA.
           05  WS-FDC-RETURN-CODE  PIC S9(4) COMP.
           05  WS-FDC-MESSAGE      PIC X(50).
           05  WS-FDC-FUNCTION     PIC X(8).
           05  WS-FDC-FEED-CODE    PIC X(8).
           05  WS-FDC-FILE-NAME    PIC X(40).
           05  WS-FDC-BUSINESS-DATE PIC 9(8).
           05  WS-FDC-SEQUENCE     PIC 9(6).

       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.

       01  WS-SVF-FILE-STATUS      PIC XX.
           88  SVF-FILE-OK         VALUE '00'.
           88  SVF-FILE-AT-END     VALUE '10'.
       01  WS-SVF-OPENED-FLAG      PIC X VALUE 'N'.
           88  FEED-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-SVM-FILE-STATUS      PIC XX.
           88  SVM-FILE-OK         VALUE '00'.
           88  SVM-FILE-AT-END     VALUE '10'.
           88  SVM-FILE-MISSING    VALUE '35'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-SVM-EXISTS-FLAG  PIC X VALUE 'N'.
               88  SERVICEMEMBER-ROW-EXISTS VALUE 'Y'.
           05  WS-SWEEP-DONE-FLAG  PIC X VALUE 'N'.
               88  EXPIRY-SWEEP-DONE VALUE 'Y'.

       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
      * The day the protection being ended stopped
       01  WS-END-DATE             PIC 9(8) VALUE ZERO.
       01  WS-REPORT-NAME          PIC X(30) VALUE SPACES.
       01  WS-WAIVED-DISPLAY       PIC -(7)9.99.
       01  WS-LETTERS-DISPLAY      PIC ZZZZ9.
       01  WS-MONTHS-DISPLAY       PIC ZZ9.

       01  WS-COUNTERS.
           05  WS-FEED-ROWS-READ   PIC 9(6) VALUE ZERO.
           05  WS-PROTECTIONS-SET  PIC 9(6) VALUE ZERO.
           05  WS-PROTECTIONS-REFRESHED PIC 9(6) VALUE ZERO.
           05  WS-PROTECTIONS-ENDED PIC 9(6) VALUE ZERO.
           05  WS-NOT-ON-DUTY-COUNT PIC 9(6) VALUE ZERO.
           05  WS-UNMATCHED-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-WAIVED     PIC S9(9)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-SCRAFEED-PARM-AREA.
           05  LS-SCR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-SCR-MESSAGE      PIC X(50).
           05  LS-SCR-CUSTOMER-FILE-NAME PIC X(40).

       PROCEDURE DIVISION USING LS-SCRAFEED-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FEED
               UNTIL SVF-FILE-AT-END
           PERFORM 2500-SWEEP-EXPIRED-DUTY
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           IF LS-SCR-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-SCR-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM

      * No verification file this month still sweeps the tours
      * whose recorded end date has passed
           OPEN INPUT VERIFICATION-FEED-FILE
           IF NOT SVF-FILE-OK
               DISPLAY 'NO VERIFICATION FILE PRESENT - EXPIRY SWEEP '
                   'ONLY'
               SET SVF-FILE-AT-END TO TRUE
           ELSE
               SET FEED-FILE-WAS-OPENED TO TRUE
      * Register the physical file before touching a row of it - a
      * duplicate presentation stops here, loudly
               MOVE 'REGISTER' TO WS-FDC-FUNCTION
               MOVE 'SCRAFEED' TO WS-FDC-FEED-CODE
               MOVE 'CUSTSCRV' TO WS-FDC-FILE-NAME
               MOVE STD-CURRENT-DATE TO WS-FDC-BUSINESS-DATE
               MOVE ZERO TO WS-FDC-SEQUENCE
               CALL 'SAMPLE-PROGRAM-FEEDCTL'
                   USING WS-FEEDCTL-PARM-AREA
               IF WS-FDC-RETURN-CODE NOT = ZERO
                   DISPLAY 'FEED REGISTRATION REFUSED: '
                       WS-FDC-MESSAGE
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-SCR-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SCR-RETURN-CODE
               GOBACK
           END-IF

      * Servicemember file - created on first use like the other
      * keyed side files
           OPEN I-O SERVICEMEMBER-FILE
           IF SVM-FILE-MISSING
               OPEN OUTPUT SERVICEMEMBER-FILE
               CLOSE SERVICEMEMBER-FILE
               OPEN I-O SERVICEMEMBER-FILE
           END-IF
           IF NOT SVM-FILE-OK
               DISPLAY 'ERROR OPENING SERVICEMEMBER FILE: '
                   WS-SVM-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SCR-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT COMPLIANCE-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING SCRA COMPLIANCE REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SCR-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE
           STRING 'SCRA PROTECTION COMPLIANCE REPORT - '
                   DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE.

       2000-PROCESS-FEED SECTION.
       2100-READ-FEED-ROW.
           READ VERIFICATION-FEED-FILE
               AT END
                   SET SVF-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-ROWS-READ
                   PERFORM 2200-APPLY-FEED-ROW
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-APPLY-FEED-ROW.
           MOVE SVF-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM 2900-REPORT-UNMATCHED
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-REPORT-NAME
                   PERFORM 2210-READ-SERVICEMEMBER
      * A tour whose end date is already behind us is as ended as a
      * holder the service says is off duty
                   IF SVF-ON-ACTIVE-DUTY
                           AND (SVF-DUTY-END-DATE = ZERO
                               OR SVF-DUTY-END-DATE >=
                                   WS-TODAY-DATE-NUM)
                       PERFORM 2300-SET-PROTECTION
                   ELSE
                       PERFORM 2400-END-FROM-FEED
                   END-IF
           END-READ.

       2210-READ-SERVICEMEMBER.
           MOVE 'N' TO WS-SVM-EXISTS-FLAG
           MOVE SVF-CUST-ID TO SVM-CUST-ID
           READ SERVICEMEMBER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SERVICEMEMBER-ROW-EXISTS TO TRUE
           END-READ.

       2300-SET-PROTECTION.
      * An active row just has its dates refreshed - the trail
      * keeps accumulating; no row, or an ended tour already
      * reported, starts a fresh row with a clean trail
           IF SERVICEMEMBER-ROW-EXISTS AND SVM-ACTIVE-DUTY
               MOVE SVF-DUTY-START-DATE TO SVM-DUTY-START-DATE
               MOVE SVF-DUTY-END-DATE TO SVM-DUTY-END-DATE
               MOVE WS-TODAY-DATE-NUM TO SVM-VERIFIED-DATE
               REWRITE SERVICEMEMBER-RECORD
               ADD 1 TO WS-PROTECTIONS-REFRESHED
           ELSE
               MOVE SVF-CUST-ID TO SVM-CUST-ID
               SET SVM-ACTIVE-DUTY TO TRUE
               MOVE SVF-DUTY-START-DATE TO SVM-DUTY-START-DATE
               MOVE SVF-DUTY-END-DATE TO SVM-DUTY-END-DATE
               MOVE WS-TODAY-DATE-NUM TO SVM-RECORDED-DATE
               MOVE WS-TODAY-DATE-NUM TO SVM-VERIFIED-DATE
               MOVE ZERO TO SVM-CHARGES-WAIVED
               MOVE ZERO TO SVM-LETTERS-HELD
               MOVE ZERO TO SVM-HIGHEST-LEVEL-HELD
               MOVE ZERO TO SVM-PLACEMENT-HELD-DATE
               MOVE ZERO TO SVM-BUREAU-MONTHS-RESTRICTED
               MOVE ZERO TO SVM-LAST-RESTRICTED-PERIOD
               MOVE ZERO TO SVM-REPORTED-DATE
               IF SERVICEMEMBER-ROW-EXISTS
                   REWRITE SERVICEMEMBER-RECORD
               ELSE
                   WRITE SERVICEMEMBER-RECORD
               END-IF
               ADD 1 TO WS-PROTECTIONS-SET
           END-IF.

       2400-END-FROM-FEED.
      * Only an active protection has anything to end; a holder we
      * never protected is simply not a servicemember
           IF SERVICEMEMBER-ROW-EXISTS AND SVM-ACTIVE-DUTY
               IF SVF-DUTY-END-DATE NOT = ZERO
                   MOVE SVF-DUTY-END-DATE TO WS-END-DATE
               ELSE
                   MOVE WS-TODAY-DATE-NUM TO WS-END-DATE
               END-IF
               MOVE WS-TODAY-DATE-NUM TO SVM-VERIFIED-DATE
               PERFORM 2600-END-PROTECTION
           ELSE
               ADD 1 TO WS-NOT-ON-DUTY-COUNT
           END-IF.

       2500-SWEEP-EXPIRED-DUTY SECTION.
       2510-START-SWEEP.
      * A tour with a recorded end date ends on that date whether or
      * not this month's file mentions the holder again
           MOVE 'N' TO WS-SWEEP-DONE-FLAG
           MOVE ZERO TO SVM-CUST-ID
           START SERVICEMEMBER-FILE
               KEY IS NOT LESS THAN SVM-CUST-ID
               INVALID KEY
                   SET EXPIRY-SWEEP-DONE TO TRUE
           END-START
           PERFORM 2520-SWEEP-ONE-ROW
               UNTIL EXPIRY-SWEEP-DONE

      * 2520 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2520-SWEEP-ONE-ROW.
           READ SERVICEMEMBER-FILE NEXT RECORD
               AT END
                   SET EXPIRY-SWEEP-DONE TO TRUE
               NOT AT END
                   IF SVM-ACTIVE-DUTY
                           AND SVM-DUTY-END-DATE NOT = ZERO
                           AND SVM-DUTY-END-DATE < WS-TODAY-DATE-NUM
                       MOVE SVM-DUTY-END-DATE TO WS-END-DATE
                       MOVE SPACES TO WS-REPORT-NAME
                       MOVE SVM-CUST-ID TO CUST-ID
                       READ CUSTOMER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CUST-NAME TO WS-REPORT-NAME
                       END-READ
                       PERFORM 2600-END-PROTECTION
                   END-IF
           END-READ.

       2600-END-PROTECTION.
      * The row stays on file with its trail - it is the proof of
      * what the protection did - and the report prints it today
           SET SVM-SERVICE-ENDED TO TRUE
           MOVE WS-END-DATE TO SVM-DUTY-END-DATE
           MOVE WS-TODAY-DATE-NUM TO SVM-REPORTED-DATE
           REWRITE SERVICEMEMBER-RECORD
               INVALID KEY
                   DISPLAY 'SERVICEMEMBER REWRITE FAILED, CUST-ID '
                       SVM-CUST-ID ' STATUS=' WS-SVM-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-PROTECTIONS-ENDED
                   ADD SVM-CHARGES-WAIVED TO WS-TOTAL-WAIVED
                   PERFORM 2700-REPORT-ENDED-SERVICE
           END-REWRITE.

       2700-REPORT-ENDED-SERVICE.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE
           STRING 'SERVICE ENDED  CUST ' DELIMITED BY SIZE
               SVM-CUST-ID DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-REPORT-NAME DELIMITED BY SIZE
               '  ACTIVE DUTY ' DELIMITED BY SIZE
               SVM-DUTY-START-DATE DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               SVM-DUTY-END-DATE DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE
           MOVE SVM-CHARGES-WAIVED TO WS-WAIVED-DISPLAY
           MOVE SVM-LETTERS-HELD TO WS-LETTERS-DISPLAY
           MOVE SVM-BUREAU-MONTHS-RESTRICTED TO WS-MONTHS-DISPLAY
           MOVE SPACES TO COMPLIANCE-REPORT-LINE
           STRING '    FEES/INTEREST WAIVED ' DELIMITED BY SIZE
               WS-WAIVED-DISPLAY DELIMITED BY SIZE
               '  LETTERS HELD ' DELIMITED BY SIZE
               WS-LETTERS-DISPLAY DELIMITED BY SIZE
               '  PLACEMENT HELD SINCE ' DELIMITED BY SIZE
               SVM-PLACEMENT-HELD-DATE DELIMITED BY SIZE
               '  BUREAU MONTHS RESTRICTED ' DELIMITED BY SIZE
               WS-MONTHS-DISPLAY DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE.

       2900-REPORT-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE SPACES TO COMPLIANCE-REPORT-LINE
           STRING 'UNMATCHED VERIFICATION ROW: ID ' DELIMITED BY SIZE
               SVF-CUST-ID DELIMITED BY SIZE
               ' STATUS ' DELIMITED BY SIZE
               SVF-DUTY-STATUS DELIMITED BY SIZE
               INTO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           IF FEED-FILE-WAS-OPENED
               CLOSE VERIFICATION-FEED-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE SERVICEMEMBER-FILE
           CLOSE COMPLIANCE-REPORT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'SCRA Verification Intake Summary:'
           DISPLAY 'Verification Rows Read: ' WS-FEED-ROWS-READ
           DISPLAY 'Protections Set: ' WS-PROTECTIONS-SET
           DISPLAY 'Protections Refreshed: ' WS-PROTECTIONS-REFRESHED
           DISPLAY 'Protections Ended: ' WS-PROTECTIONS-ENDED
           DISPLAY 'Not On Active Duty (No Row): '
               WS-NOT-ON-DUTY-COUNT
           DISPLAY 'Unmatched Rows: ' WS-UNMATCHED-COUNT
           DISPLAY 'Fees/Interest Waived (Ended): ' WS-TOTAL-WAIVED.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-SCR-RETURN-CODE
               MOVE 'SCRA INTAKE COMPLETED WITH ERRORS'
                   TO LS-SCR-MESSAGE
           ELSE
               IF WS-UNMATCHED-COUNT > ZERO
                   MOVE 4 TO LS-SCR-RETURN-CODE
                   MOVE 'SCRA INTAKE - UNMATCHED ROWS TO RESEARCH'
                       TO LS-SCR-MESSAGE
               ELSE
                   MOVE 0 TO LS-SCR-RETURN-CODE
                   MOVE 'SCRA INTAKE COMPLETE' TO LS-SCR-MESSAGE
               END-IF
           END-IF
           EXIT SECTION.
