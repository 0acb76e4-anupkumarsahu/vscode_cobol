       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-RESTATE.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Closed-period restatement report. Every time posting lets an
      * authorized prior-period item into a closed month it writes a
      * restatement row for that month and for each later closed
      * month the item's balance effect carried into. This report
      * lists those rows period by period - account, the item, who
      * authorized it and why, and the month-end balance before and
      * after - with a net restatement per period and for the file,
      * so finance can see exactly how far each closed month moved
      * after it was reported.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTATEMENT-FILE ASSIGN TO "CUSTRSTM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RST-FILE-STATUS.

           SELECT RESTATEMENT-REPORT-FILE ASSIGN TO "CUSTRSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTATEMENT-FILE.
           COPY RESTATEMENT-RECORD.

       FD  RESTATEMENT-REPORT-FILE.
       01  RESTATEMENT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-RST-FILE-STATUS      PIC XX.
           88  RST-FILE-OK         VALUE '00'.
           88  RST-FILE-AT-END     VALUE '10'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.

      * The period being listed - rows arrive in period order off
      * the key, so a change of period is the control break
       01  WS-CURRENT-PERIOD       PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-ROWS          PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-EFFECT        PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-AMOUNT-DISPLAY       PIC -(7)9.99.
       01  WS-EFFECT-DISPLAY       PIC -(7)9.99.
       01  WS-OLD-DISPLAY          PIC -(7)9.99.
       01  WS-NEW-DISPLAY          PIC -(7)9.99.
       01  WS-TOTAL-DISPLAY        PIC -(11)9.99.
       01  WS-COUNT-DISPLAY        PIC ZZZZZ9.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(6) VALUE ZERO.
           05  WS-PERIODS-LISTED   PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-EFFECT     PIC S9(11)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-RESTATE-PARM-AREA.
           05  LS-RST-RETURN-CODE  PIC S9(4) COMP.
           05  LS-RST-MESSAGE      PIC X(50).

       PROCEDURE DIVISION USING LS-RESTATE-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-RESTATEMENTS
               UNTIL RST-FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN INPUT RESTATEMENT-FILE
           IF NOT RST-FILE-OK
               DISPLAY 'NO RESTATEMENT FILE - NOTHING TO REPORT'
               MOVE 0 TO LS-RST-RETURN-CODE
               MOVE 'NO RESTATEMENT FILE PRESENT' TO LS-RST-MESSAGE
               GOBACK
           END-IF

           OPEN OUTPUT RESTATEMENT-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING RESTATEMENT REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-RST-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE SPACES TO RESTATEMENT-REPORT-LINE
           STRING 'CLOSED-PERIOD RESTATEMENTS AS OF '
                   DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO RESTATEMENT-REPORT-LINE
           WRITE RESTATEMENT-REPORT-LINE.

       2000-LIST-RESTATEMENTS SECTION.
       2100-READ-RESTATEMENT-ROW.
           READ RESTATEMENT-FILE NEXT RECORD
               AT END
                   SET RST-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF RST-PERIOD-ID NOT = WS-CURRENT-PERIOD
                       PERFORM 2200-CLOSE-PERIOD
                       PERFORM 2300-OPEN-PERIOD
                   END-IF
                   PERFORM 2400-WRITE-RESTATEMENT-LINE
           END-READ

      * 2200 through 2400 already ran above via the explicit
      * PERFORMs - exit the section here instead of falling into
      * them a second time
           EXIT SECTION.

       2200-CLOSE-PERIOD.
      * Net movement for the period just listed; nothing to close
      * before the first row
           IF WS-PERIOD-ROWS > ZERO
               MOVE WS-PERIOD-ROWS TO WS-COUNT-DISPLAY
               MOVE WS-PERIOD-EFFECT TO WS-TOTAL-DISPLAY
               MOVE SPACES TO RESTATEMENT-REPORT-LINE
               STRING '  PERIOD ' DELIMITED BY SIZE
                   WS-CURRENT-PERIOD DELIMITED BY SIZE
                   '  RESTATEMENTS ' DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   '  NET MONTH-END MOVEMENT ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO RESTATEMENT-REPORT-LINE
               WRITE RESTATEMENT-REPORT-LINE
           END-IF.

       2300-OPEN-PERIOD.
           MOVE RST-PERIOD-ID TO WS-CURRENT-PERIOD
           MOVE ZERO TO WS-PERIOD-ROWS
           MOVE ZERO TO WS-PERIOD-EFFECT
           ADD 1 TO WS-PERIODS-LISTED
           MOVE SPACES TO RESTATEMENT-REPORT-LINE
           WRITE RESTATEMENT-REPORT-LINE
           STRING 'CLOSED PERIOD ' DELIMITED BY SIZE
               WS-CURRENT-PERIOD DELIMITED BY SIZE
               INTO RESTATEMENT-REPORT-LINE
           WRITE RESTATEMENT-REPORT-LINE.

       2400-WRITE-RESTATEMENT-LINE.
           ADD 1 TO WS-PERIOD-ROWS
           ADD RST-BALANCE-EFFECT TO WS-PERIOD-EFFECT
           ADD RST-BALANCE-EFFECT TO WS-TOTAL-EFFECT
           MOVE RST-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE RST-BALANCE-EFFECT TO WS-EFFECT-DISPLAY
           MOVE RST-OLD-MONTH-END TO WS-OLD-DISPLAY
           MOVE RST-NEW-MONTH-END TO WS-NEW-DISPLAY
           MOVE SPACES TO RESTATEMENT-REPORT-LINE
           STRING '    CUST ' DELIMITED BY SIZE
               RST-CUST-ID DELIMITED BY SIZE
               ' ITEM ' DELIMITED BY SIZE
               RST-TRANS-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RST-TRANS-TYPE DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               ' EFFECT' DELIMITED BY SIZE
               WS-EFFECT-DISPLAY DELIMITED BY SIZE
               ' WAS' DELIMITED BY SIZE
               WS-OLD-DISPLAY DELIMITED BY SIZE
               ' NOW' DELIMITED BY SIZE
               WS-NEW-DISPLAY DELIMITED BY SIZE
               ' POSTED ' DELIMITED BY SIZE
               RST-POST-DATE DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               RST-AUTHORIZED-BY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RST-REASON-CODE DELIMITED BY SIZE
               INTO RESTATEMENT-REPORT-LINE
           WRITE RESTATEMENT-REPORT-LINE.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           PERFORM 2200-CLOSE-PERIOD
           MOVE WS-TOTAL-EFFECT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RESTATEMENT-REPORT-LINE
           WRITE RESTATEMENT-REPORT-LINE
           STRING 'ALL CLOSED PERIODS  NET MONTH-END MOVEMENT '
                   DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RESTATEMENT-REPORT-LINE
           WRITE RESTATEMENT-REPORT-LINE
           CLOSE RESTATEMENT-FILE
           CLOSE RESTATEMENT-REPORT-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Restatement Report Summary:'
           DISPLAY 'Restatement Rows Read: ' WS-ROWS-READ
           DISPLAY 'Closed Periods Listed: ' WS-PERIODS-LISTED
           DISPLAY 'Net Month-End Movement: ' WS-TOTAL-EFFECT.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-RST-RETURN-CODE
               MOVE 'RESTATEMENT REPORT COMPLETED WITH ERRORS'
                   TO LS-RST-MESSAGE
           ELSE
               MOVE 0 TO LS-RST-RETURN-CODE
               MOVE 'RESTATEMENT REPORT COMPLETE' TO LS-RST-MESSAGE
           END-IF
           EXIT SECTION.
