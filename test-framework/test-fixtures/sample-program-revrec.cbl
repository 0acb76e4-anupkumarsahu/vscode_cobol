       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-REVREC.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Month-end revenue recognition for recurring charges billed
      * up front. A quarterly or annual charge is booked to deferred
      * revenue when it posts (the billing run writes its schedule,
      * the GL generator books it), and this job, run as the
      * month's last act, releases the months now earned:
      *   - every active schedule earns one monthly share for each
      *     period from its first month through the run period not
      *     yet recognized - a missed month-end is caught up, and a
      *     rerun releases nothing
      *   - the final share takes whatever rounding left over, so
      *     the schedule earns exactly what was billed and retires
      * Each release is one row on the recognition register, dated
      * with the run; SAMPLE-PROGRAM-GLGEN turns that night's rows
      * into the deferred-revenue to service-income journal pair.
      * A cancelled schedule is left alone - MAINT already credited
      * its unearned remainder back.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Walked front to back, released in place
           SELECT DEFERRED-REVENUE-FILE ASSIGN TO "CUSTDEFR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DFR-FILE-STATUS.

      * One row per schedule released this run - the GL generator
      * books the night's rows
           SELECT RECOGNITION-REGISTER-FILE ASSIGN TO "CUSTREVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFERRED-REVENUE-FILE.
           COPY DEFERRED-REVENUE-RECORD.

       FD  RECOGNITION-REGISTER-FILE.
       01  RECOGNITION-REGISTER-RECORD.
           05  REVR-RUN-DATE       PIC 9(8).
           05  REVR-CUST-ID        PIC 9(9).
           05  REVR-CHARGE-DATE    PIC 9(8).
           05  REVR-PERIOD-ID      PIC 9(6).
           05  REVR-MONTHS         PIC 9(2).
           05  REVR-AMOUNT         PIC S9(7)V99.
           05  REVR-REMAINING      PIC S9(7)V99.
           05  REVR-DESCRIPTION    PIC X(20).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-DFR-FILE-STATUS      PIC XX.
           88  DFR-FILE-OK         VALUE '00'.
           88  DFR-FILE-AT-END     VALUE '10'.
           88  DFR-FILE-MISSING    VALUE '35'.
       01  WS-REVR-FILE-STATUS     PIC XX.
           88  REVR-FILE-OK        VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.

      * Period arithmetic: months since year zero, so YYYYMM
      * differences are plain subtraction
       01  WS-RUN-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-RUN-PERIOD-R REDEFINES WS-RUN-PERIOD.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
       01  WS-WORK-PERIOD          PIC 9(6) VALUE ZERO.
       01  WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05  WS-WORK-YEAR        PIC 9(4).
           05  WS-WORK-MONTH       PIC 9(2).
       01  WS-RUN-MONTH-NUMBER     PIC 9(6) COMP VALUE ZERO.
       01  WS-WORK-MONTH-NUMBER    PIC 9(6) COMP VALUE ZERO.
       01  WS-MONTHS-EARNED        PIC S9(5) COMP VALUE ZERO.
       01  WS-MONTHS-TO-RELEASE    PIC S9(5) COMP VALUE ZERO.

       01  WS-RELEASE-AMOUNT       PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-SCHEDULES-READ   PIC 9(6) VALUE ZERO.
           05  WS-SCHEDULES-ACTIVE PIC 9(6) VALUE ZERO.
           05  WS-RELEASES-MADE    PIC 9(6) VALUE ZERO.
           05  WS-SCHEDULES-RETIRED PIC 9(6) VALUE ZERO.
           05  WS-RELEASED-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-REVREC-PARM-AREA.
           05  LS-REV-RETURN-CODE  PIC S9(4) COMP.
           05  LS-REV-MESSAGE      PIC X(50).
      * YYYYMM to recognize through; zero means the current month
           05  LS-REV-PERIOD-ID    PIC 9(6).

       PROCEDURE DIVISION USING LS-REVREC-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WORK-SCHEDULES
               UNTIL DFR-FILE-AT-END
           PERFORM 3000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           IF LS-REV-PERIOD-ID NOT = ZERO
               MOVE LS-REV-PERIOD-ID TO WS-RUN-PERIOD
           ELSE
               MOVE STD-YEAR TO WS-RUN-YEAR
               MOVE STD-MONTH TO WS-RUN-MONTH
           END-IF
           COMPUTE WS-RUN-MONTH-NUMBER =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH

      * No schedule file means nothing was ever billed in advance
           OPEN I-O DEFERRED-REVENUE-FILE
           IF DFR-FILE-MISSING
               DISPLAY 'NO DEFERRED REVENUE FILE - NOTHING TO DO'
               SET DFR-FILE-AT-END TO TRUE
           ELSE
               IF NOT DFR-FILE-OK
                   DISPLAY 'ERROR OPENING DEFERRED REVENUE FILE: '
                       WS-DFR-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO LS-REV-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT RECOGNITION-REGISTER-FILE
           IF NOT REVR-FILE-OK
               DISPLAY 'ERROR OPENING RECOGNITION REGISTER: '
                   WS-REVR-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-REV-RETURN-CODE
               GOBACK
           END-IF.

       2000-WORK-SCHEDULES SECTION.
       2100-READ-SCHEDULE.
           READ DEFERRED-REVENUE-FILE NEXT RECORD
               AT END
                   SET DFR-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCHEDULES-READ
                   IF DFR-ACTIVE
                       ADD 1 TO WS-SCHEDULES-ACTIVE
                       PERFORM 2200-RELEASE-EARNED-MONTHS
                   END-IF
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-RELEASE-EARNED-MONTHS.
      * Months earned = first period through the run period, capped
      * at the schedule's length; release what is not yet out
           MOVE DFR-FIRST-PERIOD TO WS-WORK-PERIOD
           COMPUTE WS-WORK-MONTH-NUMBER =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH
           COMPUTE WS-MONTHS-EARNED =
               WS-RUN-MONTH-NUMBER - WS-WORK-MONTH-NUMBER + 1
           IF WS-MONTHS-EARNED > DFR-MONTHS
               MOVE DFR-MONTHS TO WS-MONTHS-EARNED
           END-IF
           COMPUTE WS-MONTHS-TO-RELEASE =
               WS-MONTHS-EARNED - DFR-MONTHS-RECOGNIZED
           IF WS-MONTHS-TO-RELEASE > ZERO
               IF WS-MONTHS-EARNED = DFR-MONTHS
                   COMPUTE WS-RELEASE-AMOUNT =
                       DFR-TOTAL-AMOUNT - DFR-RECOGNIZED-AMOUNT
                   SET DFR-FULLY-EARNED TO TRUE
                   ADD 1 TO WS-SCHEDULES-RETIRED
               ELSE
                   COMPUTE WS-RELEASE-AMOUNT =
                       DFR-MONTHLY-AMOUNT * WS-MONTHS-TO-RELEASE
               END-IF
               ADD WS-MONTHS-TO-RELEASE TO DFR-MONTHS-RECOGNIZED
               ADD WS-RELEASE-AMOUNT TO DFR-RECOGNIZED-AMOUNT
               MOVE WS-RUN-PERIOD TO DFR-LAST-PERIOD
               REWRITE DEFERRED-REVENUE-RECORD
                   INVALID KEY
                       DISPLAY 'REWRITE FAILED FOR SCHEDULE: '
                           DFR-CUST-ID ' ' DFR-CHARGE-DATE
                           ' STATUS=' WS-DFR-FILE-STATUS
                       SET ERROR-OCCURRED TO TRUE
                   NOT INVALID KEY
                       PERFORM 2300-WRITE-REGISTER-ROW
               END-REWRITE
           END-IF.

       2300-WRITE-REGISTER-ROW.
           MOVE STD-CURRENT-DATE TO REVR-RUN-DATE
           MOVE DFR-CUST-ID TO REVR-CUST-ID
           MOVE DFR-CHARGE-DATE TO REVR-CHARGE-DATE
           MOVE WS-RUN-PERIOD TO REVR-PERIOD-ID
           MOVE WS-MONTHS-TO-RELEASE TO REVR-MONTHS
           MOVE WS-RELEASE-AMOUNT TO REVR-AMOUNT
           COMPUTE REVR-REMAINING =
               DFR-TOTAL-AMOUNT - DFR-RECOGNIZED-AMOUNT
           MOVE DFR-DESCRIPTION TO REVR-DESCRIPTION
           WRITE RECOGNITION-REGISTER-RECORD
           ADD 1 TO WS-RELEASES-MADE
           ADD WS-RELEASE-AMOUNT TO WS-RELEASED-TOTAL.

       3000-FINALIZE SECTION.
       3100-CLOSE-FILES.
           IF NOT DFR-FILE-MISSING
               CLOSE DEFERRED-REVENUE-FILE
           END-IF
           CLOSE RECOGNITION-REGISTER-FILE.

       3200-DISPLAY-SUMMARY.
           DISPLAY 'Revenue Recognition Summary:'
           DISPLAY 'Recognized Through Period: ' WS-RUN-PERIOD
           DISPLAY 'Schedules Read: ' WS-SCHEDULES-READ
           DISPLAY 'Active Schedules: ' WS-SCHEDULES-ACTIVE
           DISPLAY 'Releases Made: ' WS-RELEASES-MADE
           DISPLAY 'Revenue Released: ' WS-RELEASED-TOTAL
           DISPLAY 'Schedules Fully Earned: ' WS-SCHEDULES-RETIRED.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-REV-RETURN-CODE
               MOVE 'REVENUE RECOGNITION COMPLETED WITH ERRORS'
                   TO LS-REV-MESSAGE
           ELSE
               MOVE 0 TO LS-REV-RETURN-CODE
               MOVE 'REVENUE RECOGNITION COMPLETE' TO LS-REV-MESSAGE
           END-IF
           EXIT SECTION.
