       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-CALLPROD.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Daily collector productivity report. Every call a collector
      * logs on the MAINT screen lands on the call log with its
      * outcome, and this report folds the log into one line per
      * collector for the report day (today unless the caller names
      * a day):
      *   - calls attempted that day, how many reached the customer
      *     (right-party contact, promise taken or refused) and the
      *     contact rate, promises taken and the dollars promised,
      *     and wrong numbers
      *   - promises settled that day by SAMPLE-PROGRAM-PROMISE,
      *     credited back to the collector who took them whatever
      *     day the call was: how many were kept, how many broken,
      *     and the dollars the account paid down between the
      *     promise and its settlement
      * A totals line closes the report.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Call log written by MAINT, settled by PROMISE
           SELECT CALL-LOG-FILE ASSIGN TO "CUSTCALL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLG-KEY
               FILE STATUS IS WS-CLG-FILE-STATUS.

      * Productivity report, one line per collector
           SELECT PRODUCTIVITY-REPORT-FILE ASSIGN TO "CUSTCPRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALL-LOG-FILE.
           COPY CALL-LOG-RECORD.

       FD  PRODUCTIVITY-REPORT-FILE.
       01  PRODUCTIVITY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CLG-FILE-STATUS      PIC XX.
           88  CLG-FILE-OK         VALUE '00'.
           88  CLG-FILE-AT-END     VALUE '10'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-COLLECTOR-FOUND-FLAG PIC X VALUE 'N'.
               88  COLLECTOR-FOUND VALUE 'Y'.
           05  WS-TABLE-FULL-FLAG  PIC X VALUE 'N'.
               88  COLLECTOR-TABLE-FULL VALUE 'Y'.

       01  WS-REPORT-DATE          PIC 9(8) VALUE ZERO.

      * One slot per collector seen on the log for the report day;
      * collectors past the last slot are counted in the totals only
       01  WS-COLLECTOR-TABLE-MAX  PIC 9(3) COMP VALUE 200.
       01  WS-COLLECTOR-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  WS-COLLECTOR-SUB        PIC 9(3) COMP VALUE ZERO.
       01  WS-COLLECTOR-TABLE.
           05  WS-COLLECTOR-ENTRY OCCURS 200 TIMES.
               10  WS-CPR-COLLECTOR-ID PIC X(8).
               10  WS-CPR-TOTALS.
                   15  WS-CPR-ATTEMPTS     PIC 9(5).
                   15  WS-CPR-CONTACTS     PIC 9(5).
                   15  WS-CPR-PROMISES     PIC 9(5).
                   15  WS-CPR-PROMISED     PIC S9(9)V99.
                   15  WS-CPR-WRONG-NUMBERS PIC 9(5).
                   15  WS-CPR-KEPT         PIC 9(5).
                   15  WS-CPR-BROKEN       PIC 9(5).
                   15  WS-CPR-COLLECTED    PIC S9(9)V99.

      * The whole day, every collector - also the line a collector
      * falls into when the table is full
       01  WS-DAY-TOTALS.
           05  WS-TOT-ATTEMPTS     PIC 9(5) VALUE ZERO.
           05  WS-TOT-CONTACTS     PIC 9(5) VALUE ZERO.
           05  WS-TOT-PROMISES     PIC 9(5) VALUE ZERO.
           05  WS-TOT-PROMISED     PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-WRONG-NUMBERS PIC 9(5) VALUE ZERO.
           05  WS-TOT-KEPT         PIC 9(5) VALUE ZERO.
           05  WS-TOT-BROKEN       PIC 9(5) VALUE ZERO.
           05  WS-TOT-COLLECTED    PIC S9(9)V99 VALUE ZERO.

      * One line's figures, loaded from a table slot or the totals
       01  WS-LINE-FIGURES.
           05  WS-LINE-COLLECTOR-ID PIC X(8).
           05  WS-LINE-ATTEMPTS    PIC 9(5).
           05  WS-LINE-CONTACTS    PIC 9(5).
           05  WS-LINE-PROMISES    PIC 9(5).
           05  WS-LINE-PROMISED    PIC S9(9)V99.
           05  WS-LINE-WRONG-NUMBERS PIC 9(5).
           05  WS-LINE-KEPT        PIC 9(5).
           05  WS-LINE-BROKEN      PIC 9(5).
           05  WS-LINE-COLLECTED   PIC S9(9)V99.

       01  WS-CONTACT-RATE         PIC 9(3) VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-ATTEMPTS-DISPLAY PIC ZZZZ9.
           05  WS-CONTACTS-DISPLAY PIC ZZZZ9.
           05  WS-RATE-DISPLAY     PIC ZZ9.
           05  WS-PROMISES-DISPLAY PIC ZZZZ9.
           05  WS-PROMISED-DISPLAY PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-WRONG-DISPLAY    PIC ZZZZ9.
           05  WS-KEPT-DISPLAY     PIC ZZZZ9.
           05  WS-BROKEN-DISPLAY   PIC ZZZZ9.
           05  WS-COLLECTED-DISPLAY PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(7) VALUE ZERO.
           05  WS-CALLS-COUNTED    PIC 9(6) VALUE ZERO.
           05  WS-SETTLED-COUNTED  PIC 9(6) VALUE ZERO.
           05  WS-OVERFLOW-ROWS    PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-CALLPROD-PARM-AREA.
           05  LS-CPR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-CPR-MESSAGE      PIC X(50).
      * YYYYMMDD - zero reports today
           05  LS-CPR-REPORT-DATE  PIC 9(8).

       PROCEDURE DIVISION USING LS-CALLPROD-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FOLD-CALL-LOG
               UNTIL END-OF-FILE
           PERFORM 3000-WRITE-REPORT
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN INPUT CALL-LOG-FILE
           IF NOT CLG-FILE-OK
               DISPLAY 'NO CALL LOG - NOTHING TO REPORT'
               MOVE 0 TO LS-CPR-RETURN-CODE
               MOVE 'NO CALL LOG PRESENT' TO LS-CPR-MESSAGE
               GOBACK
           END-IF

           OPEN OUTPUT PRODUCTIVITY-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING PRODUCTIVITY REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CPR-RETURN-CODE
               MOVE 'PRODUCTIVITY REPORT NOT OPENED' TO LS-CPR-MESSAGE
               CLOSE CALL-LOG-FILE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           IF LS-CPR-REPORT-DATE NOT = ZERO
               MOVE LS-CPR-REPORT-DATE TO WS-REPORT-DATE
           ELSE
               MOVE STD-CURRENT-DATE TO WS-REPORT-DATE
           END-IF
           INITIALIZE WS-COLLECTOR-TABLE
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           STRING 'COLLECTOR PRODUCTIVITY FOR ' DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               ' - RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO PRODUCTIVITY-REPORT-LINE
           WRITE PRODUCTIVITY-REPORT-LINE
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           WRITE PRODUCTIVITY-REPORT-LINE
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           STRING 'COLLECTOR ATTEMPTS CONTACTS RATE% PROMISES'
                   DELIMITED BY SIZE
               '    PROMISED-AMOUNT WRONG# KEPT BROKEN'
                   DELIMITED BY SIZE
               '   COLLECTED-AMOUNT' DELIMITED BY SIZE
               INTO PRODUCTIVITY-REPORT-LINE
           WRITE PRODUCTIVITY-REPORT-LINE.

       2000-FOLD-CALL-LOG SECTION.
       2100-READ-CALL-ROW.
           READ CALL-LOG-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF CLG-CALL-DATE = WS-REPORT-DATE
                       PERFORM 2300-FIND-COLLECTOR
                       PERFORM 2400-COUNT-CALL
                   END-IF
                   IF CLG-SETTLED-DATE = WS-REPORT-DATE
                           AND CLG-PROMISE-TAKEN
                           AND NOT CLG-PROMISE-OPEN
                       PERFORM 2300-FIND-COLLECTOR
                       PERFORM 2500-COUNT-SETTLEMENT
                   END-IF
           END-READ

      * 2300 and what follows already ran above - exit the section
      * here instead of falling into them a second time
           EXIT SECTION.

       2300-FIND-COLLECTOR.
      * Leaves WS-COLLECTOR-SUB on the row's collector, adding a slot
      * the first time one is seen; zero when the table is full
           MOVE 'N' TO WS-COLLECTOR-FOUND-FLAG
           PERFORM 2310-MATCH-ONE-COLLECTOR
               VARYING WS-COLLECTOR-SUB FROM 1 BY 1
               UNTIL WS-COLLECTOR-SUB > WS-COLLECTOR-COUNT
                   OR COLLECTOR-FOUND
           IF COLLECTOR-FOUND
      * PERFORM VARYING leaves the subscript one past the match
               SUBTRACT 1 FROM WS-COLLECTOR-SUB
           ELSE
               IF WS-COLLECTOR-COUNT < WS-COLLECTOR-TABLE-MAX
                   ADD 1 TO WS-COLLECTOR-COUNT
                   MOVE WS-COLLECTOR-COUNT TO WS-COLLECTOR-SUB
                   MOVE CLG-COLLECTOR-ID
                       TO WS-CPR-COLLECTOR-ID (WS-COLLECTOR-SUB)
               ELSE
                   IF NOT COLLECTOR-TABLE-FULL
                       DISPLAY 'COLLECTOR TABLE FULL - FURTHER '
                           'COLLECTORS COUNTED IN TOTALS ONLY'
                       SET COLLECTOR-TABLE-FULL TO TRUE
                   END-IF
                   ADD 1 TO WS-OVERFLOW-ROWS
                   MOVE ZERO TO WS-COLLECTOR-SUB
               END-IF
           END-IF.

       2310-MATCH-ONE-COLLECTOR.
           IF WS-CPR-COLLECTOR-ID (WS-COLLECTOR-SUB) = CLG-COLLECTOR-ID
               SET COLLECTOR-FOUND TO TRUE
           END-IF.

       2400-COUNT-CALL.
           ADD 1 TO WS-CALLS-COUNTED
           ADD 1 TO WS-TOT-ATTEMPTS
           IF CLG-CONTACT-MADE
               ADD 1 TO WS-TOT-CONTACTS
           END-IF
           IF CLG-PROMISE-TAKEN
               ADD 1 TO WS-TOT-PROMISES
               ADD CLG-PROMISED-AMOUNT TO WS-TOT-PROMISED
           END-IF
           IF CLG-WRONG-NUMBER
               ADD 1 TO WS-TOT-WRONG-NUMBERS
           END-IF
           IF WS-COLLECTOR-SUB > ZERO
               PERFORM 2410-COUNT-CALL-FOR-COLLECTOR
           END-IF.

       2410-COUNT-CALL-FOR-COLLECTOR.
           ADD 1 TO WS-CPR-ATTEMPTS (WS-COLLECTOR-SUB)
           IF CLG-CONTACT-MADE
               ADD 1 TO WS-CPR-CONTACTS (WS-COLLECTOR-SUB)
           END-IF
           IF CLG-PROMISE-TAKEN
               ADD 1 TO WS-CPR-PROMISES (WS-COLLECTOR-SUB)
               ADD CLG-PROMISED-AMOUNT
                   TO WS-CPR-PROMISED (WS-COLLECTOR-SUB)
           END-IF
           IF CLG-WRONG-NUMBER
               ADD 1 TO WS-CPR-WRONG-NUMBERS (WS-COLLECTOR-SUB)
           END-IF.

       2500-COUNT-SETTLEMENT.
           ADD 1 TO WS-SETTLED-COUNTED
           IF CLG-PROMISE-KEPT
               ADD 1 TO WS-TOT-KEPT
           ELSE
               ADD 1 TO WS-TOT-BROKEN
           END-IF
           ADD CLG-COLLECTED-AMOUNT TO WS-TOT-COLLECTED
           IF WS-COLLECTOR-SUB > ZERO
               PERFORM 2510-COUNT-SETTLED-FOR-COLLECTOR
           END-IF.

       2510-COUNT-SETTLED-FOR-COLLECTOR.
           IF CLG-PROMISE-KEPT
               ADD 1 TO WS-CPR-KEPT (WS-COLLECTOR-SUB)
           ELSE
               ADD 1 TO WS-CPR-BROKEN (WS-COLLECTOR-SUB)
           END-IF
           ADD CLG-COLLECTED-AMOUNT
               TO WS-CPR-COLLECTED (WS-COLLECTOR-SUB).

       3000-WRITE-REPORT SECTION.
       3100-WRITE-COLLECTOR-LINES.
           PERFORM 3200-LOAD-COLLECTOR-LINE
               VARYING WS-COLLECTOR-SUB FROM 1 BY 1
               UNTIL WS-COLLECTOR-SUB > WS-COLLECTOR-COUNT

           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           WRITE PRODUCTIVITY-REPORT-LINE
           MOVE 'TOTAL' TO WS-LINE-COLLECTOR-ID
           MOVE WS-TOT-ATTEMPTS TO WS-LINE-ATTEMPTS
           MOVE WS-TOT-CONTACTS TO WS-LINE-CONTACTS
           MOVE WS-TOT-PROMISES TO WS-LINE-PROMISES
           MOVE WS-TOT-PROMISED TO WS-LINE-PROMISED
           MOVE WS-TOT-WRONG-NUMBERS TO WS-LINE-WRONG-NUMBERS
           MOVE WS-TOT-KEPT TO WS-LINE-KEPT
           MOVE WS-TOT-BROKEN TO WS-LINE-BROKEN
           MOVE WS-TOT-COLLECTED TO WS-LINE-COLLECTED
           PERFORM 3300-WRITE-FIGURES-LINE

      * 3200/3300 already ran above via the explicit PERFORM - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       3200-LOAD-COLLECTOR-LINE.
           MOVE WS-CPR-COLLECTOR-ID (WS-COLLECTOR-SUB)
               TO WS-LINE-COLLECTOR-ID
           MOVE WS-CPR-ATTEMPTS (WS-COLLECTOR-SUB) TO WS-LINE-ATTEMPTS
           MOVE WS-CPR-CONTACTS (WS-COLLECTOR-SUB) TO WS-LINE-CONTACTS
           MOVE WS-CPR-PROMISES (WS-COLLECTOR-SUB) TO WS-LINE-PROMISES
           MOVE WS-CPR-PROMISED (WS-COLLECTOR-SUB) TO WS-LINE-PROMISED
           MOVE WS-CPR-WRONG-NUMBERS (WS-COLLECTOR-SUB)
               TO WS-LINE-WRONG-NUMBERS
           MOVE WS-CPR-KEPT (WS-COLLECTOR-SUB) TO WS-LINE-KEPT
           MOVE WS-CPR-BROKEN (WS-COLLECTOR-SUB) TO WS-LINE-BROKEN
           MOVE WS-CPR-COLLECTED (WS-COLLECTOR-SUB)
               TO WS-LINE-COLLECTED
           PERFORM 3300-WRITE-FIGURES-LINE.

       3300-WRITE-FIGURES-LINE.
      * Contact rate is contacts as a whole percent of attempts
           IF WS-LINE-ATTEMPTS > ZERO
               COMPUTE WS-CONTACT-RATE ROUNDED =
                   WS-LINE-CONTACTS * 100 / WS-LINE-ATTEMPTS
           ELSE
               MOVE ZERO TO WS-CONTACT-RATE
           END-IF
           MOVE WS-LINE-ATTEMPTS TO WS-ATTEMPTS-DISPLAY
           MOVE WS-LINE-CONTACTS TO WS-CONTACTS-DISPLAY
           MOVE WS-CONTACT-RATE TO WS-RATE-DISPLAY
           MOVE WS-LINE-PROMISES TO WS-PROMISES-DISPLAY
           MOVE WS-LINE-PROMISED TO WS-PROMISED-DISPLAY
           MOVE WS-LINE-WRONG-NUMBERS TO WS-WRONG-DISPLAY
           MOVE WS-LINE-KEPT TO WS-KEPT-DISPLAY
           MOVE WS-LINE-BROKEN TO WS-BROKEN-DISPLAY
           MOVE WS-LINE-COLLECTED TO WS-COLLECTED-DISPLAY
           MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
           STRING WS-LINE-COLLECTOR-ID DELIMITED BY SIZE
               '     ' DELIMITED BY SIZE
               WS-ATTEMPTS-DISPLAY DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-CONTACTS-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-RATE-DISPLAY DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-PROMISES-DISPLAY DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-PROMISED-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-WRONG-DISPLAY DELIMITED BY SIZE
               WS-KEPT-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-BROKEN-DISPLAY DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-COLLECTED-DISPLAY DELIMITED BY SIZE
               INTO PRODUCTIVITY-REPORT-LINE
           WRITE PRODUCTIVITY-REPORT-LINE.

       4000-FINALIZE SECTION.
       4100-CLOSE-FILES.
           CLOSE CALL-LOG-FILE
           CLOSE PRODUCTIVITY-REPORT-FILE.

       4200-DISPLAY-SUMMARY.
           DISPLAY 'Collector Productivity Summary:'
           DISPLAY 'Report Date: ' WS-REPORT-DATE
           DISPLAY 'Call Log Rows Read: ' WS-ROWS-READ
           DISPLAY 'Calls On Report Date: ' WS-CALLS-COUNTED
           DISPLAY 'Promises Settled On Report Date: '
               WS-SETTLED-COUNTED
           DISPLAY 'Collectors Reported: ' WS-COLLECTOR-COUNT
           DISPLAY 'Rows Past Collector Table: ' WS-OVERFLOW-ROWS.

       4999-EXIT.
           IF COLLECTOR-TABLE-FULL
               MOVE 4 TO LS-CPR-RETURN-CODE
               MOVE 'PRODUCTIVITY REPORT COMPLETE - TABLE FULL'
                   TO LS-CPR-MESSAGE
           ELSE
               MOVE 0 TO LS-CPR-RETURN-CODE
               MOVE 'PRODUCTIVITY REPORT COMPLETE' TO LS-CPR-MESSAGE
           END-IF
           EXIT SECTION.
