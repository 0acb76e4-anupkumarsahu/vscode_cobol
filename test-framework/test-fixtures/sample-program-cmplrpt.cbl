       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-CMPLRPT.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Monthly complaint report. Complaints used to live in a
      * shared mailbox, and "how many complaints about late fees
      * did you have last quarter" had no answer. The complaint log
      * MAINT keeps now has one, and this report gives it three
      * ways, for the reporting month (the month just ended unless
      * the caller names one):
      *   - complaints received in the month, counted by category
      *     and by the root cause found when the case closed (a
      *     case still open counts under PEND)
      *   - every case past its response deadline - still open
      *     today with the deadline gone, or closed in the month
      *     after its deadline had passed
      *   - repeat complainants: every account with more than one
      *     complaint received in the twelve months ending with the
      *     reporting month
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "CUSTCMPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CMP-FILE-STATUS.

           SELECT COMPLAINT-REPORT-FILE ASSIGN TO "CUSTCMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
           COPY COMPLAINT-RECORD.

       FD  COMPLAINT-REPORT-FILE.
       01  COMPLAINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-CMP-FILE-STATUS      PIC XX.
           88  CMP-FILE-OK         VALUE '00'.
           88  CMP-FILE-AT-END     VALUE '10'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-CODE-FOUND-FLAG  PIC X VALUE 'N'.
               88  CODE-FOUND      VALUE 'Y'.
           05  WS-PRIOR-SET-FLAG   PIC X VALUE 'N'.
               88  PRIOR-CUST-SET  VALUE 'Y'.

       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
      * The reporting month and the first month of the twelve-month
      * window that ends with it, both YYYYMM
       01  WS-REPORT-PERIOD        PIC 9(6) VALUE ZERO.
       01  WS-REPORT-YEAR          PIC 9(4) VALUE ZERO.
       01  WS-REPORT-MONTH         PIC 9(2) VALUE ZERO.
       01  WS-WINDOW-START-PERIOD  PIC 9(6) VALUE ZERO.
       01  WS-ROW-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-CLOSED-PERIOD        PIC 9(6) VALUE ZERO.

      * One slot per category and per root cause seen - the lists
      * are short and fixed on the complaint record
       01  WS-CODE-TABLE-MAX       PIC 9(2) COMP VALUE 10.
       01  WS-CODE-SUB             PIC 9(2) COMP VALUE ZERO.
       01  WS-ROW-CODE             PIC X(4) VALUE SPACES.
       01  WS-CAT-TABLE-COUNT      PIC 9(2) COMP VALUE ZERO.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 10 TIMES.
               10  WS-CAT-CODE         PIC X(4).
               10  WS-CAT-COUNT        PIC 9(6).
       01  WS-ROOT-TABLE-COUNT     PIC 9(2) COMP VALUE ZERO.
       01  WS-ROOT-TABLE.
           05  WS-ROOT-ENTRY OCCURS 10 TIMES.
               10  WS-ROOT-CODE        PIC X(4).
               10  WS-ROOT-COUNT       PIC 9(6).

      * Control break for the repeat-complainant pass
       01  WS-PRIOR-CUST-ID        PIC 9(9) VALUE ZERO.
       01  WS-CUST-WINDOW-COUNT    PIC 9(4) VALUE ZERO.

       01  WS-COUNT-DISPLAY        PIC ZZZZZ9.
       01  WS-DAYS-LATE            PIC 9(5) VALUE ZERO.
       01  WS-DAYS-LATE-DISPLAY    PIC ZZZZ9.
       01  WS-LATE-TEXT            PIC X(20) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(6) VALUE ZERO.
           05  WS-RECEIVED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-REGULATOR-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-CLOSED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-PAST-DEADLINE-COUNT PIC 9(6) VALUE ZERO.
           05  WS-REPEAT-COUNT     PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-CMPLRPT-PARM-AREA.
           05  LS-CMR-RETURN-CODE  PIC S9(4) COMP.
           05  LS-CMR-MESSAGE      PIC X(50).
      * YYYYMM - zero reports the month just ended
           05  LS-CMR-REPORT-PERIOD PIC 9(6).

       PROCEDURE DIVISION USING LS-CMPLRPT-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FOLD-COMPLAINTS
               UNTIL END-OF-FILE
           PERFORM 3000-REPORT-COUNTS
           PERFORM 4000-LIST-PAST-DEADLINE
           PERFORM 5000-LIST-REPEAT-COMPLAINANTS
           PERFORM 6000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN INPUT COMPLAINT-FILE
           IF NOT CMP-FILE-OK
               DISPLAY 'NO COMPLAINT FILE - NOTHING TO REPORT'
               MOVE 0 TO LS-CMR-RETURN-CODE
               MOVE 'NO COMPLAINT FILE PRESENT' TO LS-CMR-MESSAGE
               GOBACK
           END-IF

           OPEN OUTPUT COMPLAINT-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING COMPLAINT REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-CMR-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
           IF LS-CMR-REPORT-PERIOD NOT = ZERO
               MOVE LS-CMR-REPORT-PERIOD TO WS-REPORT-PERIOD
               DIVIDE WS-REPORT-PERIOD BY 100
                   GIVING WS-REPORT-YEAR
                   REMAINDER WS-REPORT-MONTH
           ELSE
               IF STD-MONTH = 1
                   COMPUTE WS-REPORT-YEAR = STD-YEAR - 1
                   MOVE 12 TO WS-REPORT-MONTH
               ELSE
                   MOVE STD-YEAR TO WS-REPORT-YEAR
                   COMPUTE WS-REPORT-MONTH = STD-MONTH - 1
               END-IF
               COMPUTE WS-REPORT-PERIOD =
                   WS-REPORT-YEAR * 100 + WS-REPORT-MONTH
           END-IF
      * Twelve months ending with the reporting month
           IF WS-REPORT-MONTH = 12
               COMPUTE WS-WINDOW-START-PERIOD =
                   WS-REPORT-YEAR * 100 + 1
           ELSE
               COMPUTE WS-WINDOW-START-PERIOD =
                   (WS-REPORT-YEAR - 1) * 100 + WS-REPORT-MONTH + 1
           END-IF
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING 'COMPLAINT REPORT FOR PERIOD ' DELIMITED BY SIZE
               WS-REPORT-PERIOD DELIMITED BY SIZE
               ' - RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE.

       2000-FOLD-COMPLAINTS SECTION.
       2100-READ-COMPLAINT.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   COMPUTE WS-ROW-PERIOD = CMP-RECEIVED-DATE / 100
                   IF WS-ROW-PERIOD = WS-REPORT-PERIOD
                       PERFORM 2200-FOLD-ONE-COMPLAINT
                   END-IF
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-FOLD-ONE-COMPLAINT.
           ADD 1 TO WS-RECEIVED-COUNT
           IF CMP-VIA-REGULATOR
               ADD 1 TO WS-REGULATOR-COUNT
           END-IF
           IF CMP-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
           END-IF
           MOVE CMP-CATEGORY TO WS-ROW-CODE
           PERFORM 2300-FOLD-INTO-CATEGORY
           IF CMP-CLOSED
               MOVE CMP-ROOT-CAUSE TO WS-ROW-CODE
           ELSE
               MOVE 'PEND' TO WS-ROW-CODE
           END-IF
           PERFORM 2400-FOLD-INTO-ROOT-CAUSE.

       2300-FOLD-INTO-CATEGORY.
           MOVE 'N' TO WS-CODE-FOUND-FLAG
           PERFORM 2310-MATCH-ONE-CATEGORY
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-CAT-TABLE-COUNT
                   OR CODE-FOUND
           IF CODE-FOUND
      * PERFORM VARYING leaves the subscript one past the match
               SUBTRACT 1 FROM WS-CODE-SUB
           ELSE
               IF WS-CAT-TABLE-COUNT < WS-CODE-TABLE-MAX
                   ADD 1 TO WS-CAT-TABLE-COUNT
                   MOVE WS-CAT-TABLE-COUNT TO WS-CODE-SUB
                   MOVE WS-ROW-CODE TO WS-CAT-CODE (WS-CODE-SUB)
                   MOVE ZERO TO WS-CAT-COUNT (WS-CODE-SUB)
               ELSE
                   MOVE WS-CAT-TABLE-COUNT TO WS-CODE-SUB
               END-IF
           END-IF
           ADD 1 TO WS-CAT-COUNT (WS-CODE-SUB).

       2310-MATCH-ONE-CATEGORY.
           IF WS-CAT-CODE (WS-CODE-SUB) = WS-ROW-CODE
               SET CODE-FOUND TO TRUE
           END-IF.

       2400-FOLD-INTO-ROOT-CAUSE.
           MOVE 'N' TO WS-CODE-FOUND-FLAG
           PERFORM 2410-MATCH-ONE-ROOT-CAUSE
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-ROOT-TABLE-COUNT
                   OR CODE-FOUND
           IF CODE-FOUND
               SUBTRACT 1 FROM WS-CODE-SUB
           ELSE
               IF WS-ROOT-TABLE-COUNT < WS-CODE-TABLE-MAX
                   ADD 1 TO WS-ROOT-TABLE-COUNT
                   MOVE WS-ROOT-TABLE-COUNT TO WS-CODE-SUB
                   MOVE WS-ROW-CODE TO WS-ROOT-CODE (WS-CODE-SUB)
                   MOVE ZERO TO WS-ROOT-COUNT (WS-CODE-SUB)
               ELSE
                   MOVE WS-ROOT-TABLE-COUNT TO WS-CODE-SUB
               END-IF
           END-IF
           ADD 1 TO WS-ROOT-COUNT (WS-CODE-SUB).

       2410-MATCH-ONE-ROOT-CAUSE.
           IF WS-ROOT-CODE (WS-CODE-SUB) = WS-ROW-CODE
               SET CODE-FOUND TO TRUE
           END-IF.

       3000-REPORT-COUNTS SECTION.
       3100-WRITE-COUNT-LINES.
           MOVE WS-RECEIVED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING 'COMPLAINTS RECEIVED ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE
           MOVE WS-REGULATOR-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING '  VIA A REGULATOR  ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING '  CLOSED SO FAR    ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE

           MOVE SPACES TO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE
           MOVE 'BY CATEGORY' TO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE
           PERFORM 3200-WRITE-ONE-CATEGORY
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-CAT-TABLE-COUNT

           MOVE SPACES TO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE
           MOVE 'BY ROOT CAUSE' TO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE
           PERFORM 3300-WRITE-ONE-ROOT-CAUSE
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-ROOT-TABLE-COUNT

      * 3200/3300 already ran above via the explicit PERFORM - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       3200-WRITE-ONE-CATEGORY.
           MOVE WS-CAT-COUNT (WS-CODE-SUB) TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-CAT-CODE (WS-CODE-SUB) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE.

       3300-WRITE-ONE-ROOT-CAUSE.
           MOVE WS-ROOT-COUNT (WS-CODE-SUB) TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-ROOT-CODE (WS-CODE-SUB) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE.

       4000-LIST-PAST-DEADLINE SECTION.
       4010-PAST-DEADLINE-CONTROL.
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE
           MOVE 'PAST RESPONSE DEADLINE' TO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO CMP-KEY
           START COMPLAINT-FILE KEY IS NOT LESS THAN CMP-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM 4100-READ-AND-CHECK-DEADLINE
               UNTIL END-OF-FILE

      * 4100/4200 already ran above (one record at a time) via the
      * explicit PERFORM - exit the section here instead of falling
      * into them an extra, unconditional time once the loop ends
           EXIT SECTION.

       4100-READ-AND-CHECK-DEADLINE.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   COMPUTE WS-CLOSED-PERIOD = CMP-CLOSED-DATE / 100
                   EVALUATE TRUE
                       WHEN CMP-OPEN
                               AND CMP-RESPONSE-DUE-DATE <
                                   WS-TODAY-DATE-NUM
                           COMPUTE WS-DAYS-LATE =
                               FUNCTION INTEGER-OF-DATE
                                   (WS-TODAY-DATE-NUM)
                               - FUNCTION INTEGER-OF-DATE
                                   (CMP-RESPONSE-DUE-DATE)
                           MOVE 'STILL OPEN' TO WS-LATE-TEXT
                           PERFORM 4200-WRITE-DEADLINE-LINE
                       WHEN CMP-CLOSED
                               AND WS-CLOSED-PERIOD = WS-REPORT-PERIOD
                               AND CMP-CLOSED-DATE >
                                   CMP-RESPONSE-DUE-DATE
                           COMPUTE WS-DAYS-LATE =
                               FUNCTION INTEGER-OF-DATE
                                   (CMP-CLOSED-DATE)
                               - FUNCTION INTEGER-OF-DATE
                                   (CMP-RESPONSE-DUE-DATE)
                           MOVE 'CLOSED LATE' TO WS-LATE-TEXT
                           PERFORM 4200-WRITE-DEADLINE-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       4200-WRITE-DEADLINE-LINE.
           ADD 1 TO WS-PAST-DEADLINE-COUNT
           MOVE WS-DAYS-LATE TO WS-DAYS-LATE-DISPLAY
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING '  CUST-ID ' DELIMITED BY SIZE
               CMP-CUST-ID DELIMITED BY SIZE
               ' CASE ' DELIMITED BY SIZE
               CMP-CASE-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CMP-CATEGORY DELIMITED BY SIZE
               ' VIA ' DELIMITED BY SIZE
               CMP-CHANNEL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CMP-REGULATOR DELIMITED BY SIZE
               ' DUE ' DELIMITED BY SIZE
               CMP-RESPONSE-DUE-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LATE-TEXT DELIMITED BY SIZE
               WS-DAYS-LATE-DISPLAY DELIMITED BY SIZE
               ' DAYS LATE' DELIMITED BY SIZE
               INTO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE.

       5000-LIST-REPEAT-COMPLAINANTS SECTION.
       5010-REPEAT-CONTROL.
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING 'REPEAT COMPLAINANTS - PERIODS ' DELIMITED BY SIZE
               WS-WINDOW-START-PERIOD DELIMITED BY SIZE
               ' THROUGH ' DELIMITED BY SIZE
               WS-REPORT-PERIOD DELIMITED BY SIZE
               INTO COMPLAINT-REPORT-LINE
           WRITE COMPLAINT-REPORT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-PRIOR-SET-FLAG
           MOVE LOW-VALUES TO CMP-KEY
           START COMPLAINT-FILE KEY IS NOT LESS THAN CMP-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM 5100-READ-AND-COUNT
               UNTIL END-OF-FILE
      * The last account on file has no following row to break it
           IF PRIOR-CUST-SET
               PERFORM 5200-CHECK-REPEAT
           END-IF

      * 5100/5200 already ran above (one record at a time) via the
      * explicit PERFORM - exit the section here instead of falling
      * into them an extra, unconditional time once the loop ends
           EXIT SECTION.

       5100-READ-AND-COUNT.
      * Rows arrive in account order, so a change of CUST-ID closes
      * out the previous account's count
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF PRIOR-CUST-SET
                           AND CMP-CUST-ID NOT = WS-PRIOR-CUST-ID
                       PERFORM 5200-CHECK-REPEAT
                   END-IF
                   IF NOT PRIOR-CUST-SET
                           OR CMP-CUST-ID NOT = WS-PRIOR-CUST-ID
                       MOVE CMP-CUST-ID TO WS-PRIOR-CUST-ID
                       MOVE ZERO TO WS-CUST-WINDOW-COUNT
                       SET PRIOR-CUST-SET TO TRUE
                   END-IF
                   COMPUTE WS-ROW-PERIOD = CMP-RECEIVED-DATE / 100
                   IF WS-ROW-PERIOD NOT < WS-WINDOW-START-PERIOD
                           AND WS-ROW-PERIOD NOT > WS-REPORT-PERIOD
                       ADD 1 TO WS-CUST-WINDOW-COUNT
                   END-IF
           END-READ.

       5200-CHECK-REPEAT.
           IF WS-CUST-WINDOW-COUNT > 1
               ADD 1 TO WS-REPEAT-COUNT
               MOVE WS-CUST-WINDOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO COMPLAINT-REPORT-LINE
               STRING '  CUST-ID ' DELIMITED BY SIZE
                   WS-PRIOR-CUST-ID DELIMITED BY SIZE
                   '  COMPLAINTS ' DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO COMPLAINT-REPORT-LINE
               WRITE COMPLAINT-REPORT-LINE
           END-IF.

       6000-FINALIZE SECTION.
       6100-CLOSE-FILES.
           CLOSE COMPLAINT-FILE
           CLOSE COMPLAINT-REPORT-FILE.

       6200-DISPLAY-SUMMARY.
           DISPLAY 'Complaint Report Summary:'
           DISPLAY 'Report Period: ' WS-REPORT-PERIOD
           DISPLAY 'Complaint Rows Read: ' WS-ROWS-READ
           DISPLAY 'Received In Period: ' WS-RECEIVED-COUNT
           DISPLAY 'Past Response Deadline: ' WS-PAST-DEADLINE-COUNT
           DISPLAY 'Repeat Complainants: ' WS-REPEAT-COUNT.

       6999-EXIT.
           IF ERROR-OCCURRED
               MOVE 4 TO LS-CMR-RETURN-CODE
               MOVE 'COMPLAINT REPORT COMPLETED WITH ERRORS'
                   TO LS-CMR-MESSAGE
           ELSE
               MOVE 0 TO LS-CMR-RETURN-CODE
               MOVE 'COMPLAINT REPORT COMPLETE' TO LS-CMR-MESSAGE
           END-IF
           EXIT SECTION.
