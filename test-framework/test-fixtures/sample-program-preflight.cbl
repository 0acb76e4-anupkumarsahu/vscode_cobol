      *     last completed run-history row
      * Every failure is itemized on the page, and a single failure
      * is a NO-GO - fixed at 6 p.m. instead of diagnosed at 2 a.m.
      * A calendar due to run out within 60 days is a warning, not
      * a failure - time to build and load next year with
      * SAMPLE-PROGRAM-CALGEN before it becomes one.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-FLAGS.
           05  WS-NOGO-FLAG        PIC X VALUE 'N'.
               88  VERDICT-IS-NOGO VALUE 'Y'.
           05  WS-WARNING-FLAG     PIC X VALUE 'N'.
               88  WARNINGS-RAISED VALUE 'Y'.

       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-PERIOD       PIC 9(6) VALUE ZERO.
       01  WS-TODAY-DAYS           PIC 9(8) COMP VALUE ZERO.
       01  WS-NEED-DAYS            PIC 9(8) COMP VALUE ZERO.
       01  WS-NEED-DATE            PIC 9(8) VALUE ZERO.
      * ...and is warned about this far ahead of running out
       01  WS-CALENDAR-WARN-DAYS   PIC 9(3) COMP VALUE 60.
       01  WS-WARN-DATE            PIC 9(8) VALUE ZERO.
       01  WS-MAX-CAL-DATE         PIC 9(8) VALUE ZERO.
       01  WS-LAST-VERSION         PIC X(10) VALUE SPACES.
       01  WS-CHECKS-FAILED        PIC 9(2) VALUE ZERO.
       01  WS-WARNINGS-RAISED      PIC 9(2) VALUE ZERO.
       01  WS-FEEDS-PROBED         PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
               WS-TODAY-DAYS + WS-HORIZON-NEED-DAYS
           COMPUTE WS-NEED-DATE =
               FUNCTION DATE-OF-INTEGER (WS-NEED-DAYS)
           COMPUTE WS-WARN-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-DAYS + WS-CALENDAR-WARN-DAYS)

           OPEN OUTPUT PREFLIGHT-REPORT-FILE
           IF NOT PFL-FILE-OK
                       WS-NEED-DATE DELIMITED BY SIZE
                       INTO PREFLIGHT-REPORT-LINE
                   PERFORM 2900-ITEMIZE-FAILURE
               ELSE
      * Still far enough tonight, but next year's calendar is due
                   IF WS-MAX-CAL-DATE < WS-WARN-DATE
                       MOVE SPACES TO PREFLIGHT-REPORT-LINE
                       STRING 'WARN: CALENDAR ENDS ' DELIMITED BY SIZE
                           WS-MAX-CAL-DATE DELIMITED BY SIZE
                           ' - UNDER 60 DAYS LEFT, LOAD NEXT YEAR'
                           DELIMITED BY SIZE
                           INTO PREFLIGHT-REPORT-LINE
                       PERFORM 2950-ITEMIZE-WARNING
                   END-IF
               END-IF
           END-IF

      * 2250/2900/2950 already ran above via the explicit PERFORMs -
      * exit the section here instead of falling into them again
           EXIT SECTION.

       2250-SCAN-ONE-CAL-ROW.
           ADD 1 TO WS-CHECKS-FAILED
           SET VERDICT-IS-NOGO TO TRUE.

      * A warning is itemized the same way but leaves the verdict GO
       2950-ITEMIZE-WARNING.
           WRITE PREFLIGHT-REPORT-LINE
           DISPLAY PREFLIGHT-REPORT-LINE
           ADD 1 TO WS-WARNINGS-RAISED
           SET WARNINGS-RAISED TO TRUE.

       3000-WRITE-VERDICT SECTION.
       3100-ONE-LINE-ANSWER.
           MOVE SPACES TO PREFLIGHT-REPORT-LINE
                   'BEFORE THE WINDOW OPENS' DELIMITED BY SIZE
                   INTO PREFLIGHT-REPORT-LINE
           ELSE
               IF WARNINGS-RAISED
                   MOVE 'VERDICT: GO - SEE THE WARNINGS ABOVE'
                       TO PREFLIGHT-REPORT-LINE
               ELSE
                   MOVE 'VERDICT: GO' TO PREFLIGHT-REPORT-LINE
               END-IF
           END-IF
           WRITE PREFLIGHT-REPORT-LINE
           DISPLAY PREFLIGHT-REPORT-LINE.
       3600-DISPLAY-SUMMARY.
           DISPLAY 'Preflight Summary:'
           DISPLAY 'Feeds Probed: ' WS-FEEDS-PROBED
           DISPLAY 'Checks Failed: ' WS-CHECKS-FAILED
           DISPLAY 'Warnings Raised: ' WS-WARNINGS-RAISED.

       3999-EXIT.
           IF VERDICT-IS-NOGO
                   TO LS-PFL-MESSAGE
           ELSE
               MOVE 0 TO LS-PFL-RETURN-CODE
               IF WARNINGS-RAISED
                   MOVE 'PREFLIGHT GO - WITH WARNINGS' TO LS-PFL-MESSAGE
               ELSE
                   MOVE 'PREFLIGHT GO' TO LS-PFL-MESSAGE
               END-IF
           END-IF
           EXIT SECTION.
