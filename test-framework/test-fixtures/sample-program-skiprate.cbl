       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLE-PROGRAM-SKIPRATE.
       AUTHOR. TEST-AUTHOR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Skip-tracing vendor hit-rate report. Every account sent to
      * the vendor keeps a skip-trace row with the vendor's last
      * answer, so this report can measure what we pay for, over
      * every account sent on or after the caller's from-date (all
      * of them when none is given):
      *   - accounts sent and total sends, answers still awaited,
      *     no-hits, hits and the hit rate over answered accounts
      *   - what became of the hits: applied on arrival, approved
      *     on review and applied, approved and waiting for the next
      *     response run, still in review, rejected by the reviewer
      *   - applied addresses that came back - the mail status row
      *     flagged undeliverable again after the address went on -
      *     since a hit that does not mail is not a hit
      *   - the same figures by the vendor's own confidence band,
      *     to show whether its score can be trusted and whether
      *     the floor SAMPLE-PROGRAM-SKIPRESP applies at is right
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. TANDEM-16.
       OBJECT-COMPUTER. TANDEM-16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKIP-TRACE-FILE ASSIGN TO "CUSTSKIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SKT-CUST-ID
               FILE STATUS IS WS-SKT-FILE-STATUS.

      * Undeliverable flags - tells whether an applied hit mailed;
      * optional
           SELECT MAIL-STATUS-FILE ASSIGN TO "CUSTMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT SKIP-RATE-REPORT-FILE ASSIGN TO "CUSTSKRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SKIP-TRACE-FILE.
           COPY SKIP-TRACE-RECORD.

       FD  MAIL-STATUS-FILE.
           COPY MAIL-STATUS-RECORD.

       FD  SKIP-RATE-REPORT-FILE.
       01  SKIP-RATE-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

       01  WS-SKT-FILE-STATUS      PIC XX.
           88  SKT-FILE-OK         VALUE '00'.
           88  SKT-FILE-AT-END     VALUE '10'.

       01  WS-MST-FILE-STATUS      PIC XX.
           88  MST-FILE-OK         VALUE '00'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FILE-OK         VALUE '00'.

       01  WS-FLAGS.
           05  WS-ERROR-FLAG       PIC X VALUE 'N'.
               88  ERROR-OCCURRED  VALUE 'Y'.
           05  WS-MST-OPEN-FLAG    PIC X VALUE 'N'.
               88  MAIL-STATUS-WAS-OPENED VALUE 'Y'.
           05  WS-CAME-BACK-FLAG   PIC X VALUE 'N'.
               88  HIT-CAME-BACK   VALUE 'Y'.

       01  WS-FROM-DATE            PIC 9(8) VALUE ZERO.

      * Confidence bands, highest first - a hit falls in the first
      * band whose floor it reaches
       01  WS-BAND-VALUES.
           05  FILLER              PIC X(12) VALUE '09090-100   '.
           05  FILLER              PIC X(12) VALUE '08080-89    '.
           05  FILLER              PIC X(12) VALUE '06060-79    '.
           05  FILLER              PIC X(12) VALUE '04040-59    '.
           05  FILLER              PIC X(12) VALUE '00000-39    '.
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05  WS-BAND-ENTRY OCCURS 5 TIMES.
               10  WS-BAND-FLOOR   PIC 9(3).
               10  WS-BAND-LABEL   PIC X(9).
       01  WS-BAND-COUNT           PIC 9(2) COMP VALUE 5.
       01  WS-BAND-SUB             PIC 9(2) COMP VALUE ZERO.
       01  WS-BAND-HIT-SUB         PIC 9(2) COMP VALUE ZERO.
       01  WS-BAND-TOTALS.
           05  WS-BAND-TOTAL OCCURS 5 TIMES.
               10  WS-BND-HITS         PIC 9(6).
               10  WS-BND-APPLIED      PIC 9(6).
               10  WS-BND-REJECTED     PIC 9(6).
               10  WS-BND-CAME-BACK    PIC 9(6).

       01  WS-COUNTERS.
           05  WS-ROWS-READ        PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-SENT    PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-SENDS      PIC 9(7) VALUE ZERO.
           05  WS-AWAITING-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-ANSWERED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-NO-HIT-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-HIT-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-APPLIED-ON-ARRIVAL PIC 9(6) VALUE ZERO.
           05  WS-APPLIED-AFTER-REVIEW PIC 9(6) VALUE ZERO.
           05  WS-APPROVED-WAITING PIC 9(6) VALUE ZERO.
           05  WS-IN-REVIEW-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-CAME-BACK-COUNT  PIC 9(6) VALUE ZERO.

       01  WS-RATE-PERCENT         PIC 9(3) VALUE ZERO.
       01  WS-RATE-DISPLAY         PIC ZZ9.
       01  WS-COUNT-DISPLAY        PIC ZZZZZZ9.
       01  WS-LABEL-TEXT           PIC X(32) VALUE SPACES.
       01  WS-HITS-DISPLAY         PIC ZZZZZ9.
       01  WS-APPLIED-DISPLAY      PIC ZZZZZ9.
       01  WS-REJECTED-DISPLAY     PIC ZZZZZ9.
       01  WS-CAME-BACK-DISPLAY    PIC ZZZZZ9.

       LINKAGE SECTION.
       01  LS-SKIPRATE-PARM-AREA.
           05  LS-SRT-RETURN-CODE  PIC S9(4) COMP.
           05  LS-SRT-MESSAGE      PIC X(50).
      * YYYYMMDD - only accounts first sent on or after it; zero
      * measures every account ever sent
           05  LS-SRT-FROM-DATE    PIC 9(8).

       PROCEDURE DIVISION USING LS-SKIPRATE-PARM-AREA.

       MAIN-LOGIC SECTION.
       0000-MAIN-PARA.
      * Main entry point
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FOLD-SKIP-ROWS
               UNTIL SKT-FILE-AT-END
           PERFORM 3000-WRITE-REPORT
           PERFORM 4000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.
       1100-OPEN-FILES.
           OPEN INPUT SKIP-TRACE-FILE
           IF NOT SKT-FILE-OK
               DISPLAY 'NO SKIP-TRACE FILE - NOTHING TO REPORT'
               MOVE 0 TO LS-SRT-RETURN-CODE
               MOVE 'NO SKIP-TRACE FILE PRESENT' TO LS-SRT-MESSAGE
               GOBACK
           END-IF

           OPEN INPUT MAIL-STATUS-FILE
           IF MST-FILE-OK
               SET MAIL-STATUS-WAS-OPENED TO TRUE
           END-IF

           OPEN OUTPUT SKIP-RATE-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY 'ERROR OPENING SKIP-TRACE RATE REPORT: '
                   WS-RPT-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-SRT-RETURN-CODE
               GOBACK
           END-IF.

       1200-INIT-VARIABLES.
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE LS-SRT-FROM-DATE TO WS-FROM-DATE
           INITIALIZE WS-BAND-TOTALS
           MOVE SPACES TO SKIP-RATE-REPORT-LINE
           STRING 'SKIP-TRACE VENDOR HIT RATE - ACCOUNTS SENT FROM '
                   DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               ' - RUN ' DELIMITED BY SIZE
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO SKIP-RATE-REPORT-LINE
           WRITE SKIP-RATE-REPORT-LINE
           MOVE SPACES TO SKIP-RATE-REPORT-LINE
           WRITE SKIP-RATE-REPORT-LINE.

       2000-FOLD-SKIP-ROWS SECTION.
       2100-READ-SKIP-ROW.
           READ SKIP-TRACE-FILE NEXT RECORD
               AT END
                   SET SKT-FILE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF SKT-FIRST-SENT-DATE NOT < WS-FROM-DATE
                       PERFORM 2200-FOLD-ONE-ROW
                   END-IF
           END-READ

      * 2200 and what it PERFORMs already ran above - exit the
      * section here instead of falling into them a second time
           EXIT SECTION.

       2200-FOLD-ONE-ROW.
           ADD 1 TO WS-ACCOUNTS-SENT
           ADD SKT-TIMES-SENT TO WS-TOTAL-SENDS
           EVALUATE TRUE
               WHEN SKT-SENT
                   ADD 1 TO WS-AWAITING-COUNT
               WHEN SKT-NO-HIT
                   ADD 1 TO WS-ANSWERED-COUNT
                   ADD 1 TO WS-NO-HIT-COUNT
               WHEN SKT-VENDOR-HIT
                   ADD 1 TO WS-ANSWERED-COUNT
                   ADD 1 TO WS-HIT-COUNT
                   PERFORM 2300-FOLD-HIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-FOLD-HIT.
           PERFORM 2310-FIND-BAND
           ADD 1 TO WS-BND-HITS (WS-BAND-HIT-SUB)
           MOVE 'N' TO WS-CAME-BACK-FLAG
           EVALUATE TRUE
               WHEN SKT-APPLIED
                   ADD 1 TO WS-APPLIED-ON-ARRIVAL
               WHEN SKT-APPLIED-AFTER-REVIEW
                   ADD 1 TO WS-APPLIED-AFTER-REVIEW
               WHEN SKT-APPROVED
                   ADD 1 TO WS-APPROVED-WAITING
               WHEN SKT-IN-REVIEW
                   ADD 1 TO WS-IN-REVIEW-COUNT
               WHEN SKT-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD 1 TO WS-BND-REJECTED (WS-BAND-HIT-SUB)
           END-EVALUATE
           IF SKT-HIT-APPLIED
               ADD 1 TO WS-BND-APPLIED (WS-BAND-HIT-SUB)
               PERFORM 2400-CHECK-CAME-BACK
               IF HIT-CAME-BACK
                   ADD 1 TO WS-CAME-BACK-COUNT
                   ADD 1 TO WS-BND-CAME-BACK (WS-BAND-HIT-SUB)
               END-IF
           END-IF.

       2310-FIND-BAND.
           MOVE ZERO TO WS-BAND-HIT-SUB
           PERFORM 2320-MATCH-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-COUNT
                   OR WS-BAND-HIT-SUB > ZERO.

       2320-MATCH-ONE-BAND.
           IF SKT-CONFIDENCE NOT < WS-BAND-FLOOR (WS-BAND-SUB)
               MOVE WS-BAND-SUB TO WS-BAND-HIT-SUB
           END-IF.

       2400-CHECK-CAME-BACK.
      * The applied address mailed unless the account is flagged
      * undeliverable again with a flag dated after it went on
           IF MAIL-STATUS-WAS-OPENED
               MOVE SKT-CUST-ID TO MST-CUST-ID
               READ MAIL-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MST-UNDELIVERABLE
                               AND MST-STATUS-DATE > SKT-APPLIED-DATE
                           SET HIT-CAME-BACK TO TRUE
                       END-IF
               END-READ
           END-IF.

       3000-WRITE-REPORT SECTION.
       3100-WRITE-TOTALS.
           MOVE 'ACCOUNTS SENT' TO WS-LABEL-TEXT
           MOVE WS-ACCOUNTS-SENT TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE '  TOTAL SENDS' TO WS-LABEL-TEXT
           MOVE WS-TOTAL-SENDS TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE '  AWAITING AN ANSWER' TO WS-LABEL-TEXT
           MOVE WS-AWAITING-COUNT TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE '  ANSWERED' TO WS-LABEL-TEXT
           MOVE WS-ANSWERED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE '    NO HIT' TO WS-LABEL-TEXT
           MOVE WS-NO-HIT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE '    HIT' TO WS-LABEL-TEXT
           MOVE WS-HIT-COUNT TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE

           MOVE ZERO TO WS-RATE-PERCENT
           IF WS-ANSWERED-COUNT > ZERO
               COMPUTE WS-RATE-PERCENT ROUNDED =
                   WS-HIT-COUNT * 100 / WS-ANSWERED-COUNT
           END-IF
           MOVE WS-RATE-PERCENT TO WS-RATE-DISPLAY
           MOVE SPACES TO SKIP-RATE-REPORT-LINE
           STRING 'HIT RATE (HITS / ANSWERED)       ' DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-RATE-DISPLAY DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO SKIP-RATE-REPORT-LINE
           WRITE SKIP-RATE-REPORT-LINE

           MOVE SPACES TO SKIP-RATE-REPORT-LINE
           WRITE SKIP-RATE-REPORT-LINE
           MOVE 'HITS - APPLIED ON ARRIVAL' TO WS-LABEL-TEXT
           MOVE WS-APPLIED-ON-ARRIVAL TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE 'HITS - APPLIED AFTER REVIEW' TO WS-LABEL-TEXT
           MOVE WS-APPLIED-AFTER-REVIEW TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE 'HITS - APPROVED, NOT YET APPLIED' TO WS-LABEL-TEXT
           MOVE WS-APPROVED-WAITING TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE 'HITS - IN REVIEW' TO WS-LABEL-TEXT
           MOVE WS-IN-REVIEW-COUNT TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE 'HITS - REJECTED BY REVIEWER' TO WS-LABEL-TEXT
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE 'APPLIED ADDRESSES THAT CAME BACK' TO WS-LABEL-TEXT
           MOVE WS-CAME-BACK-COUNT TO WS-COUNT-DISPLAY
           PERFORM 3800-WRITE-COUNT-LINE

           MOVE SPACES TO SKIP-RATE-REPORT-LINE
           WRITE SKIP-RATE-REPORT-LINE
           MOVE 'BY VENDOR CONFIDENCE   HITS APPLIED REJECTED CAME-BACK'
               TO SKIP-RATE-REPORT-LINE
           WRITE SKIP-RATE-REPORT-LINE
           PERFORM 3200-WRITE-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-COUNT

      * 3200/3800 already ran above via the explicit PERFORM - exit
      * the section here instead of falling into them a second time
           EXIT SECTION.

       3200-WRITE-ONE-BAND.
           MOVE WS-BND-HITS (WS-BAND-SUB) TO WS-HITS-DISPLAY
           MOVE WS-BND-APPLIED (WS-BAND-SUB) TO WS-APPLIED-DISPLAY
           MOVE WS-BND-REJECTED (WS-BAND-SUB) TO WS-REJECTED-DISPLAY
           MOVE WS-BND-CAME-BACK (WS-BAND-SUB) TO WS-CAME-BACK-DISPLAY
           MOVE SPACES TO SKIP-RATE-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-BAND-LABEL (WS-BAND-SUB) DELIMITED BY SIZE
               '          ' DELIMITED BY SIZE
               WS-HITS-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-APPLIED-DISPLAY DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-REJECTED-DISPLAY DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-CAME-BACK-DISPLAY DELIMITED BY SIZE
               INTO SKIP-RATE-REPORT-LINE
           WRITE SKIP-RATE-REPORT-LINE.

       3800-WRITE-COUNT-LINE.
           MOVE SPACES TO SKIP-RATE-REPORT-LINE
           STRING WS-LABEL-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO SKIP-RATE-REPORT-LINE
           WRITE SKIP-RATE-REPORT-LINE.

       4000-FINALIZE SECTION.
       4100-CLOSE-FILES.
           CLOSE SKIP-TRACE-FILE
           IF MAIL-STATUS-WAS-OPENED
               CLOSE MAIL-STATUS-FILE
           END-IF
           CLOSE SKIP-RATE-REPORT-FILE.

       4200-DISPLAY-SUMMARY.
           DISPLAY 'Skip-Trace Hit Rate Summary:'
           DISPLAY 'Skip-Trace Rows Read: ' WS-ROWS-READ
           DISPLAY 'Accounts Measured: ' WS-ACCOUNTS-SENT
           DISPLAY 'Answered: ' WS-ANSWERED-COUNT
           DISPLAY 'Hits: ' WS-HIT-COUNT
           DISPLAY 'Hit Rate Percent: ' WS-RATE-PERCENT
           DISPLAY 'Applied Addresses That Came Back: '
               WS-CAME-BACK-COUNT.

       4999-EXIT.
           MOVE 0 TO LS-SRT-RETURN-CODE
           MOVE 'SKIP-TRACE HIT RATE REPORT COMPLETE' TO LS-SRT-MESSAGE
           EXIT SECTION.
