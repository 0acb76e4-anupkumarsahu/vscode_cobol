      * leaderboard works, and prints a collector-ready queue with
      * the phone number on every line, capped at what the team can
      * actually work in a day.
      * Every account is cleared with SAMPLE-PROGRAM-CONSENT before
      * it can take a slot: a customer who revoked phone consent or
      * asked not to be called is dropped, and one already called
      * as often as the seven-day cap allows is deferred - listed
      * under the queue with the first day a call is allowed again.
      * An account a collector reached in the last few days rests -
      * it stays off the queue until the rest period runs out, so
      * tomorrow's list does not repeat today's conversations.
      * Each queue line carries the hours, on the office clock, the
      * customer may be called in their own time zone, and marks a
      * customer who asked not to be called at work.
      * The customers come from the night's customer snapshot
      * (SAMPLE-PROGRAM-CUSTSNAP) rather than CUSTDATA, with the
      * deceased case and the risk grade already resolved on each
      * row; a snapshot SAMPLE-PROGRAM-SNAPCHK will not prove stops
      * the run before a queue is built.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The night's customer snapshot (SAMPLE-PROGRAM-CUSTSNAP),
      * read in place of CUSTDATA once SAMPLE-PROGRAM-SNAPCHK has
      * proven it
           SELECT CUSTOMER-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      * Broken-promise status feeds the priority blend; optional
               RECORD KEY IS PRM-CUST-ID
               FILE STATUS IS WS-PRM-FILE-STATUS.

      * Agency placements - a placed account is the agency's to
      * work, so it never costs a queue slot; optional
           SELECT PLACEMENT-FILE ASSIGN TO "CUSTPLCE"
               RECORD KEY IS PLC-CUST-ID
               FILE STATUS IS WS-PLC-FILE-STATUS.

      * The ranked queue collectors work from, best call first
           SELECT WORKLIST-FILE ASSIGN TO "CUSTWKLQ"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SNAPSHOT-FILE.
           COPY CUSTOMER-SNAPSHOT-RECORD.

       FD  PROMISE-FILE.
           COPY PROMISE-RECORD.

       FD  PLACEMENT-FILE.
           COPY PLACEMENT-RECORD.

       FD  WORKLIST-FILE.
       01  WORKLIST-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COPYLIB-STANDARD-DATA IN B30QALIB.

      * The master the snapshot must have been cut from
       01  WS-CUSTOMER-FILE-NAME   PIC X(40) VALUE 'CUSTDATA'.

      * Each snapshot row's customer image lands here, so every
      * CUST- name reads exactly as it did off the master
           COPY CUSTOMER-RECORD.

       01  WS-FILE-STATUS          PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-AT-END         VALUE '10'.
       01  WS-PRM-OPENED-FLAG      PIC X VALUE 'N'.
           88  PROMISE-FILE-WAS-OPENED VALUE 'Y'.

       01  WS-DECEASED-FLAG        PIC X VALUE 'N'.
           88  ACCOUNT-IS-DECEASED VALUE 'Y'.
       01  WS-DECEASED-SKIPPED     PIC 9(6) VALUE ZERO.
           88  ACCOUNT-IS-PLACED   VALUE 'Y'.
       01  WS-PLACED-SKIPPED       PIC 9(6) VALUE ZERO.

      * The account's grade for the pass in hand - 'A' when the
      * snapshot row carries no grade, the behavior the blend always
      * had
       01  WS-RISK-GRADE           PIC X VALUE 'A'.

       01  WS-WKQ-FILE-STATUS      PIC XX.
           05  WS-BROKEN-PROMISE-FLAG PIC X VALUE 'N'.
               88  HAS-BROKEN-PROMISE VALUE 'Y'.

      * Consent handshake - one CHECK per account that would
      * otherwise be scored
       01  WS-CONSENT-PARM-AREA.
           05  WS-CON-RETURN-CODE  PIC S9(4) COMP.
           05  WS-CON-MESSAGE      PIC X(50).
           05  WS-CON-FUNCTION     PIC X(8).
           05  WS-CON-CUST-ID      PIC 9(9).
           05  WS-CON-STATE        PIC X(2).
           05  WS-CON-OPERATOR-ID  PIC X(8).
           05  WS-CON-ATTEMPT-RESULT PIC X.
           05  WS-CON-PHONE-CONSENT PIC X.
           05  WS-CON-TEXT-CONSENT PIC X.
           05  WS-CON-EMAIL-CONSENT PIC X.
           05  WS-CON-DO-NOT-CALL  PIC X.
           05  WS-CON-NO-WORK-CALLS PIC X.
           05  WS-CON-CALL-FROM-HOUR PIC 9(2).
           05  WS-CON-CALL-TO-HOUR PIC 9(2).
           05  WS-CON-TIME-ZONE    PIC X(2).
           05  WS-CON-OFFICE-FROM-HOUR PIC 9(2).
           05  WS-CON-OFFICE-TO-HOUR PIC 9(2).
           05  WS-CON-WEEK-ATTEMPTS PIC 9(3).
           05  WS-CON-ATTEMPT-CAP  PIC 9(3).
           05  WS-CON-NEXT-CALL-DATE PIC 9(8).
           05  WS-CON-CALL-STATUS  PIC X.
               88  CON-MAY-NOT-CALL VALUE 'D'.
               88  CON-CAP-REACHED VALUE 'F'.
           05  WS-CON-LAST-CONTACT-DATE PIC 9(8).
       01  WS-NO-CONSENT-SKIPPED   PIC 9(6) VALUE ZERO.
      * Days an account rests after a right-party contact, counting
      * the day of the contact
       01  WS-REST-DAYS            PIC 9(2) VALUE 03.
       01  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-REST-CUTOFF-DAY      PIC 9(7) COMP VALUE ZERO.
       01  WS-RESTED-FLAG          PIC X VALUE 'N'.
           88  ACCOUNT-IS-RESTING  VALUE 'Y'.
       01  WS-RESTED-SKIPPED       PIC 9(6) VALUE ZERO.
       01  WS-CONSENT-ERRORS       PIC 9(6) VALUE ZERO.

      * Accounts held back by the attempt cap, in file order, for
      * the deferred list under the queue
       01  WS-DEFERRED-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-DFR-LISTED           PIC 9(3) COMP VALUE ZERO.
       01  WS-DFR-MAX              PIC 9(3) COMP VALUE 100.
       01  WS-DFR-SUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-DFR-TABLE.
           05  WS-DFR-ENTRY OCCURS 100 TIMES.
               10  WS-DFR-CUST-ID      PIC 9(9).
               10  WS-DFR-CUST-NAME    PIC X(30).
               10  WS-DFR-ATTEMPTS     PIC 9(3).
               10  WS-DFR-NEXT-DATE    PIC 9(8).

      * Daily capacity cap - how many calls the team can work; the
      * caller can size it to the day's staffing
       01  WS-QUEUE-MAX            PIC 9(3) VALUE 050.
               10  WS-WKQ-PHONE        PIC X(15).
               10  WS-WKQ-BROKEN       PIC X.
               10  WS-WKQ-GRADE        PIC X.
               10  WS-WKQ-CALL-FROM    PIC 9(2).
               10  WS-WKQ-CALL-TO      PIC 9(2).
               10  WS-WKQ-NO-WORK      PIC X.

       01  WS-RANK-DISPLAY         PIC ZZ9.
       01  WS-BALANCE-DISPLAY      PIC -(7)9.99.
           05  WS-SCANNED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-DELINQUENT-COUNT PIC 9(6) VALUE ZERO.

      * Parameter master lookup - the value in force today for each
      * of this program's thresholds
       01  WS-PARMGET-PARM-AREA.
           05  WS-PMG-RETURN-CODE  PIC S9(4) COMP.
               88  PARAMETER-IN-FORCE VALUE ZERO.
           05  WS-PMG-MESSAGE      PIC X(50).
           05  WS-PMG-PROGRAM-ID   PIC X(8) VALUE 'WORKLIST'.
           05  WS-PMG-PARM-NAME    PIC X(16).
           05  WS-PMG-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PMG-VALUE        PIC S9(9)V9(4).
           05  WS-PMG-EFFECTIVE-DATE PIC 9(8).

      * Snapshot proof, run before the first row is read
       01  WS-SNAPCHK-PARM-AREA.
           05  WS-SCK-RETURN-CODE  PIC S9(4) COMP.
           05  WS-SCK-MESSAGE      PIC X(50).
           05  WS-SCK-SOURCE-FILE-NAME PIC X(40).
           05  WS-SCK-MAX-AGE-HOURS PIC 9(3).
           05  WS-SCK-SNAPSHOT-DATE PIC 9(8).
           05  WS-SCK-SNAPSHOT-TIME PIC 9(6).
           05  WS-SCK-RECORD-COUNT PIC 9(8).

       LINKAGE SECTION.
       01  LS-WORKLIST-PARM-AREA.
           05  LS-WKQ-RETURN-CODE  PIC S9(4) COMP.
           IF LS-WKQ-CUSTOMER-FILE-NAME NOT = SPACES
               MOVE LS-WKQ-CUSTOMER-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           END-IF
      * The snapshot is proven before a row of it is read - a short,
      * stale or unproven snapshot stops the run here
           MOVE WS-CUSTOMER-FILE-NAME TO WS-SCK-SOURCE-FILE-NAME
           MOVE ZERO TO WS-SCK-MAX-AGE-HOURS
           CALL 'SAMPLE-PROGRAM-SNAPCHK' USING WS-SNAPCHK-PARM-AREA
           IF WS-SCK-RETURN-CODE NOT = ZERO
               DISPLAY 'CUSTOMER SNAPSHOT REFUSED: ' WS-SCK-MESSAGE
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-WKQ-RETURN-CODE
               MOVE WS-SCK-MESSAGE TO LS-WKQ-MESSAGE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-SNAPSHOT-FILE
           IF NOT FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                   WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO LS-WKQ-RETURN-CODE
               GOBACK
               END-IF
           END-IF

           OPEN INPUT PLACEMENT-FILE
           IF PLC-FILE-OK
               SET PLACEMENT-FILE-WAS-OPENED TO TRUE
               END-IF
           END-IF

           OPEN OUTPUT WORKLIST-FILE
           IF NOT WKQ-FILE-OK
               DISPLAY 'ERROR OPENING WORKLIST FILE: '
           END-IF.

       1200-INIT-VARIABLES.
           PERFORM 9100-LOAD-PARAMETERS
           IF LS-WKQ-QUEUE-SIZE NOT = ZERO
               IF LS-WKQ-QUEUE-SIZE > 100
                   MOVE 100 TO WS-QUEUE-MAX
                   MOVE LS-WKQ-QUEUE-SIZE TO WS-QUEUE-MAX
               END-IF
           END-IF
           PERFORM 9200-DISPLAY-RUN-PARAMETERS
           ACCEPT STD-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT STD-CURRENT-TIME FROM TIME
           MOVE STD-CURRENT-DATE TO WS-TODAY-DATE-NUM
      * A contact on or after this day still rests the account
           COMPUTE WS-REST-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
               - WS-REST-DAYS + 1.

       2000-PROCESS-FILE SECTION.
       2100-READ-RECORD.
           PERFORM 2110-READ-SNAPSHOT-ROW
           IF NOT END-OF-FILE
               ADD 1 TO WS-SCANNED-COUNT
               IF ACTIVE-CUSTOMER
                       AND CUST-BALANCE > ZERO
                       AND NOT AGED-CURRENT
                   PERFORM 2190-CHECK-PLACEMENT
                   PERFORM 2195-CHECK-DECEASED
                   IF ACCOUNT-IS-DECEASED
                       ADD 1 TO WS-DECEASED-SKIPPED
                   ELSE
                   IF ACCOUNT-IS-PLACED
                       ADD 1 TO WS-PLACED-SKIPPED
                   ELSE
                       PERFORM 2197-CHECK-CONSENT
                       EVALUATE TRUE
                           WHEN WS-CON-RETURN-CODE > 4
                               ADD 1 TO WS-CONSENT-ERRORS
                               SET ERROR-OCCURRED TO TRUE
                           WHEN CON-MAY-NOT-CALL
                               ADD 1 TO WS-NO-CONSENT-SKIPPED
                           WHEN CON-CAP-REACHED
                               PERFORM 2198-DEFER-ACCOUNT
                           WHEN ACCOUNT-IS-RESTING
                               ADD 1 TO WS-RESTED-SKIPPED
                           WHEN OTHER
                               ADD 1 TO WS-DELINQUENT-COUNT
                               PERFORM 2200-SCORE-ACCOUNT
                       END-EVALUATE
                   END-IF
                   END-IF
               END-IF
           END-IF

      * 2110, 2200 and what it PERFORMs already ran above - exit
      * the section here instead of falling into them a second
      * time, for every customer, every pass
           EXIT SECTION.

       2110-READ-SNAPSHOT-ROW.
      * The trailer closes the detail rows - it is never a customer
           READ CUSTOMER-SNAPSHOT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF SNP-TRAILER
                       SET END-OF-FILE TO TRUE
                   ELSE
                       MOVE SNP-CUSTOMER-IMAGE TO CUSTOMER-RECORD
                   END-IF
           END-READ.

       2190-CHECK-PLACEMENT.
      * A placed account is the agency's call to make, not a queue

       2195-CHECK-DECEASED.
           MOVE 'N' TO WS-DECEASED-FLAG
           IF SNP-DECEASED
               SET ACCOUNT-IS-DECEASED TO TRUE
           END-IF.

       2197-CHECK-CONSENT.
      * The queue is built for the whole day, so a customer outside
      * their calling hours right now still takes a slot - the line
      * carries the hours instead. A consent file that cannot be
      * read keeps the account off the queue: nobody is called on
      * a guess
           MOVE 'CHECK' TO WS-CON-FUNCTION
           MOVE CUST-ID TO WS-CON-CUST-ID
           MOVE CUST-STATE TO WS-CON-STATE
           MOVE SPACES TO WS-CON-OPERATOR-ID
           CALL 'SAMPLE-PROGRAM-CONSENT' USING WS-CONSENT-PARM-AREA
           MOVE 'N' TO WS-RESTED-FLAG
           IF WS-CON-RETURN-CODE > 4
               DISPLAY 'CONSENT CHECK FAILED FOR ' CUST-ID ': '
                   WS-CON-MESSAGE
           ELSE
               IF WS-CON-LAST-CONTACT-DATE NOT = ZERO
                   IF FUNCTION INTEGER-OF-DATE
                           (WS-CON-LAST-CONTACT-DATE)
                           NOT < WS-REST-CUTOFF-DAY
                       SET ACCOUNT-IS-RESTING TO TRUE
                   END-IF
               END-IF
           END-IF.

       2198-DEFER-ACCOUNT.
           ADD 1 TO WS-DEFERRED-COUNT
           IF WS-DFR-LISTED < WS-DFR-MAX
               ADD 1 TO WS-DFR-LISTED
               MOVE CUST-ID TO WS-DFR-CUST-ID (WS-DFR-LISTED)
               MOVE CUST-NAME TO WS-DFR-CUST-NAME (WS-DFR-LISTED)
               MOVE WS-CON-WEEK-ATTEMPTS
                   TO WS-DFR-ATTEMPTS (WS-DFR-LISTED)
               MOVE WS-CON-NEXT-CALL-DATE
                   TO WS-DFR-NEXT-DATE (WS-DFR-LISTED)
           END-IF.

       2200-SCORE-ACCOUNT.

       2215-CHECK-RISK-GRADE.
           MOVE 'A' TO WS-RISK-GRADE
           IF SNP-HAS-RISK-GRADE
               MOVE SNP-RISK-GRADE TO WS-RISK-GRADE
           END-IF.

       2210-CHECK-BROKEN-PROMISE.
                   TO WS-WKQ-BROKEN (WS-WKQ-INSERT-POS)
               MOVE WS-RISK-GRADE
                   TO WS-WKQ-GRADE (WS-WKQ-INSERT-POS)
               MOVE WS-CON-OFFICE-FROM-HOUR
                   TO WS-WKQ-CALL-FROM (WS-WKQ-INSERT-POS)
               MOVE WS-CON-OFFICE-TO-HOUR
                   TO WS-WKQ-CALL-TO (WS-WKQ-INSERT-POS)
               MOVE WS-CON-NO-WORK-CALLS
                   TO WS-WKQ-NO-WORK (WS-WKQ-INSERT-POS)
           END-IF.

       2310-SHIFT-QUEUE-ENTRY-DOWN.
               STD-CURRENT-DATE DELIMITED BY SIZE
               INTO WORKLIST-LINE
           WRITE WORKLIST-LINE
           MOVE SPACES TO WORKLIST-LINE
           STRING 'HRS HH-HH = OFFICE-CLOCK HOURS THE CUSTOMER MAY '
                   DELIMITED BY SIZE
               'BE CALLED   NW = DO NOT CALL AT WORK'
                   DELIMITED BY SIZE
               INTO WORKLIST-LINE
           WRITE WORKLIST-LINE
           PERFORM 3060-WRITE-QUEUE-LINE
               VARYING WS-WKQ-SUB FROM 1 BY 1
               UNTIL WS-WKQ-SUB > WS-WKQ-COUNT
           IF WS-DEFERRED-COUNT > ZERO
               MOVE SPACES TO WORKLIST-LINE
               WRITE WORKLIST-LINE
               MOVE SPACES TO WORKLIST-LINE
               STRING 'DEFERRED - SEVEN-DAY CONTACT CAP REACHED'
                   DELIMITED BY SIZE
                   INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
               PERFORM 3070-WRITE-DEFERRED-LINE
                   VARYING WS-DFR-SUB FROM 1 BY 1
                   UNTIL WS-DFR-SUB > WS-DFR-LISTED
               IF WS-DEFERRED-COUNT > WS-DFR-LISTED
                   MOVE SPACES TO WORKLIST-LINE
                   STRING '... AND MORE - SEE THE RUN SUMMARY COUNT'
                       DELIMITED BY SIZE
                       INTO WORKLIST-LINE
                   WRITE WORKLIST-LINE
               END-IF
           END-IF

      * 3060 and 3070 already ran above via the explicit PERFORMs -
      * skip past them instead of falling into them a second time
           GO TO 3100-CLOSE-FILES.

       3060-WRITE-QUEUE-LINE.
               WS-WKQ-PHONE (WS-WKQ-SUB) DELIMITED BY SIZE
               ' GR ' DELIMITED BY SIZE
               WS-WKQ-GRADE (WS-WKQ-SUB) DELIMITED BY SIZE
               ' HRS ' DELIMITED BY SIZE
               WS-WKQ-CALL-FROM (WS-WKQ-SUB) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-WKQ-CALL-TO (WS-WKQ-SUB) DELIMITED BY SIZE
               INTO WORKLIST-LINE
           IF WS-WKQ-NO-WORK (WS-WKQ-SUB) = 'Y'
               MOVE ' NW' TO WORKLIST-LINE (113:3)
           END-IF
           IF WS-WKQ-BROKEN (WS-WKQ-SUB) = 'Y'
               STRING ' *BROKEN PROMISE*' DELIMITED BY SIZE
                   INTO WORKLIST-LINE (116:17)
           END-IF
           WRITE WORKLIST-LINE.

       3070-WRITE-DEFERRED-LINE.
           MOVE SPACES TO WORKLIST-LINE
           STRING '     ' DELIMITED BY SIZE
               WS-DFR-CUST-ID (WS-DFR-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DFR-CUST-NAME (WS-DFR-SUB) DELIMITED BY SIZE
               ' ATTEMPTS IN 7 DAYS ' DELIMITED BY SIZE
               WS-DFR-ATTEMPTS (WS-DFR-SUB) DELIMITED BY SIZE
               '  NEXT CALL ' DELIMITED BY SIZE
               WS-DFR-NEXT-DATE (WS-DFR-SUB) DELIMITED BY SIZE
               INTO WORKLIST-LINE
           WRITE WORKLIST-LINE.

       3100-CLOSE-FILES.
           CLOSE CUSTOMER-SNAPSHOT-FILE
           CLOSE WORKLIST-FILE
           IF PROMISE-FILE-WAS-OPENED
               CLOSE PROMISE-FILE
           END-IF
           IF PLACEMENT-FILE-WAS-OPENED
               CLOSE PLACEMENT-FILE
           END-IF.

       3200-DISPLAY-SUMMARY.
               ' (Capacity ' WS-QUEUE-MAX ')'
           DISPLAY 'Skipped (Placed With Agency): '
               WS-PLACED-SKIPPED
           DISPLAY 'Skipped (Deceased): ' WS-DECEASED-SKIPPED
           DISPLAY 'Skipped (No Phone Consent / Do Not Call): '
               WS-NO-CONSENT-SKIPPED
           DISPLAY 'Deferred (Contact Cap Reached): '
               WS-DEFERRED-COUNT
           DISPLAY 'Resting (Recent Right-Party Contact): '
               WS-RESTED-SKIPPED
           IF WS-CONSENT-ERRORS > ZERO
               DISPLAY 'Held Off (Consent Check Failed): '
                   WS-CONSENT-ERRORS
           END-IF.

       3999-EXIT.
           IF ERROR-OCCURRED
               MOVE 'WORKLIST COMPLETE' TO LS-WKQ-MESSAGE
           END-IF
           EXIT SECTION.

       9000-PARAMETER-MASTER SECTION.
       9100-LOAD-PARAMETERS.
      * The parameter master's value in force today replaces each
      * house default; a non-zero value from the caller still
      * overrides it for this run
           MOVE 'QUEUE-SIZE' TO WS-PMG-PARM-NAME
           PERFORM 9150-GET-PARAMETER
      * Held to the queue table's size, as a caller's value is
           IF PARAMETER-IN-FORCE
               IF WS-PMG-VALUE > 100
                   MOVE 100 TO WS-QUEUE-MAX
               ELSE
                   MOVE WS-PMG-VALUE TO WS-QUEUE-MAX
               END-IF
           END-IF.

       9150-GET-PARAMETER.
           CALL 'SAMPLE-PROGRAM-PARMGET' USING WS-PARMGET-PARM-AREA
           EVALUATE TRUE
               WHEN PARAMETER-IN-FORCE
                   DISPLAY 'PARAMETER ' WS-PMG-PARM-NAME
                       ' IN FORCE FROM ' WS-PMG-EFFECTIVE-DATE
               WHEN WS-PMG-RETURN-CODE = 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PARAMETER FILE UNREADABLE - HOUSE '
                       'DEFAULT STANDS FOR ' WS-PMG-PARM-NAME
           END-EVALUATE.

       9200-DISPLAY-RUN-PARAMETERS.
      * The values this run uses, whichever source they came from
           DISPLAY 'WORKLIST RUN PARAMETERS:'
           DISPLAY '  QUEUE-SIZE: ' WS-QUEUE-MAX.
